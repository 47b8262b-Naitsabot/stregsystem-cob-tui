      * Copybook: Kiosk API Credential Request/Response Structures
      * Used by: api-token.cob (LINKAGE), stregsystem-api.cob,
      *          tui.cob (WS)
      * Note: apitok-status 0 = done (LOAD/ISSUE/SET leave the token
      *       in apitok-token), 1 = no token held - the kiosk calls
      *       the server anonymously, 2 = a token file is there but
      *       does not open on this machine (copied from another box,
      *       or damaged) - issue a new one, 3 = input refused or the
      *       file could not be written (apitok-reason says which).
       01  apitok-request-data.
           05  apitok-op         PIC X(8).
           05  apitok-operator   PIC X(32).
           05  apitok-value      PIC X(64).
       01  apitok-response-data.
           05  apitok-status     PIC S9(9) COMP-5.
           05  apitok-token      PIC X(64).
           05  apitok-print      PIC X(9).
           05  apitok-issued     PIC X(14).
           05  apitok-issued-by  PIC X(32).
           05  apitok-source     PIC X(8).
           05  apitok-reason     PIC X(80).
