      * Copybook: Member Master Request/Response Structures
      * Used by: member-master.cob (LINKAGE), tui.cob,
      *          member-refresh.cob, gdpr-erase.cob (WS)
      * Note: mmast-record is one member as the kiosk knows them,
      *       keyed by the server's member id; the username is an
      *       alternate key because it can change on the server.
      *       mmast-card holds the same salted hash token
      *       membercards.txt keeps, never the raw scan value.
       01  mmast-request-data.
           05  mmast-op         PIC X(12).
           05  mmast-record.
               10  mmast-member-id  PIC X(8).
               10  mmast-username   PIC X(64).
               10  mmast-name       PIC X(50).
      *        ACTIVE, INACTIVE (server flag) or GONE (no longer
      *        known to the server)
               10  mmast-status     PIC X(8).
               10  mmast-card       PIC X(24).
               10  mmast-group      PIC X(30).
      *        limit profile as member-limits.txt states it, e.g.
      *        "DAILY 3" or "EXCLUDE"
               10  mmast-limit      PIC X(16).
               10  mmast-joined     PIC X(8).
               10  mmast-last-seen  PIC X(8).
               10  mmast-refreshed  PIC X(15).
       01  mmast-response-data.
           05  mmast-rc         PIC S9(9) COMP-5.
           05  mmast-found      PIC 9.
