      * Copybook: HTTP Request Structure
      * Used by: http-client-curl.cob, http-client-netcat.cob,
      *          http-client-session.cob, http-client-mock.cob
      *          (LINKAGE), stregsystem-api.cob (WS)
      * Note: req-header lines are extra request headers, complete
      *       ("Name: value"); blank entries are not sent. They go
      *       to the transport through an owner-only file, never the
      *       command line, since they may carry credentials.
       01  http-request-data.
           05  req-method       PIC X(10).
           05  req-url          PIC X(200).
           05  req-timeout      PIC 9(4) COMP-5.
           05  req-cacert       PIC X(200).
           05  req-insecure     PIC 9.
           05  req-headers.
               10  req-header   PIC X(200) OCCURS 4 TIMES.
