      *       payload round-trips without truncation - the old 65536
      *       ceiling silently halved long histories.
       01  api-response-data.
      *    api-response-status - 0 = call completed, 401 = the server
      *    refused this kiosk's API credentials (nothing was done and
      *    a sale was NOT queued), anything else = transport failure.
           05  api-response-status  PIC S9(9) COMP-5.
           05  api-response-body    PIC X(250000).
           05  api-http-status      PIC 9(3).
