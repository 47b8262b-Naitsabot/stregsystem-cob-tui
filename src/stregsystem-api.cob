               ASSIGN TO WS-PRICE-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-HIST-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO WS-OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 WS-DICT-STORE-LINE   PIC X(256).
       FD PRICE-HIST-FILE.
       01 WS-PRICE-HIST-LINE   PIC X(128).
       FD OUTBOX-FILE.
       01 WS-OUTBOX-LINE       PIC X(300).

       WORKING-STORAGE SECTION.
      * HTTP client request structure
       01 WS-PRICE-OLD-TEXT    PIC -(9)9.
       01 WS-PRICE-NEW-TEXT    PIC -(9)9.

      * Kiosk API credentials - the token API-TOKEN unseals once at
      * startup (and again on xRELOAD_CREDENTIALS after an admin
      * rotates it) goes out as "Authorization: <scheme> <token>"
      * on every request; AUTHSCHEME= in config.txt names the scheme
      * the server expects (default Bearer). Without a token the
      * kiosk calls anonymously, as it always has. A 401/403 answer
      * is a refusal of the kiosk itself, not of the sale: it fails
      * the call (api-response-status 401) instead of being parsed
      * as a business error, sales are not queued against it, and
      * one AUTH alert goes to the outbox until a call succeeds.
       COPY "copybooks/api-token.cpy".
       01 WS-AUTH-SCHEME       PIC X(20) VALUE "Bearer".
       01 WS-AUTH-HEADER       PIC X(200).
       01 WS-AUTH-REJECTED     PIC 9 VALUE 0.
       01 WS-AUTH-ALERTED      PIC 9 VALUE 0.
       01 WS-REPLAY-AUTH-STOP  PIC 9 VALUE 0.
       01 WS-OUTBOX-PATH       PIC X(256).
       01 WS-OUTBOX-STATUS     PIC XX.

       LINKAGE SECTION.
       COPY "copybooks/api-request.cpy".
      * api-response-data is the api-response.cpy header plus the

       MAIN-LOGIC.
           MOVE SPACE TO http-request-data
           MOVE 0 TO WS-AUTH-REJECTED
           MOVE SPACES TO api-response-body
           MOVE 0 TO member-sales-count
           MOVE 0 TO sale-status
               PERFORM INIT-TEMP-DIR
               PERFORM INIT-QUEUE-PATH
               PERFORM INIT-API-CONFIG
               PERFORM LOAD-API-CREDENTIALS
               PERFORM LOAD-DICT-STORE
               MOVE 1 TO api-init-done
           END-IF
           MOVE WS-AUTH-HEADER TO req-header(1)

           MOVE SPACES TO log-message
           STRING "API operation: " DELIMITED BY SIZE
                   PERFORM API-xGET-RAW
               WHEN "xRETRY_PENDING_SALES"
                   PERFORM RETRY-PENDING-SALES
               WHEN "xRELOAD_CREDENTIALS"
                   PERFORM LOAD-API-CREDENTIALS
                   MOVE 0 TO api-response-status
               WHEN "xADMIN_GET_DICTIONARY"
                   PERFORM API-xADMIN-GET-DICTIONARY
               WHEN "xADMIN_CLEAR_DICTIONARY"
      * }
       API-xGET-ACTIVE-PRODUCTS.
           PERFORM CHECK-DICT-FRESHNESS
      *    API-CANARY checks what the server sends, not the cache.
           IF api-sale-key(1:7) = "CANARY-"
               MOVE 0 TO dict-fresh
           END-IF
           IF dict-fresh = 1
               PERFORM BUILD-ACTIVE-PRODUCTS-FROM-CACHE
               EXIT PARAGRAPH
                   ")" DELIMITED BY SIZE
                   INTO sale-message
               END-STRING
      *        API-CANARY's dry-run sale (key "CANARY-...") is voided
      *        straight after it lands; one that never landed must
      *        not be replayed later with no void to follow it.
      *        A sale the server refused for the kiosk's credentials
      *        is not queued either - replaying it cannot succeed
      *        until an admin fixes the token, and the member is told
      *        now that nothing was charged.
               IF WS-AUTH-REJECTED = 1
                   MOVE SPACES TO sale-message
                   MOVE "Server refused this kiosk's API credentials"
                       TO sale-message
               ELSE IF api-sale-key(1:7) NOT = "CANARY-"
                   PERFORM QUEUE-PENDING-SALE
               END-IF
           END-IF.

      * API-xPOST-DEPOSIT - POST /api/deposit
       RETRY-PENDING-SALES.
           MOVE 0 TO WS-QUEUE-ENTRY-COUNT
           MOVE 0 TO WS-QUEUE-EOF
           MOVE 0 TO WS-REPLAY-AUTH-STOP

           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS = "35"
      *        the member's server sales list for activity on the
      *        queued entry's date; if there is any, hold the entry
      *        for a human (reconcile report) instead of re-ringing.
      *        Once the server has refused the kiosk's credentials
      *        the rest of the queue is kept as it is, unsent.
               IF WS-REPLAY-AUTH-STOP = 0
                   PERFORM CHECK-QUEUED-SALE-ON-SERVER
               END-IF
               IF WS-REPLAY-AUTH-STOP = 1 OR WS-AUTH-REJECTED = 1
                   MOVE 1 TO WS-REPLAY-AUTH-STOP
                   PERFORM REQUEUE-HELD-ENTRY
               ELSE IF WS-QUEUE-DUPLICATE = 1
                   MOVE SPACES TO log-message
                   STRING "Queued sale held - server already shows "
                       DELIMITED BY SIZE
                   MOVE WS-QUEUE-USERNAME TO api-username
                   MOVE WS-QUEUE-SALE-KEY TO api-sale-key
                   PERFORM API-xPOST-SALE
                   IF WS-AUTH-REJECTED = 1
                       MOVE 1 TO WS-REPLAY-AUTH-STOP
                       PERFORM REQUEUE-HELD-ENTRY
                   END-IF
               END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO api-response-status
           IF WS-REPLAY-AUTH-STOP = 1
               MOVE "Queue replay stopped - server refused this "
                   & "kiosk's API credentials; queued sales kept"
                   TO log-message
               PERFORM LOG-ERROR
               MOVE 401 TO api-response-status
           END-IF
           .

       REQUEUE-HELD-ENTRY.

           CLOSE HTTP-STATUS-FILE

           IF WS-PROBE-REQUEST = 0 AND http-response-status = 0
               IF api-http-status = 401 OR api-http-status = 403
                   PERFORM NOTE-AUTH-REJECTED
                   EXIT PARAGRAPH
               END-IF
               IF api-http-status >= 200 AND api-http-status <= 299
                   MOVE 0 TO WS-AUTH-ALERTED
               END-IF
           END-IF

           IF http-response-status NOT = 0
               MOVE "Connect failure (transport error, no HTTP status)"
                   TO log-message
           END-IF
           .

      * NOTE-AUTH-REJECTED - The server answered 401/403: it does
      * not accept this kiosk's credentials (none held, a stale
      * token after a rotation, or a token sealed on other
      * hardware). The call is turned into a failure with status 401
      * so no operation parses the refusal as a result, and the
      * first refusal since the last good call raises an outbox
      * alert for the admins.
       NOTE-AUTH-REJECTED.
           MOVE 1 TO WS-AUTH-REJECTED
           MOVE 401 TO http-response-status
           MOVE 401 TO api-response-status

           MOVE SPACES TO log-message
           MOVE api-http-status TO log-num-text
           STRING "Server refused the kiosk's API credentials (HTTP "
                   DELIMITED BY SIZE
               FUNCTION TRIM(log-num-text) DELIMITED BY SIZE
               ") on " DELIMITED BY SIZE
               FUNCTION TRIM(req-path) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-ERROR

           IF WS-AUTH-ALERTED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AUTH-ALERTED

           MOVE SPACES TO WS-OUTBOX-PATH
           STRING
               FUNCTION TRIM(WS-CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO WS-OUTBOX-PATH
           END-STRING
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO WS-OUTBOX-LINE
           IF apitok-status = 0
               STRING
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "AUTH" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "Server refused this kiosk's API token "
                       DELIMITED BY SIZE
                   "(fingerprint " DELIMITED BY SIZE
                   apitok-print DELIMITED BY SIZE
                   ") - sales are refused, not queued; register or "
                       DELIMITED BY SIZE
                   "reissue it from the admin menu (A)"
                       DELIMITED BY SIZE
                   INTO WS-OUTBOX-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "AUTH" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "Server refused this kiosk - it holds no usable "
                       DELIMITED BY SIZE
                   "API token; sales are refused, not queued; issue "
                       DELIMITED BY SIZE
                   "one from the admin menu (A)" DELIMITED BY SIZE
                   INTO WS-OUTBOX-LINE
               END-STRING
           END-IF
           WRITE WS-OUTBOX-LINE
           CLOSE OUTBOX-FILE
           .

      * PARSE-JSON-RESPONSE - Run JSON-DECODER and store output
       PARSE-JSON-RESPONSE.
           MOVE SPACES TO parsed-output
                       ELSE IF WS-API-CONFIG-KEY = "STANDBYURL"
                           MOVE FUNCTION TRIM(WS-API-CONFIG-VALUE)
                               TO api-standby-url
                       ELSE IF WS-API-CONFIG-KEY = "AUTHSCHEME"
                           MOVE FUNCTION TRIM(WS-API-CONFIG-VALUE)
                               TO WS-AUTH-SCHEME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-CONFIG-FILE
           .

      * LOAD-API-CREDENTIALS - Ask API-TOKEN for this kiosk's token
      * and build the Authorization header sent with every request.
      * A build without API-TOKEN linked in, no token, or a token
      * that does not open on this machine all leave the kiosk
      * anonymous; the last is logged so it is found before the
      * server starts refusing.
       LOAD-API-CREDENTIALS.
           MOVE SPACES TO WS-AUTH-HEADER
           MOVE "LOAD" TO apitok-op
           MOVE SPACES TO apitok-operator
           MOVE SPACES TO apitok-value
           CALL "API-TOKEN" USING
               apitok-request-data
               apitok-response-data
               ON EXCEPTION
                   MOVE 1 TO apitok-status
           END-CALL

           IF apitok-status = 0
               STRING "Authorization: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUTH-SCHEME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(apitok-token) DELIMITED BY SIZE
                   INTO WS-AUTH-HEADER
               END-STRING
               MOVE SPACES TO apitok-token
               MOVE SPACES TO log-message
               STRING "API credentials: token fingerprint "
                       DELIMITED BY SIZE
                   apitok-print DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-INFO
           ELSE IF apitok-status = 2
               MOVE apitok-reason TO log-message
               PERFORM LOG-ERROR
           ELSE
               MOVE "API credentials: none - calling anonymously"
                   TO log-message
               PERFORM LOG-INFO
           END-IF
           END-IF
           MOVE 0 TO WS-AUTH-ALERTED
           .

      * PARSE-BACKEND-CONFIG-VALUE - Split one "name|url" BACKEND=
      * config.txt line into the next free BACKEND-DIR-ENTRY slot. "|"
      * is used rather than ":" since a stregsystem URL itself
