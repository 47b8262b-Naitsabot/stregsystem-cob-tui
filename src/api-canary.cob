      ******************************************************************
      * Author: Naitsabot
      * Purpose: Nightly API contract canary
      * Description:
      *     A stregsystem upgrade that renames or retypes a JSON
      *     field does not break the kiosk loudly - JSON-DECODER just
      *     finds nothing and balances read as zero. This job calls
      *     every operation STREGSYSTEM-API uses, through
      *     STREGSYSTEM-API itself, against a designated test member
      *     (config.txt CANARYUSER=, CANARYROOM=): member id,
      *     active and named products, member, balance, member sales
      *     and - when CANARYPRODUCT= names a cheap product - a
      *     dry-run sale, i.e. one sale of that product immediately
      *     voided again so the test member nets to zero.
      *
      *     Each raw response is reduced to its shape - every field
      *     path with its JSON type (".values.promille number",
      *     ".sales[].product string"; product-map keys collapse to
      *     "*") - and compared with api-contract.txt:
      *       MISSING  a contract field the server no longer sends
      *                (a rename shows as MISSING plus NEW)
      *       RETYPED  same field, different type (null always
      *                matches, for fields such as bp_minutes)
      *       NEW      a field the contract does not know (reported
      *                only - additions do not break the decoder)
      *     Fields inside a list that came back empty are not
      *     counted as missing.
      *
      *     Any MISSING or RETYPED field, a non-2xx answer or a body
      *     that is not JSON marks the backend SUSPECT in
      *     api-canary-state.txt (shown by STATUS-BOARD) and queues
      *     one API outbox alert; an unreachable server is DOWN
      *     (the kiosks' own failover and heartbeats cover that),
      *     and one that refuses the kiosk's API credentials is
      *     REFUSED (STREGSYSTEM-API raises its own AUTH alert) -
      *     neither says anything about the response shape.
      *
      *     CANARY_LEARN=YES writes api-contract.txt from the current
      *     responses instead of checking them - run it once against
      *     a server known to be good, and again after an upgrade
      *     has been checked and accepted.
      *     Link with stregsystem-api.cob, api-token.cob,
      *     json-decoder.cob and the HTTP client modules, as for the
      *     kiosk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. API-CANARY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
               ASSIGN TO CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
           SELECT CONTRACT-FILE
               ASSIGN TO CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO RESPONSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESPONSE-STATUS.
           SELECT STATE-FILE
               ASSIGN TO STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
        01 CONFIG-LINE          PIC X(256).
       FD  CONTRACT-FILE.
        01 CONTRACT-LINE        PIC X(160).
       FD  RESPONSE-FILE.
        01 RESPONSE-LINE        PIC X(65536).
       FD  STATE-FILE.
        01 STATE-LINE           PIC X(200).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "copybooks/api-request.cpy".
       COPY "copybooks/api-response.cpy".
       COPY "copybooks/parsed-sale-result.cpy".
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 CONFIG-PATH           PIC X(256).
       01 CONFIG-STATUS         PIC XX.
       01 CONFIG-EOF            PIC 9 VALUE 0.
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VALUE          PIC X(200).
       01 CONTRACT-PATH         PIC X(256).
       01 CONTRACT-STATUS       PIC XX.
       01 CONTRACT-EOF          PIC 9 VALUE 0.
       01 RESPONSE-PATH         PIC X(256).
       01 RESPONSE-STATUS       PIC XX.
       01 RESPONSE-EOF          PIC 9 VALUE 0.
       01 STATE-PATH            PIC X(256).
       01 STATE-STATUS          PIC XX.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 TEMP-DIR-ENV          PIC X(256).
       01 SYSTEM-CMD            PIC X(600).

       01 canary-config.
           05 canary-user       PIC X(64) VALUE SPACES.
           05 canary-room       PIC X(8) VALUE SPACES.
           05 canary-product    PIC X(16) VALUE SPACES.
           05 canary-member-id  PIC X(8) VALUE SPACES.
           05 kiosk-name        PIC X(32) VALUE "kiosk".
           05 learn-flag        PIC X(4) VALUE SPACES.
           05 learn-mode        PIC 9 VALUE 0.

      * canary-ops - what is called, in order, under which name the
      * contract files it, and whether the top-level keys are data
      * (product ids / names) rather than field names.
       01 canary-op-values.
           05 FILLER PIC X(16) VALUE "GET_MEMBER_ID".
           05 FILLER PIC X(24) VALUE "xGET_MEMBER_ID".
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC X(16) VALUE "ACTIVE_PRODUCTS".
           05 FILLER PIC X(24) VALUE "xGET_ACTIVE_PRODUCTS".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(16) VALUE "NAMED_PRODUCTS".
           05 FILLER PIC X(24) VALUE "xGET_NAMED_PRODUCTS".
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC X(16) VALUE "GET_MEMBER".
           05 FILLER PIC X(24) VALUE "xGET_MEMBER".
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC X(16) VALUE "GET_BALANCE".
           05 FILLER PIC X(24) VALUE "xGET_BALANCE".
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC X(16) VALUE "MEMBER_SALES".
           05 FILLER PIC X(24) VALUE "xGET_MEMBER_SALES".
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC X(16) VALUE "POST_SALE".
           05 FILLER PIC X(24) VALUE "xPOST_SALE".
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC X(16) VALUE "VOID_SALE".
           05 FILLER PIC X(24) VALUE "xPOST_VOID_SALE".
           05 FILLER PIC 9     VALUE 0.
       01 canary-ops REDEFINES canary-op-values.
           05 canary-op OCCURS 8 TIMES.
               10 op-label      PIC X(16).
               10 op-api        PIC X(24).
               10 op-map-root   PIC 9.

       01 run-work.
           05 op-idx            PIC 9(2) COMP-5.
           05 op-result         PIC X(60).
           05 op-drift          PIC 9(4) COMP-5.
           05 op-missing        PIC 9(4) COMP-5.
           05 op-new            PIC 9(4) COMP-5.
           05 sale-landed       PIC 9 VALUE 0.
           05 void-landed       PIC 9 VALUE 0.
           05 down-count        PIC 9(2) COMP-5 VALUE 0.
           05 refused-count     PIC 9(2) COMP-5 VALUE 0.
           05 drift-total       PIC 9(4) COMP-5 VALUE 0.
           05 new-total         PIC 9(4) COMP-5 VALUE 0.
           05 checked-count     PIC 9(2) COMP-5 VALUE 0.
           05 learned-count     PIC 9(4) COMP-5 VALUE 0.
           05 drift-ops         PIC X(120) VALUE SPACES.
           05 drift-ops-pos     PIC 9(3) COMP-5 VALUE 1.
           05 canary-state      PIC X(8).
           05 state-summary     PIC X(120).
           05 http-disp         PIC 999.
           05 display-count     PIC ZZZ9.

      * body-work - the raw response as curl left it.
       01 body-work.
           05 body-text         PIC X(250000).
           05 body-len          PIC 9(9) COMP-5.
           05 body-ptr          PIC 9(9) COMP-5.
           05 body-found        PIC 9.

      * walk-work - JSON shape walker (WALK-BODY). walk-mode:
      *   1 value expected         2 value or "]" (just after "[")
      *   3 key or "}" (after "{") 4 key (after ",")
      *   5 after a value          6 done      7 not JSON
       01 walk-work.
           05 walk-pos          PIC 9(9) COMP-5.
           05 walk-mode         PIC 9.
           05 walk-char         PIC X.
           05 walk-depth        PIC 9(3) COMP-5.
           05 walk-level OCCURS 64 TIMES.
               10 walk-kind     PIC X.
               10 walk-plen     PIC 9(3) COMP-5.
           05 walk-path         PIC X(120).
           05 walk-path-len     PIC 9(3) COMP-5.
           05 walk-key          PIC X(60).
           05 walk-key-len      PIC 9(3) COMP-5.
           05 walk-type         PIC X(8).
           05 walk-map-root     PIC 9.
           05 walk-digits       PIC 9.

      * shape-table - the distinct paths of one response.
       01 shape-table.
           05 shape-count       PIC 9(4) COMP-5.
           05 shape-idx         PIC 9(4) COMP-5.
           05 shape-entry OCCURS 400 TIMES.
               10 shape-path    PIC X(120).
               10 shape-type    PIC X(8).
               10 shape-in-ct   PIC 9.

      * contract-table - api-contract.txt, all operations.
       01 contract-table.
           05 ct-count          PIC 9(4) COMP-5 VALUE 0.
           05 ct-idx            PIC 9(4) COMP-5.
           05 ct-entry OCCURS 1000 TIMES.
               10 ct-op         PIC X(16).
               10 ct-path       PIC X(120).
               10 ct-type       PIC X(8).

       01 compare-work.
           05 cmp-found         PIC 9.
           05 cmp-prefix        PIC X(120).
           05 cmp-pos           PIC 9(3) COMP-5.
           05 cmp-len           PIC 9(3) COMP-5.
           05 cmp-empty-list    PIC 9.
           05 cmp-has-elems     PIC 9.
           05 cmp-show          PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "API-CANARY" TO log-component
           PERFORM LOG-INIT

           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM API CONTRACT CANARY"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-KEYS
           IF FUNCTION TRIM(canary-user) = SPACES
               DISPLAY "No CANARYUSER= configured in config.txt - "
                   "nothing to check."
               STOP RUN
           END-IF

           MOVE SPACES TO learn-flag
           ACCEPT learn-flag FROM ENVIRONMENT "CANARY_LEARN"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(learn-flag))
               TO learn-flag
           IF learn-flag = "YES" OR learn-flag = "Y"
               MOVE 1 TO learn-mode
           END-IF

           DISPLAY "Test member: " FUNCTION TRIM(canary-user)
               "  room: " FUNCTION TRIM(canary-room)
           IF learn-mode = 1
               DISPLAY "Learning the contract from these responses."
               OPEN OUTPUT CONTRACT-FILE
               MOVE "# API response contract - operation, path, type"
                   & " (tab separated)" TO CONTRACT-LINE
               WRITE CONTRACT-LINE
               MOVE SPACES TO CONTRACT-LINE
               STRING "# learned " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                   " by API-CANARY" DELIMITED BY SIZE
                   INTO CONTRACT-LINE
               END-STRING
               WRITE CONTRACT-LINE
           ELSE
               PERFORM LOAD-CONTRACT
               IF ct-count = 0
                   DISPLAY "No api-contract.txt yet - run once with "
                       "CANARY_LEARN=YES against a known-good server."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY " "

           PERFORM VARYING op-idx FROM 1 BY 1 UNTIL op-idx > 8
               PERFORM RUN-ONE-OPERATION
           END-PERFORM

           IF sale-landed = 1 AND void-landed = 0
               DISPLAY " "
               DISPLAY "WARNING: the dry-run sale was NOT voided - "
                   "void it for " FUNCTION TRIM(canary-user)
                   " by hand."
               ADD 1 TO drift-total
               PERFORM NOTE-DRIFT-OP
           END-IF

           IF learn-mode = 1
               CLOSE CONTRACT-FILE
               DISPLAY " "
               MOVE learned-count TO display-count
               DISPLAY "Contract written: " display-count " field(s)"
               IF down-count > 0 OR refused-count > 0
                   DISPLAY "Some operations could not be reached - "
                       "learn again when the server answers."
                   MOVE 1 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           PERFORM PRINT-SUMMARY
           PERFORM WRITE-CANARY-STATE
           IF drift-total > 0
               PERFORM QUEUE-DRIFT-ALERT
               MOVE 1 TO RETURN-CODE
           END-IF
           IF down-count > 0 OR refused-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       INIT-PATHS.
           MOVE SPACES TO HOME-DIR
           ACCEPT HOME-DIR FROM ENVIRONMENT "HOME"
           IF FUNCTION TRIM(HOME-DIR) = SPACES
               MOVE "/tmp" TO HOME-DIR
           END-IF

           MOVE SPACES TO CONFIG-DIR
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui" DELIMITED BY SIZE
               INTO CONFIG-DIR
           END-STRING

           MOVE SPACES TO CONFIG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config.txt" DELIMITED BY SIZE
               INTO CONFIG-PATH
           END-STRING

           MOVE SPACES TO CONTRACT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/api-contract.txt" DELIMITED BY SIZE
               INTO CONTRACT-PATH
           END-STRING

           MOVE SPACES TO STATE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/api-canary-state.txt" DELIMITED BY SIZE
               INTO STATE-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

      *    Where the HTTP client modules leave the response body -
      *    the same rule as their own INIT-TEMP-DIR.
           MOVE SPACES TO TEMP-DIR-ENV
           ACCEPT TEMP-DIR-ENV FROM ENVIRONMENT "XDG_RUNTIME_DIR"
           IF FUNCTION TRIM(TEMP-DIR-ENV) = SPACES
               ACCEPT TEMP-DIR-ENV FROM ENVIRONMENT "TMPDIR"
           END-IF
           IF FUNCTION TRIM(TEMP-DIR-ENV) = SPACES
               MOVE "/tmp" TO TEMP-DIR-ENV
           END-IF
           MOVE SPACES TO RESPONSE-PATH
           STRING
               FUNCTION TRIM(TEMP-DIR-ENV) DELIMITED BY SIZE
               "/stregsystem-tui/http-response.txt" DELIMITED BY SIZE
               INTO RESPONSE-PATH
           END-STRING
           .

       READ-CONFIG-KEYS.
           MOVE 0 TO CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONFIG-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO CONFIG-EOF
                   NOT AT END
                       MOVE SPACES TO CONFIG-KEY
                       MOVE SPACES TO CONFIG-VALUE
                       UNSTRING CONFIG-LINE DELIMITED BY "="
                           INTO CONFIG-KEY
                                CONFIG-VALUE
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-KEY)) TO CONFIG-KEY
                       IF CONFIG-KEY = "CANARYUSER"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO canary-user
                       END-IF
                       IF CONFIG-KEY = "CANARYROOM"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO canary-room
                       END-IF
                       IF CONFIG-KEY = "ROOM"
                           AND FUNCTION TRIM(canary-room) = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO canary-room
                       END-IF
                       IF CONFIG-KEY = "CANARYPRODUCT"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO canary-product
                       END-IF
                       IF CONFIG-KEY = "CANARYMEMBERID"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO canary-member-id
                       END-IF
                       IF CONFIG-KEY = "KIOSKNAME"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO kiosk-name
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           IF FUNCTION TRIM(canary-room) = SPACES
               MOVE "10" TO canary-room
           END-IF
           .

       LOAD-CONTRACT.
           MOVE 0 TO ct-count
           MOVE 0 TO CONTRACT-EOF
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONTRACT-EOF = 1
               READ CONTRACT-FILE
                   AT END
                       MOVE 1 TO CONTRACT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CONTRACT-LINE) NOT = SPACES
                           AND CONTRACT-LINE(1:1) NOT = "#"
                           AND ct-count < 1000
                           ADD 1 TO ct-count
                           MOVE SPACES TO ct-entry(ct-count)
                           UNSTRING CONTRACT-LINE DELIMITED BY X"09"
                               INTO ct-op(ct-count)
                                    ct-path(ct-count)
                                    ct-type(ct-count)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE
           .

      * RUN-ONE-OPERATION - Call one operation exactly as the kiosk
      * would, then check (or learn) the shape of what came back.
       RUN-ONE-OPERATION.
           MOVE SPACES TO op-result
           MOVE 0 TO op-drift
           MOVE 0 TO op-missing
           MOVE 0 TO op-new

           EVALUATE op-idx
               WHEN 4 THRU 6
                   IF FUNCTION TRIM(canary-member-id) = SPACES
                       MOVE "SKIPPED - member id unknown" TO op-result
                   END-IF
               WHEN 7
                   EVALUATE TRUE
                       WHEN FUNCTION TRIM(canary-product) = SPACES
                           MOVE "SKIPPED - no CANARYPRODUCT= set"
                               TO op-result
                       WHEN FUNCTION TRIM(canary-member-id) = SPACES
                           MOVE "SKIPPED - member id unknown"
                               TO op-result
                       WHEN down-count > 0 OR refused-count > 0
                           MOVE "SKIPPED - server not answering"
                               TO op-result
                   END-EVALUATE
               WHEN 8
                   IF sale-landed = 0
                       MOVE "SKIPPED - no dry-run sale to void"
                           TO op-result
                   END-IF
           END-EVALUATE
           IF op-result NOT = SPACES
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(RESPONSE-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO api-request-data
           MOVE op-api(op-idx) TO api-operation
           MOVE canary-room TO api-room-id
           MOVE canary-user TO api-username
           MOVE canary-member-id TO api-member-id
           MOVE canary-product TO api-order
           STRING "CANARY-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO api-sale-key
           END-STRING
           MOVE 0 TO api-http-status
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
               ON EXCEPTION
                   MOVE 1 TO api-response-status
           END-CALL

           IF op-idx = 1 AND FUNCTION TRIM(canary-member-id) = SPACES
               AND api-response-status = 0
               AND FUNCTION TRIM(api-response-body) IS NUMERIC
               MOVE FUNCTION TRIM(api-response-body)
                   TO canary-member-id
           END-IF

           IF api-response-status = 401
               MOVE "REFUSED - server refused the kiosk's credentials"
                   TO op-result
               ADD 1 TO refused-count
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           IF api-http-status = 0 AND api-response-status NOT = 0
               MOVE "DOWN - no answer from the server" TO op-result
               ADD 1 TO down-count
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           IF op-idx = 7 AND api-http-status >= 200
               AND api-http-status <= 299
               MOVE 1 TO sale-landed
           END-IF
           IF op-idx = 8 AND api-http-status >= 200
               AND api-http-status <= 299
               MOVE 1 TO void-landed
           END-IF

           IF api-http-status NOT = 0
               AND (api-http-status < 200 OR api-http-status > 299)
               MOVE api-http-status TO http-disp
               STRING "HTTP " DELIMITED BY SIZE
                   http-disp DELIMITED BY SIZE
                   " - unexpected status" DELIMITED BY SIZE
                   INTO op-result
               END-STRING
               IF learn-mode = 0
                   MOVE 1 TO op-drift
                   PERFORM NOTE-DRIFT-OP
               END-IF
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-RESPONSE-BODY
           IF body-found = 0
               MOVE "NOT CHECKED - answered from the local cache"
                   TO op-result
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE op-map-root(op-idx) TO walk-map-root
           PERFORM WALK-BODY
           IF walk-mode = 7
               MOVE "SUSPECT - response is not JSON" TO op-result
               IF learn-mode = 0
                   MOVE 1 TO op-drift
                   PERFORM NOTE-DRIFT-OP
               END-IF
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           IF learn-mode = 1
               PERFORM WRITE-LEARNED-SHAPE
               MOVE shape-count TO display-count
               STRING "learned " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " field(s)" DELIMITED BY SIZE
                   INTO op-result
               END-STRING
               PERFORM SHOW-OP-RESULT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO checked-count
           MOVE 0 TO cmp-show
           PERFORM COMPARE-WITH-CONTRACT
           ADD op-new TO new-total
           IF op-drift > 0
               MOVE op-drift TO display-count
               STRING "SUSPECT - " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " field(s) drifted" DELIMITED BY SIZE
                   INTO op-result
               END-STRING
               PERFORM NOTE-DRIFT-OP
           ELSE
               MOVE "OK" TO op-result
           END-IF
           IF op-new > 0
               MOVE op-new TO display-count
               STRING FUNCTION TRIM(op-result) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " new" DELIMITED BY SIZE
                   INTO op-result
               END-STRING
           END-IF
           PERFORM SHOW-OP-RESULT
           IF op-drift > 0 OR op-new > 0
               MOVE 1 TO cmp-show
               PERFORM COMPARE-WITH-CONTRACT
           END-IF
           IF op-missing > 0 AND op-new > 0
               DISPLAY "      (missing and new together - a field "
                   "may have been renamed)"
           END-IF
           .

       SHOW-OP-RESULT.
           DISPLAY "  " op-label(op-idx) " " FUNCTION TRIM(op-result)
           .

       NOTE-DRIFT-OP.
           ADD op-drift TO drift-total
           IF drift-ops-pos < 100
               STRING FUNCTION TRIM(op-label(op-idx)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO drift-ops
                   WITH POINTER drift-ops-pos
               END-STRING
           END-IF
           .

      * READ-RESPONSE-BODY - The body as one string, lines joined the
      * way STREGSYSTEM-API's own line reader joins them.
       READ-RESPONSE-BODY.
           MOVE SPACES TO body-text
           MOVE 1 TO body-ptr
           MOVE 0 TO body-found
           MOVE 0 TO RESPONSE-EOF
           OPEN INPUT RESPONSE-FILE
           IF RESPONSE-STATUS NOT = "00"
               MOVE 0 TO body-len
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO body-found
           PERFORM UNTIL RESPONSE-EOF = 1
               MOVE SPACES TO RESPONSE-LINE
               READ RESPONSE-FILE
                   AT END
                       MOVE 1 TO RESPONSE-EOF
                   NOT AT END
                       INSPECT RESPONSE-LINE
                           REPLACING ALL X"0D" BY SPACE
                       IF FUNCTION TRIM(RESPONSE-LINE) NOT = SPACES
                           STRING
                               FUNCTION TRIM(RESPONSE-LINE)
                                   DELIMITED BY SIZE
                               INTO body-text
                               WITH POINTER body-ptr
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESPONSE-FILE
           COMPUTE body-len = body-ptr - 1
           .

      * WALK-BODY - One pass over body-text recording every value's
      * path and type in shape-table. Keys that are all digits (the
      * product map) and, with walk-map-root set, every top-level
      * key become "*"; array elements all share "[]". walk-mode
      * ends 6 for a complete JSON value, 7 otherwise.
       WALK-BODY.
           MOVE 0 TO shape-count
           MOVE 0 TO walk-depth
           MOVE SPACES TO walk-path
           MOVE 0 TO walk-path-len
           MOVE 1 TO walk-pos
           MOVE 1 TO walk-mode
           IF body-len = 0
               MOVE 7 TO walk-mode
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL walk-mode >= 6
               EVALUATE walk-mode
                   WHEN 1
                       PERFORM WALK-VALUE
                   WHEN 2
                       PERFORM WALK-SKIP-SPACE
                       IF walk-char = "]"
                           ADD 1 TO walk-pos
                           PERFORM WALK-POP
                       ELSE
                           MOVE 1 TO walk-mode
                       END-IF
                   WHEN 3
                       PERFORM WALK-SKIP-SPACE
                       IF walk-char = "}"
                           ADD 1 TO walk-pos
                           PERFORM WALK-POP
                       ELSE
                           PERFORM WALK-OBJECT-KEY
                       END-IF
                   WHEN 4
                       PERFORM WALK-SKIP-SPACE
                       PERFORM WALK-OBJECT-KEY
                   WHEN 5
                       PERFORM WALK-AFTER-VALUE
               END-EVALUATE
           END-PERFORM
           .

       WALK-SKIP-SPACE.
           PERFORM UNTIL walk-pos > body-len
               OR (body-text(walk-pos:1) NOT = SPACE
                   AND body-text(walk-pos:1) NOT = X"09"
                   AND body-text(walk-pos:1) NOT = X"0A")
               ADD 1 TO walk-pos
           END-PERFORM
           IF walk-pos > body-len
               MOVE SPACE TO walk-char
           ELSE
               MOVE body-text(walk-pos:1) TO walk-char
           END-IF
           .

       WALK-VALUE.
           PERFORM WALK-SKIP-SPACE
           IF walk-pos > body-len
               MOVE 7 TO walk-mode
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN walk-char = "{"
                   MOVE "object" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM WALK-PUSH
                   MOVE "O" TO walk-kind(walk-depth)
                   ADD 1 TO walk-pos
                   MOVE 3 TO walk-mode
               WHEN walk-char = "["
                   MOVE "array" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM WALK-PUSH
                   MOVE "A" TO walk-kind(walk-depth)
                   STRING "[]" DELIMITED BY SIZE
                       INTO walk-path(walk-path-len + 1:2)
                   END-STRING
                   ADD 2 TO walk-path-len
                   ADD 1 TO walk-pos
                   MOVE 2 TO walk-mode
               WHEN walk-char = '"'
                   MOVE "string" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM WALK-SKIP-STRING
                   MOVE 5 TO walk-mode
               WHEN walk-char = "t" OR walk-char = "f"
                   MOVE "bool" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM WALK-SKIP-WORD
                   MOVE 5 TO walk-mode
               WHEN walk-char = "n"
                   MOVE "null" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM WALK-SKIP-WORD
                   MOVE 5 TO walk-mode
               WHEN walk-char = "-" OR walk-char IS NUMERIC
                   MOVE "number" TO walk-type
                   PERFORM ADD-SHAPE
                   PERFORM UNTIL walk-pos > body-len
                       OR (body-text(walk-pos:1) IS NOT NUMERIC
                           AND body-text(walk-pos:1) NOT = "-"
                           AND body-text(walk-pos:1) NOT = "+"
                           AND body-text(walk-pos:1) NOT = "."
                           AND body-text(walk-pos:1) NOT = "e"
                           AND body-text(walk-pos:1) NOT = "E")
                       ADD 1 TO walk-pos
                   END-PERFORM
                   MOVE 5 TO walk-mode
               WHEN OTHER
                   MOVE 7 TO walk-mode
           END-EVALUATE
           .

      *    walk-pos on the opening quote; leaves it past the closing
      *    one, with the text between in walk-key (first 60 bytes).
       WALK-SKIP-STRING.
           MOVE SPACES TO walk-key
           MOVE 0 TO walk-key-len
           ADD 1 TO walk-pos
           PERFORM UNTIL walk-pos > body-len
               OR body-text(walk-pos:1) = '"'
               IF body-text(walk-pos:1) = "\"
                   ADD 1 TO walk-pos
               END-IF
               IF walk-key-len < 60 AND walk-pos <= body-len
                   ADD 1 TO walk-key-len
                   MOVE body-text(walk-pos:1)
                       TO walk-key(walk-key-len:1)
               END-IF
               ADD 1 TO walk-pos
           END-PERFORM
           IF walk-pos > body-len
               MOVE 7 TO walk-mode
           ELSE
               ADD 1 TO walk-pos
           END-IF
           .

       WALK-SKIP-WORD.
           PERFORM UNTIL walk-pos > body-len
               OR body-text(walk-pos:1) IS NOT ALPHABETIC
               OR body-text(walk-pos:1) = SPACE
               ADD 1 TO walk-pos
           END-PERFORM
           .

      *    "key": - the path becomes the object's path plus ".key".
       WALK-OBJECT-KEY.
           IF walk-char NOT = '"'
               MOVE 7 TO walk-mode
               EXIT PARAGRAPH
           END-IF
           PERFORM WALK-SKIP-STRING
           IF walk-mode = 7
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO walk-digits
           IF walk-key-len = 0
               OR walk-key(1:walk-key-len) IS NOT NUMERIC
               MOVE 0 TO walk-digits
           END-IF
           IF walk-digits = 1
               OR (walk-map-root = 1 AND walk-depth = 1)
               MOVE "*" TO walk-key
               MOVE 1 TO walk-key-len
           END-IF
           MOVE walk-plen(walk-depth) TO walk-path-len
           MOVE SPACES TO walk-path(walk-path-len + 1:)
           IF walk-path-len + walk-key-len + 1 <= 120
               MOVE "." TO walk-path(walk-path-len + 1:1)
               MOVE walk-key(1:walk-key-len)
                   TO walk-path(walk-path-len + 2:walk-key-len)
               COMPUTE walk-path-len =
                   walk-path-len + walk-key-len + 1
           END-IF
           PERFORM WALK-SKIP-SPACE
           IF walk-char NOT = ":"
               MOVE 7 TO walk-mode
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO walk-pos
           MOVE 1 TO walk-mode
           .

       WALK-AFTER-VALUE.
           IF walk-depth = 0
               PERFORM WALK-SKIP-SPACE
               IF walk-pos > body-len
                   MOVE 6 TO walk-mode
               ELSE
                   MOVE 7 TO walk-mode
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM WALK-SKIP-SPACE
           EVALUATE TRUE
               WHEN walk-char = "," AND walk-kind(walk-depth) = "O"
                   ADD 1 TO walk-pos
                   MOVE 4 TO walk-mode
               WHEN walk-char = "," AND walk-kind(walk-depth) = "A"
                   ADD 1 TO walk-pos
                   COMPUTE walk-path-len = walk-plen(walk-depth) + 2
                   MOVE SPACES TO walk-path(walk-path-len + 1:)
                   MOVE 1 TO walk-mode
               WHEN walk-char = "}" AND walk-kind(walk-depth) = "O"
                   ADD 1 TO walk-pos
                   PERFORM WALK-POP
               WHEN walk-char = "]" AND walk-kind(walk-depth) = "A"
                   ADD 1 TO walk-pos
                   PERFORM WALK-POP
               WHEN OTHER
                   MOVE 7 TO walk-mode
           END-EVALUATE
           .

       WALK-PUSH.
           IF walk-depth >= 64
               MOVE 7 TO walk-mode
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO walk-depth
           MOVE walk-path-len TO walk-plen(walk-depth)
           .

      *    Closing a container: back to the container's own path, and
      *    it counts as the value just finished.
       WALK-POP.
           MOVE walk-plen(walk-depth) TO walk-path-len
           MOVE SPACES TO walk-path(walk-path-len + 1:)
           SUBTRACT 1 FROM walk-depth
           MOVE 5 TO walk-mode
           .

       ADD-SHAPE.
           IF walk-path-len = 0
               MOVE "." TO walk-path
               MOVE 1 TO walk-path-len
               PERFORM ADD-SHAPE-ENTRY
               MOVE SPACES TO walk-path
               MOVE 0 TO walk-path-len
           ELSE
               PERFORM ADD-SHAPE-ENTRY
           END-IF
           .

       ADD-SHAPE-ENTRY.
           PERFORM VARYING shape-idx FROM 1 BY 1
                   UNTIL shape-idx > shape-count
               IF shape-path(shape-idx) = walk-path
                   IF shape-type(shape-idx) = "null"
                       MOVE walk-type TO shape-type(shape-idx)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF shape-count < 400
               ADD 1 TO shape-count
               MOVE walk-path TO shape-path(shape-count)
               MOVE walk-type TO shape-type(shape-count)
               MOVE 0 TO shape-in-ct(shape-count)
           END-IF
           .

       WRITE-LEARNED-SHAPE.
           PERFORM VARYING shape-idx FROM 1 BY 1
                   UNTIL shape-idx > shape-count
               MOVE SPACES TO CONTRACT-LINE
               STRING
                   FUNCTION TRIM(op-label(op-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(shape-path(shape-idx))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(shape-type(shape-idx))
                       DELIMITED BY SIZE
                   INTO CONTRACT-LINE
               END-STRING
               WRITE CONTRACT-LINE
               ADD 1 TO learned-count
           END-PERFORM
           .

      * COMPARE-WITH-CONTRACT - Contract fields against the response
      * (MISSING / RETYPED), then response fields the contract does
      * not have (NEW). Counts only; with cmp-show = 1 the same pass
      * lists the fields under the operation's result line.
       COMPARE-WITH-CONTRACT.
           MOVE 0 TO op-drift
           MOVE 0 TO op-missing
           MOVE 0 TO op-new
           PERFORM VARYING shape-idx FROM 1 BY 1
                   UNTIL shape-idx > shape-count
               MOVE 0 TO shape-in-ct(shape-idx)
           END-PERFORM
           PERFORM VARYING ct-idx FROM 1 BY 1 UNTIL ct-idx > ct-count
               IF ct-op(ct-idx) = op-label(op-idx)
                   PERFORM CHECK-CONTRACT-FIELD
               END-IF
           END-PERFORM
           PERFORM VARYING shape-idx FROM 1 BY 1
                   UNTIL shape-idx > shape-count
               IF shape-in-ct(shape-idx) = 0
                   ADD 1 TO op-new
                   IF cmp-show = 1
                       DISPLAY "      NEW      "
                           FUNCTION TRIM(shape-path(shape-idx)) " ("
                           FUNCTION TRIM(shape-type(shape-idx)) ")"
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-CONTRACT-FIELD.
           MOVE 0 TO cmp-found
           PERFORM VARYING shape-idx FROM 1 BY 1
                   UNTIL shape-idx > shape-count OR cmp-found = 1
               IF shape-path(shape-idx) = ct-path(ct-idx)
                   MOVE 1 TO cmp-found
                   MOVE 1 TO shape-in-ct(shape-idx)
                   IF shape-type(shape-idx) NOT = ct-type(ct-idx)
                       AND shape-type(shape-idx) NOT = "null"
                       AND ct-type(ct-idx) NOT = "null"
                       ADD 1 TO op-drift
                       IF cmp-show = 1
                           DISPLAY "      RETYPED  "
                               FUNCTION TRIM(ct-path(ct-idx)) " "
                               FUNCTION TRIM(ct-type(ct-idx)) " -> "
                               FUNCTION TRIM(shape-type(shape-idx))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF cmp-found = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INSIDE-EMPTY-LIST
           IF cmp-empty-list = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO op-drift
           ADD 1 TO op-missing
           IF cmp-show = 1
               DISPLAY "      MISSING  " FUNCTION TRIM(ct-path(ct-idx))
                   " (" FUNCTION TRIM(ct-type(ct-idx)) ")"
           END-IF
           .

      *    cmp-empty-list = 1 when some "[]" on the contract path
      *    has no elements at all in this response.
       CHECK-INSIDE-EMPTY-LIST.
           MOVE 0 TO cmp-empty-list
           COMPUTE cmp-len =
               FUNCTION LENGTH(FUNCTION TRIM(ct-path(ct-idx)))
           PERFORM VARYING cmp-pos FROM 1 BY 1
                   UNTIL cmp-pos >= cmp-len OR cmp-empty-list = 1
               IF ct-path(ct-idx)(cmp-pos:2) = "[]"
                   MOVE SPACES TO cmp-prefix
                   MOVE ct-path(ct-idx)(1:cmp-pos + 1) TO cmp-prefix
                   MOVE 0 TO cmp-has-elems
                   PERFORM VARYING shape-idx FROM 1 BY 1
                           UNTIL shape-idx > shape-count
                       IF shape-path(shape-idx)(1:cmp-pos + 1)
                           = cmp-prefix(1:cmp-pos + 1)
                           MOVE 1 TO cmp-has-elems
                       END-IF
                   END-PERFORM
                   IF cmp-has-elems = 0
                       MOVE 1 TO cmp-empty-list
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-SUMMARY.
           DISPLAY " "
           EVALUATE TRUE
               WHEN drift-total > 0
                   MOVE "SUSPECT" TO canary-state
               WHEN refused-count > 0
                   MOVE "REFUSED" TO canary-state
               WHEN down-count > 0
                   MOVE "DOWN" TO canary-state
               WHEN OTHER
                   MOVE "OK" TO canary-state
           END-EVALUATE
           MOVE SPACES TO state-summary
           EVALUATE canary-state
               WHEN "SUSPECT"
                   MOVE drift-total TO display-count
                   STRING FUNCTION TRIM(display-count)
                           DELIMITED BY SIZE
                       " problem(s) in: " DELIMITED BY SIZE
                       FUNCTION TRIM(drift-ops) DELIMITED BY SIZE
                       INTO state-summary
                   END-STRING
               WHEN "REFUSED"
                   MOVE "server refused this kiosk's API credentials"
                       TO state-summary
               WHEN "DOWN"
                   MOVE "server did not answer" TO state-summary
               WHEN OTHER
                   MOVE checked-count TO display-count
                   STRING FUNCTION TRIM(display-count)
                           DELIMITED BY SIZE
                       " operation(s) match the contract"
                           DELIMITED BY SIZE
                       INTO state-summary
                   END-STRING
           END-EVALUATE
           DISPLAY "Backend API: " FUNCTION TRIM(canary-state)
               " - " FUNCTION TRIM(state-summary)
           IF new-total > 0
               MOVE new-total TO display-count
               DISPLAY "New fields (not an error): " display-count
                   " - CANARY_LEARN=YES adopts them."
           END-IF
           .

      * WRITE-CANARY-STATE - ts<TAB>OK|SUSPECT|DOWN<TAB>summary for
      * STATUS-BOARD.
       WRITE-CANARY-STATE.
           OPEN OUTPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-LINE
           STRING
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(canary-state) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(state-summary) DELIMITED BY SIZE
               INTO STATE-LINE
           END-STRING
           WRITE STATE-LINE
           CLOSE STATE-FILE
           .

       QUEUE-DRIFT-ALERT.
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "API" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "Stregsystem API response shape changed (seen from "
                   DELIMITED BY SIZE
               FUNCTION TRIM(kiosk-name) DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(state-summary) DELIMITED BY SIZE
               " - run API-CANARY for details" DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           MOVE OUTBOX-LINE TO log-message
           PERFORM LOG-ERROR
           .

       COPY "copybooks/logging-procedures.cob".

       END PROGRAM API-CANARY.
