      ******************************************************************
      * Author: Naitsabot
      * Purpose: Demand forecast for an upcoming event
      * Description:
      *     Batch report that suggests what to buy for a planned
      *     event from what the same kind of event actually sold
      *     before. events.txt is the event register, one event per
      *     line:
      *       code<TAB>type<TAB>date<TAB>attendance<TAB>hours
      *     (date YYYYMMDD, code the one event mode stamps on the
      *     journal, type a free word such as INTRO, JULEFROKOST or
      *     SOMMERFEST). Every past event of the planned type with an
      *     attendance on record is looked up in the dated archives
      *     and the live journal - the same sweep
      *     EVENT-SETTLEMENT-REPORT makes - and its SALE and GUEST
      *     quantities per product (mixed drinks counted as their
      *     recipe components, as RESTOCK-REPORT does) are scaled to
      *     the planned attendance, and to the planned length where
      *     both events have hours recorded. The forecast is the
      *     average of the scaled past events, rounded up.
      *
      *     The planned event is FORECAST_EVENT=<code> when it is
      *     already in the register; FORECAST_TYPE, FORECAST_DATE,
      *     FORECAST_ATTENDANCE and FORECAST_HOURS give it (or
      *     override the register's values) otherwise. Only events
      *     dated before the planned date count.
      *
      *     Suggested purchases are the forecast less the counted
      *     stock in stock.txt, itself less open pre-orders held for
      *     other events (preorders.txt). They are written to
      *     exports/event-forecast-<code>.txt (or
      *     event-forecast-<type>-<date>.txt for an unregistered
      *     event) as "prodid<TAB>qty" lines - the shape
      *     RESTOCK-REPORT writes - so PURCHASE-ORDERS can seed a PO
      *     from it (PO_SUGGESTIONS=<that file name>).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-FORECAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT EVENTS-FILE
               ASSIGN TO EVENTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENTS-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT RECIPE-FILE
               ASSIGN TO RECIPE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-STATUS.
           SELECT PREORDERS-FILE
               ASSIGN TO PREORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREORDERS-STATUS.
           SELECT SUGGEST-FILE
               ASSIGN TO SUGGEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGGEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  EVENTS-FILE.
        01 EVENTS-LINE          PIC X(128).
       FD  STOCK-FILE.
        01 STOCK-LINE           PIC X(64).
       FD  RECIPE-FILE.
        01 RECIPE-LINE          PIC X(64).
       FD  PREORDERS-FILE.
        01 PREORDERS-LINE       PIC X(200).
       FD  SUGGEST-FILE.
        01 SUGGEST-LINE         PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 EVENTS-PATH           PIC X(256).
       01 EVENTS-STATUS         PIC XX.
       01 EVENTS-EOF            PIC 9 VALUE 0.
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 RECIPE-PATH           PIC X(256).
       01 RECIPE-STATUS         PIC XX.
       01 RECIPE-EOF            PIC 9 VALUE 0.
       01 PREORDERS-PATH        PIC X(256).
       01 PREORDERS-STATUS      PIC XX.
       01 PREORDERS-EOF         PIC 9 VALUE 0.
       01 SUGGEST-PATH          PIC X(256).
       01 SUGGEST-STATUS        PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 suggest-written       PIC 9(4) COMP-5 VALUE 0.

      * planned-event - the event being bought for; plan-found is 1
      * when FORECAST_EVENT named a register entry.
       01 planned-event.
           05 plan-code         PIC X(16).
           05 plan-type         PIC X(16).
           05 plan-date         PIC X(8).
           05 plan-att          PIC 9(5) COMP-5 VALUE 0.
           05 plan-hours        PIC 9(3)V9 COMP-3 VALUE 0.
           05 plan-found        PIC 9 VALUE 0.
           05 plan-env-text     PIC X(16).

      * past-events - register entries of the planned type, dated
      * before it, with the factor that scales each to the planned
      * event and how many journal lines it matched.
       01 past-events.
           05 past-count        PIC 9(3) COMP-5 VALUE 0.
           05 past-entry OCCURS 50 TIMES.
               10 past-code     PIC X(16).
               10 past-date     PIC X(8).
               10 past-att      PIC 9(5) COMP-5.
               10 past-hours    PIC 9(3)V9 COMP-3.
               10 past-factor   PIC 9(4)V9(6) COMP-3.
               10 past-lines    PIC 9(6) COMP-5.
       01 past-idx              PIC 9(3) COMP-5.
       01 past-hit-idx          PIC 9(3) COMP-5.
       01 past-used             PIC 9(3) COMP-5 VALUE 0.

      * event-work - one events.txt line.
       01 event-work.
           05 ev-code           PIC X(16).
           05 ev-type           PIC X(16).
           05 ev-date           PIC X(8).
           05 ev-att-text       PIC X(10).
           05 ev-hours-text     PIC X(10).

      * reserve-work - one preorders.txt line ("orderid<TAB>event<TAB>
      * who<TAB>prodid<TAB>qty<TAB>pay<TAB>state..."); OPEN lines
      * for another event hold stock this one cannot use.
       01 reserve-work.
           05 pr-id             PIC X(16).
           05 pr-event          PIC X(16).
           05 pr-who            PIC X(33).
           05 pr-prod-id        PIC X(10).
           05 pr-qty-text       PIC X(16).
           05 pr-pay            PIC X(8).
           05 pr-state          PIC X(8).

       COPY "copybooks/journal-line.cpy".

       01 forecast-products.
           05 fc-count          PIC 9(4) COMP-5 VALUE 0.
           05 fc-entry OCCURS 200 TIMES.
               10 fc-token      PIC X(30).
               10 fc-tracked    PIC 9.
               10 fc-on-hand    PIC S9(6) COMP-5.
      *        Scaled quantity summed over the past events; divided
      *        by the events that sold anything for the forecast.
               10 fc-scaled     PIC 9(8)V9(4) COMP-3.
               10 fc-forecast   PIC S9(6) COMP-5.
               10 fc-suggest    PIC S9(6) COMP-5.
       01 fc-idx                PIC 9(4) COMP-5.
       01 found-idx             PIC 9(4) COMP-5.
       01 sort-idx              PIC 9(4) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 swap-entry            PIC X(50).

       01 recipe-work.
           05 recipe-count      PIC 9(3) COMP-5 VALUE 0.
           05 recipe-entry OCCURS 100 TIMES.
               10 recipe-sold-id  PIC X(10).
               10 recipe-comp-id  PIC X(10).
               10 recipe-comp-qty PIC S9(3)V9(4) COMP-3.
           05 recipe-idx        PIC 9(3) COMP-5.
           05 recipe-hits       PIC 9(3) COMP-5.
           05 recipe-qty-text   PIC X(16).
           05 recipe-num-text   PIC X(16).
           05 recipe-den-text   PIC X(16).
           05 recipe-sold-name  PIC X(30).

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(30).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.
       01 stock-id-text         PIC X(10).
       01 stock-qty-text        PIC X(16).
       01 avg-qty               PIC 9(8)V9(4) COMP-3.
       01 whole-units           PIC 9(6) COMP-5.
       01 display-qty           PIC ZZZ,ZZ9.
       01 display-stock         PIC -(5)9.
       01 display-att           PIC ZZ,ZZ9.
       01 display-hours         PIC ZZ9.9.
       01 display-factor        PIC ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM EVENT DEMAND FORECAST"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-EVENT-REGISTER
           IF FUNCTION TRIM(plan-type) = SPACES
               OR plan-att = 0
               DISPLAY "Set FORECAST_EVENT=<registered code>, or "
                   "FORECAST_TYPE and FORECAST_ATTENDANCE, to pick "
                   "the planned event."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COLLECT-PAST-EVENTS
           IF past-count = 0
               DISPLAY "No earlier " FUNCTION TRIM(plan-type)
                   " event with an attendance in events.txt - "
                   "nothing to forecast from."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RECIPES
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM READ-STOCK-FILE
           PERFORM READ-RESERVATIONS
           PERFORM COMPUTE-FORECAST
           PERFORM SORT-BY-FORECAST
           PERFORM PRINT-REPORT
           PERFORM WRITE-SUGGESTIONS-FILE
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/event-forecast-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO EVENTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/events.txt" DELIMITED BY SIZE
               INTO EVENTS-PATH
           END-STRING

           MOVE SPACES TO STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO STOCK-PATH
           END-STRING

           MOVE SPACES TO RECIPE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/recipes.txt" DELIMITED BY SIZE
               INTO RECIPE-PATH
           END-STRING

           MOVE SPACES TO PREORDERS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/preorders.txt" DELIMITED BY SIZE
               INTO PREORDERS-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO plan-code
           ACCEPT plan-code FROM ENVIRONMENT "FORECAST_EVENT"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(plan-code))
               TO plan-code
           MOVE SPACES TO plan-type
           MOVE SPACES TO plan-date
           .

      * READ-EVENT-REGISTER - Loads the planned event's own entry
      * when FORECAST_EVENT names one, then lays the FORECAST_*
      * values over it.
       READ-EVENT-REGISTER.
           IF plan-code NOT = SPACES
               MOVE 0 TO EVENTS-EOF
               OPEN INPUT EVENTS-FILE
               IF EVENTS-STATUS NOT = "35"
                   PERFORM UNTIL EVENTS-EOF = 1
                       READ EVENTS-FILE
                           AT END
                               MOVE 1 TO EVENTS-EOF
                           NOT AT END
                               PERFORM MATCH-PLANNED-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE EVENTS-FILE
               END-IF
               IF plan-found = 0
                   DISPLAY "Event " FUNCTION TRIM(plan-code)
                       " is not in events.txt."
               END-IF
           END-IF

           MOVE SPACES TO plan-env-text
           ACCEPT plan-env-text FROM ENVIRONMENT "FORECAST_TYPE"
           IF FUNCTION TRIM(plan-env-text) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(plan-env-text))
                   TO plan-type
           END-IF
           MOVE SPACES TO plan-env-text
           ACCEPT plan-env-text FROM ENVIRONMENT "FORECAST_DATE"
           IF FUNCTION TRIM(plan-env-text) NOT = SPACES
               MOVE FUNCTION TRIM(plan-env-text) TO plan-date
           END-IF
           MOVE SPACES TO plan-env-text
           ACCEPT plan-env-text FROM ENVIRONMENT "FORECAST_ATTENDANCE"
           IF FUNCTION TRIM(plan-env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(plan-env-text) = 0
               MOVE FUNCTION NUMVAL(plan-env-text) TO plan-att
           END-IF
           MOVE SPACES TO plan-env-text
           ACCEPT plan-env-text FROM ENVIRONMENT "FORECAST_HOURS"
           IF FUNCTION TRIM(plan-env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(plan-env-text) = 0
               MOVE FUNCTION NUMVAL(plan-env-text) TO plan-hours
           END-IF

           IF plan-date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO plan-date
           END-IF

           MOVE SPACES TO SUGGEST-PATH
           IF plan-code NOT = SPACES
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/event-forecast-" DELIMITED BY SIZE
                   FUNCTION TRIM(plan-code) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO SUGGEST-PATH
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/event-forecast-" DELIMITED BY SIZE
                   FUNCTION TRIM(plan-type) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   plan-date DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO SUGGEST-PATH
               END-STRING
           END-IF
           .

       MATCH-PLANNED-EVENT.
           PERFORM PARSE-EVENT-LINE
           IF ev-code = SPACES OR ev-code NOT = plan-code
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO plan-found
           MOVE ev-type TO plan-type
           MOVE ev-date TO plan-date
           IF FUNCTION TRIM(ev-att-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ev-att-text) = 0
               MOVE FUNCTION NUMVAL(ev-att-text) TO plan-att
           END-IF
           IF FUNCTION TRIM(ev-hours-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ev-hours-text) = 0
               MOVE FUNCTION NUMVAL(ev-hours-text) TO plan-hours
           END-IF
           .

       PARSE-EVENT-LINE.
           MOVE SPACES TO event-work
           IF FUNCTION TRIM(EVENTS-LINE) = SPACES
               OR EVENTS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           UNSTRING EVENTS-LINE DELIMITED BY X"09"
               INTO ev-code
                    ev-type
                    ev-date
                    ev-att-text
                    ev-hours-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ev-code)) TO ev-code
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ev-type)) TO ev-type
           MOVE FUNCTION TRIM(ev-date) TO ev-date
           .

      * COLLECT-PAST-EVENTS - Every earlier event of the planned
      * type with an attendance; its factor scales what it sold to
      * the planned crowd (and length, when both have hours).
       COLLECT-PAST-EVENTS.
           MOVE 0 TO EVENTS-EOF
           OPEN INPUT EVENTS-FILE
           IF EVENTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EVENTS-EOF = 1
               READ EVENTS-FILE
                   AT END
                       MOVE 1 TO EVENTS-EOF
                   NOT AT END
                       PERFORM CONSIDER-PAST-EVENT
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           .

       CONSIDER-PAST-EVENT.
           PERFORM PARSE-EVENT-LINE
           IF ev-code = SPACES
               OR ev-code = plan-code
               OR ev-type NOT = plan-type
               OR ev-date = SPACES
               OR ev-date NOT < plan-date
               OR past-count >= 50
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ev-att-text) = SPACES
               OR FUNCTION TEST-NUMVAL(ev-att-text) NOT = 0
               OR FUNCTION NUMVAL(ev-att-text) <= 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO past-count
           MOVE ev-code TO past-code(past-count)
           MOVE ev-date TO past-date(past-count)
           MOVE FUNCTION NUMVAL(ev-att-text) TO past-att(past-count)
           MOVE 0 TO past-hours(past-count)
           IF FUNCTION TRIM(ev-hours-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ev-hours-text) = 0
               MOVE FUNCTION NUMVAL(ev-hours-text)
                   TO past-hours(past-count)
           END-IF
           MOVE 0 TO past-lines(past-count)

           COMPUTE past-factor(past-count) ROUNDED =
               plan-att / past-att(past-count)
           IF plan-hours > 0 AND past-hours(past-count) > 0
               COMPUTE past-factor(past-count) ROUNDED =
                   past-factor(past-count) * plan-hours
                   / past-hours(past-count)
           END-IF
           .

      * READ-RECIPES - recipes.txt ("soldid<TAB>componentid<TAB>
      * qty", qty a decimal or "4/70"), parsed as RESTOCK-REPORT
      * does.
       READ-RECIPES.
           MOVE 0 TO RECIPE-EOF
           OPEN INPUT RECIPE-FILE
           IF RECIPE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RECIPE-EOF = 1
               READ RECIPE-FILE
                   AT END
                       MOVE 1 TO RECIPE-EOF
                   NOT AT END
                       PERFORM PARSE-RECIPE-LINE
               END-READ
           END-PERFORM
           CLOSE RECIPE-FILE
           .

       PARSE-RECIPE-LINE.
           IF FUNCTION TRIM(RECIPE-LINE) = SPACES
               OR RECIPE-LINE(1:1) = "#"
               OR recipe-count >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO recipe-count
           MOVE SPACES TO recipe-sold-id(recipe-count)
           MOVE SPACES TO recipe-comp-id(recipe-count)
           MOVE SPACES TO recipe-qty-text
           UNSTRING RECIPE-LINE DELIMITED BY X"09"
               INTO recipe-sold-id(recipe-count)
                    recipe-comp-id(recipe-count)
                    recipe-qty-text
           END-UNSTRING
           MOVE FUNCTION TRIM(recipe-sold-id(recipe-count))
               TO recipe-sold-id(recipe-count)
           MOVE FUNCTION TRIM(recipe-comp-id(recipe-count))
               TO recipe-comp-id(recipe-count)
           MOVE 0 TO recipe-comp-qty(recipe-count)
           MOVE SPACES TO recipe-num-text
           MOVE SPACES TO recipe-den-text
           UNSTRING recipe-qty-text DELIMITED BY "/"
               INTO recipe-num-text
                    recipe-den-text
           END-UNSTRING
           IF FUNCTION TRIM(recipe-num-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(recipe-num-text) = 0
               IF FUNCTION TRIM(recipe-den-text) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(recipe-den-text) = 0
                   AND FUNCTION NUMVAL(recipe-den-text) > 0
                   COMPUTE recipe-comp-qty(recipe-count) ROUNDED =
                       FUNCTION NUMVAL(recipe-num-text)
                       / FUNCTION NUMVAL(recipe-den-text)
               ELSE
                   IF FUNCTION TRIM(recipe-den-text) = SPACES
                       MOVE FUNCTION NUMVAL(recipe-num-text)
                           TO recipe-comp-qty(recipe-count)
                   END-IF
               END-IF
           END-IF
           IF recipe-sold-id(recipe-count) = SPACES
               OR recipe-comp-id(recipe-count) = SPACES
               OR recipe-comp-qty(recipe-count) <= 0
               SUBTRACT 1 FROM recipe-count
           END-IF
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal - past events have mostly rolled into the
      * archive by now.
       BUILD-FILE-LIST.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "{ ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort; "
               DELIMITED BY SIZE
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null; } > " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ALL-JOURNALS.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               DISPLAY "No journal files found."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FILE-LIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       PROCESS-JOURNAL-LINE.
           IF FUNCTION TRIM(JOURNAL-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO jnl-fields
           UNSTRING JOURNAL-LINE DELIMITED BY X"09"
               INTO jnl-timestamp
                    jnl-username
                    jnl-order
                    jnl-room
                    jnl-cost
                    jnl-balance
                    jnl-type
                    jnl-shift
                    jnl-operator
                    jnl-backend
                    jnl-sale-key
                    jnl-event
           END-UNSTRING

           IF FUNCTION TRIM(jnl-type) NOT = "SALE"
               AND FUNCTION TRIM(jnl-type) NOT = "GUEST"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO past-hit-idx
           PERFORM VARYING past-idx FROM 1 BY 1
                   UNTIL past-idx > past-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(jnl-event))
                       = past-code(past-idx)
                   MOVE past-idx TO past-hit-idx
               END-IF
           END-PERFORM
           IF past-hit-idx = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO past-lines(past-hit-idx)
           PERFORM TALLY-ORDER-TOKENS
           .

      * TALLY-ORDER-TOKENS - Split "prod1:qty1 prod2:qty2 ..." the
      * same way RESTOCK-REPORT's TALLY-ORDER-TOKENS does.
       TALLY-ORDER-TOKENS.
           MOVE 1 TO token-pos
           PERFORM UNTIL token-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(jnl-order))
               MOVE SPACES TO token-text
               UNSTRING jnl-order DELIMITED BY SPACE
                   INTO token-text
                   WITH POINTER token-pos
               END-UNSTRING
               IF FUNCTION TRIM(token-text) NOT = SPACES
                   PERFORM SPLIT-AND-TALLY-TOKEN
               END-IF
           END-PERFORM
           .

       SPLIT-AND-TALLY-TOKEN.
           MOVE SPACES TO token-name
           MOVE SPACES TO token-qty-text
           UNSTRING token-text DELIMITED BY ":"
               INTO token-name
                    token-qty-text
           END-UNSTRING

           IF FUNCTION TRIM(token-qty-text) = SPACES
               MOVE 1 TO token-qty
           ELSE
               MOVE FUNCTION NUMVAL(token-qty-text) TO token-qty
           END-IF

           PERFORM TALLY-RECIPE-COMPONENTS
           IF recipe-hits > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               COMPUTE fc-scaled(found-idx) = fc-scaled(found-idx)
                   + token-qty * past-factor(past-hit-idx)
           END-IF
           .

      * TALLY-RECIPE-COMPONENTS - A mixed drink is bought as its
      * components, by the fraction each pour uses.
       TALLY-RECIPE-COMPONENTS.
           MOVE 0 TO recipe-hits
           MOVE FUNCTION TRIM(token-name) TO recipe-sold-name
           PERFORM VARYING recipe-idx FROM 1 BY 1
                   UNTIL recipe-idx > recipe-count
               IF recipe-sold-id(recipe-idx) = recipe-sold-name
                   ADD 1 TO recipe-hits
                   MOVE recipe-comp-id(recipe-idx) TO token-name
                   PERFORM FIND-OR-ADD-PRODUCT
                   IF found-idx NOT = 0
                       COMPUTE fc-scaled(found-idx) =
                           fc-scaled(found-idx)
                           + recipe-comp-qty(recipe-idx) * token-qty
                           * past-factor(past-hit-idx)
                   END-IF
               END-IF
           END-PERFORM
           MOVE recipe-sold-name TO token-name
           .

       FIND-OR-ADD-PRODUCT.
           MOVE 0 TO found-idx
           PERFORM VARYING fc-idx FROM 1 BY 1
                   UNTIL fc-idx > fc-count
               IF fc-token(fc-idx) = FUNCTION TRIM(token-name)
                   MOVE fc-idx TO found-idx
               END-IF
           END-PERFORM

           IF found-idx = 0 AND fc-count < 200
               ADD 1 TO fc-count
               MOVE fc-count TO found-idx
               MOVE FUNCTION TRIM(token-name) TO fc-token(found-idx)
               MOVE 0 TO fc-tracked(found-idx)
               MOVE 0 TO fc-on-hand(found-idx)
               MOVE 0 TO fc-scaled(found-idx)
               MOVE 0 TO fc-forecast(found-idx)
               MOVE 0 TO fc-suggest(found-idx)
           END-IF
           .

       READ-STOCK-FILE.
           MOVE 0 TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS = "35"
               DISPLAY "No stock.txt found - suggestions are the "
                   "full forecast."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL STOCK-EOF = 1
               READ STOCK-FILE
                   AT END
                       MOVE 1 TO STOCK-EOF
                   NOT AT END
                       PERFORM PROCESS-STOCK-LINE
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

       PROCESS-STOCK-LINE.
           IF FUNCTION TRIM(STOCK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO stock-id-text
           MOVE SPACES TO stock-qty-text
           UNSTRING STOCK-LINE DELIMITED BY "="
               INTO stock-id-text
                    stock-qty-text
           END-UNSTRING

           MOVE FUNCTION TRIM(stock-id-text) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               MOVE 1 TO fc-tracked(found-idx)
               IF FUNCTION TRIM(stock-qty-text) NOT = SPACES
                   MOVE FUNCTION NUMVAL(stock-qty-text)
                       TO fc-on-hand(found-idx)
               END-IF
           END-IF
           .

      * READ-RESERVATIONS - Stock held for another event's open
      * pre-orders is not there for this one; the planned event's
      * own pre-orders are part of what it will sell.
       READ-RESERVATIONS.
           MOVE 0 TO PREORDERS-EOF
           OPEN INPUT PREORDERS-FILE
           IF PREORDERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PREORDERS-EOF = 1
               READ PREORDERS-FILE
                   AT END
                       MOVE 1 TO PREORDERS-EOF
                   NOT AT END
                       PERFORM PROCESS-RESERVATION-LINE
               END-READ
           END-PERFORM
           CLOSE PREORDERS-FILE
           .

       PROCESS-RESERVATION-LINE.
           IF FUNCTION TRIM(PREORDERS-LINE) = SPACES
               OR PREORDERS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO reserve-work
           UNSTRING PREORDERS-LINE DELIMITED BY X"09"
               INTO pr-id
                    pr-event
                    pr-who
                    pr-prod-id
                    pr-qty-text
                    pr-pay
                    pr-state
           END-UNSTRING
           IF FUNCTION TRIM(pr-state) NOT = "OPEN"
               OR FUNCTION TRIM(pr-qty-text) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF plan-code NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(pr-event))
                   = plan-code
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(pr-prod-id) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               COMPUTE fc-on-hand(found-idx) =
                   fc-on-hand(found-idx)
                   - FUNCTION NUMVAL(pr-qty-text)
           END-IF
           .

      * COMPUTE-FORECAST - Average over the past events that sold
      * anything (one recorded before event mode existed has no
      * coded lines and would only drag the average down), rounded
      * up to whole units, less what is on hand.
       COMPUTE-FORECAST.
           MOVE 0 TO past-used
           PERFORM VARYING past-idx FROM 1 BY 1
                   UNTIL past-idx > past-count
               IF past-lines(past-idx) > 0
                   ADD 1 TO past-used
               END-IF
           END-PERFORM
           IF past-used = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING fc-idx FROM 1 BY 1
                   UNTIL fc-idx > fc-count
               COMPUTE avg-qty = fc-scaled(fc-idx) / past-used
               COMPUTE whole-units = avg-qty
               IF whole-units < avg-qty
                   ADD 1 TO whole-units
               END-IF
               MOVE whole-units TO fc-forecast(fc-idx)
               COMPUTE fc-suggest(fc-idx) =
                   fc-forecast(fc-idx) - fc-on-hand(fc-idx)
               IF fc-suggest(fc-idx) < 0
                   MOVE 0 TO fc-suggest(fc-idx)
               END-IF
           END-PERFORM
           .

      * SORT-BY-FORECAST - Descending bubble sort on the forecast,
      * same style as RESTOCK-REPORT's SORT-BY-URGENCY.
       SORT-BY-FORECAST.
           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= fc-count
                   IF fc-forecast(sort-idx) <
                           fc-forecast(sort-idx + 1)
                       MOVE fc-entry(sort-idx) TO swap-entry
                       MOVE fc-entry(sort-idx + 1)
                           TO fc-entry(sort-idx)
                       MOVE swap-entry TO fc-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PRINT-REPORT.
           DISPLAY " "
           IF plan-code NOT = SPACES
               DISPLAY "Event   : " FUNCTION TRIM(plan-code)
           END-IF
           DISPLAY "Type    : " FUNCTION TRIM(plan-type)
           DISPLAY "Date    : " plan-date
           MOVE plan-att TO display-att
           DISPLAY "Expected: " FUNCTION TRIM(display-att)
               " attending" NO ADVANCING
           IF plan-hours > 0
               MOVE plan-hours TO display-hours
               DISPLAY ", " FUNCTION TRIM(display-hours) " hours"
           ELSE
               DISPLAY " "
           END-IF
           DISPLAY " "
           DISPLAY "Past events of this type:"
           DISPLAY "  code | date | attended | hours | factor | "
               "lines"
           DISPLAY "------------------------------------------"
           PERFORM VARYING past-idx FROM 1 BY 1
                   UNTIL past-idx > past-count
               PERFORM PRINT-ONE-PAST-EVENT
           END-PERFORM
           DISPLAY "------------------------------------------"
           IF past-used = 0
               DISPLAY "  (none of them has event-coded sales in "
                   "the journals)"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           MOVE past-used TO display-att
           DISPLAY "Forecast (averaged over " FUNCTION TRIM(display-att)
               " event(s)), largest first:"
           DISPLAY "  product | forecast | on hand | suggested buy"
           DISPLAY "------------------------------------------"
           PERFORM VARYING fc-idx FROM 1 BY 1
                   UNTIL fc-idx > fc-count
               PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           DISPLAY "------------------------------------------"
           .

       PRINT-ONE-PAST-EVENT.
           MOVE past-att(past-idx) TO display-att
           MOVE past-hours(past-idx) TO display-hours
           MOVE past-factor(past-idx) TO display-factor
           MOVE past-lines(past-idx) TO display-qty
           DISPLAY "  " FUNCTION TRIM(past-code(past-idx))
               " | " past-date(past-idx)
               " | " display-att
               " | " display-hours
               " | " display-factor
               " | " display-qty
           .

       PRINT-ONE-PRODUCT.
           IF fc-forecast(fc-idx) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE fc-forecast(fc-idx) TO display-qty
           DISPLAY "  " FUNCTION TRIM(fc-token(fc-idx))
               " | " display-qty NO ADVANCING
           IF fc-tracked(fc-idx) = 1
               MOVE fc-on-hand(fc-idx) TO display-stock
               DISPLAY " | " display-stock NO ADVANCING
           ELSE
               DISPLAY " | (not tracked)" NO ADVANCING
           END-IF
           MOVE fc-suggest(fc-idx) TO display-stock
           DISPLAY " | " display-stock
           .

      * WRITE-SUGGESTIONS-FILE - "prodid<TAB>qty" for every product
      * short of the forecast, the layout PURCHASE-ORDERS seeds from.
       WRITE-SUGGESTIONS-FILE.
           OPEN OUTPUT SUGGEST-FILE
           IF SUGGEST-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(SUGGEST-PATH)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING fc-idx FROM 1 BY 1
                   UNTIL fc-idx > fc-count
               IF fc-suggest(fc-idx) > 0
                   MOVE fc-suggest(fc-idx) TO display-stock
                   MOVE SPACES TO SUGGEST-LINE
                   STRING
                       FUNCTION TRIM(fc-token(fc-idx))
                           DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(display-stock)
                           DELIMITED BY SIZE
                       INTO SUGGEST-LINE
                   END-STRING
                   WRITE SUGGEST-LINE
                   ADD 1 TO suggest-written
               END-IF
           END-PERFORM
           CLOSE SUGGEST-FILE
           MOVE suggest-written TO display-qty
           DISPLAY "Suggestions file: "
               FUNCTION TRIM(SUGGEST-PATH)
               " (" display-qty " line(s))"
           .

       END PROGRAM EVENT-FORECAST.
