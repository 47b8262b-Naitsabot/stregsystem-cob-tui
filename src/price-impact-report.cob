      ******************************************************************
      * Author: Naitsabot
      * Purpose: Price-change impact analysis
      * Description:
      *     Batch report that takes each change in price-history.txt
      *     (the file PRICE-HISTORY-REPORT lists) and asks what the
      *     new price did to that product's sales: units and revenue
      *     per week in a window before the change against an equal
      *     window after it, the change in units set against the
      *     change in price as an elasticity-style ratio (-1.00
      *     means units fell by as many percent as the price rose),
      *     and a REVENUE DOWN flag where the product now earns less
      *     per week than it did at the old price.
      *
      *     The windows are IMPACT_WEEKS weeks (default 4) either
      *     side of the change day, which itself is left out since
      *     it traded at both prices. A window stops short at the
      *     product's previous or next price change, so each side
      *     only ever sees one price. To keep the comparison fair
      *     when the two sides end up of different lengths, or one
      *     of them spans a week the kiosk was closed, the rates
      *     are per trading day (a day with any SALE or GUEST line
      *     in the journal) scaled to a 7-day week - a closed week
      *     simply drops out. A side with fewer than
      *     IMPACT_MIN_DAYS trading days (default 5) is reported but
      *     not judged.
      *
      *     Units are the SALE and GUEST lines' tokens less RETURN
      *     lines; revenue is units times the price in force (old
      *     before, new after), as PROMO-EFFECT-REPORT estimates it.
      *     PRICE_FROM/PRICE_TO (YYYYMMDD) pick the changes, as in
      *     PRICE-HISTORY-REPORT; the dated archives and the live
      *     journal are read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-IMPACT-REPORT.

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
           SELECT PRICE-HIST-FILE
               ASSIGN TO PRICE-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-HIST-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  PRICE-HIST-FILE.
        01 PRICE-HIST-LINE      PIC X(128).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 PRICE-HIST-PATH       PIC X(256).
       01 PRICE-HIST-STATUS     PIC XX.
       01 PRICE-HIST-EOF        PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

       01 window-work.
           05 from-date         PIC X(8) VALUE "00000000".
           05 to-date           PIC X(8) VALUE "99999999".
           05 window-weeks      PIC 9(2) COMP-5 VALUE 4.
           05 min-trade-days    PIC 9(3) COMP-5 VALUE 5.
           05 today-int         PIC 9(8) COMP-5.

       01 hist-fields.
           05 hst-timestamp     PIC X(20).
           05 hst-prod-id       PIC X(10).
           05 hst-old-price     PIC X(12).
           05 hst-new-price     PIC X(12).
           05 hst-backend       PIC X(32).

      * changes - one entry per price change picked; side 1 is the
      * window before the change, side 2 the one after. Dates are
      * day integers (INTEGER-OF-DATE).
       01 changes.
           05 chg-count         PIC 9(3) COMP-5 VALUE 0.
           05 chg-entry OCCURS 200 TIMES.
               10 chg-date      PIC X(8).
               10 chg-day       PIC 9(8) COMP-5.
               10 chg-prod      PIC X(10).
               10 chg-old       PIC S9(9) COMP-5.
               10 chg-new       PIC S9(9) COMP-5.
               10 chg-cut       PIC 9 OCCURS 2 TIMES.
               10 chg-side OCCURS 2 TIMES.
                   15 chg-from      PIC 9(8) COMP-5.
                   15 chg-to        PIC 9(8) COMP-5.
                   15 chg-units     PIC S9(7) COMP-5.
                   15 chg-days      PIC 9(5) COMP-5.
           05 chg-idx           PIC 9(3) COMP-5.
           05 other-idx         PIC 9(3) COMP-5.
           05 side-idx          PIC 9 COMP-5.
       01 chg-flagged           PIC 9(3) COMP-5 VALUE 0.

      * trade-days - one flag per calendar day from trade-base on,
      * set when the journal has a SALE or GUEST line that day.
       01 trade-days.
           05 trade-base        PIC 9(8) COMP-5 VALUE 0.
           05 trade-last        PIC 9(8) COMP-5 VALUE 0.
           05 trade-flag        PIC 9 OCCURS 4000 TIMES.
           05 trade-idx         PIC 9(5) COMP-5.

       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).
           05 dct-price         PIC X(16).
       01 dict-names.
           05 dn-count          PIC 9(3) COMP-5 VALUE 0.
           05 dn-entry OCCURS 200 TIMES.
               10 dn-id         PIC X(10).
               10 dn-name       PIC X(30).
           05 dn-idx            PIC 9(3) COMP-5.
       01 prod-name-text        PIC X(30).

       COPY "copybooks/journal-line.cpy".
       01 line-day              PIC 9(8) COMP-5.
       01 line-sign             PIC S9 COMP-5.
       01 line-date-num         PIC 9(8).

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(30).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.

      * impact-work - the per-week rates and ratios of the change
      * being printed; rates carry one decimal, money in oere.
       01 impact-work.
           05 units-wk          PIC S9(7)V9 COMP-3 OCCURS 2 TIMES.
           05 revenue-wk        PIC S9(11) COMP-5 OCCURS 2 TIMES.
           05 price-pct         PIC S9(5)V9 COMP-3.
           05 units-pct         PIC S9(5)V9 COMP-3.
           05 revenue-pct       PIC S9(5)V9 COMP-3.
           05 elasticity        PIC S9(5)V99 COMP-3.
           05 judged            PIC 9.
       01 calc-date-num         PIC 9(8).

       01 display-date          PIC 9(8).
       01 display-date2         PIC 9(8).
       01 display-rate          PIC ---,--9.9.
       01 display-cost          PIC --,---,--9.99.
       01 display-cost2         PIC --,---,--9.99.
       01 display-pct           PIC -(4)9.9.
       01 display-ratio         PIC -(4)9.99.
       01 display-days          PIC ZZZ9.
       01 display-count         PIC ZZZ,ZZ9.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM PRICE-CHANGE IMPACT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-DICT-NAMES
           PERFORM READ-HISTORY
           IF chg-count = 0
               DISPLAY "No price changes " from-date " - " to-date
                   " - nothing to analyse."
               STOP RUN
           END-IF
           PERFORM SET-WINDOWS
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM COUNT-TRADING-DAYS
           PERFORM PRINT-REPORT
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
               "/price-impact-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO PRICE-HIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/price-history.txt" DELIMITED BY SIZE
               INTO PRICE-HIST-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           ACCEPT from-date FROM ENVIRONMENT "PRICE_FROM"
           IF FUNCTION TRIM(from-date) = SPACES
               MOVE "00000000" TO from-date
           END-IF
           ACCEPT to-date FROM ENVIRONMENT "PRICE_TO"
           IF FUNCTION TRIM(to-date) = SPACES
               MOVE "99999999" TO to-date
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "IMPACT_WEEKS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               AND FUNCTION NUMVAL(env-text) >= 1
               AND FUNCTION NUMVAL(env-text) <= 26
               MOVE FUNCTION NUMVAL(env-text) TO window-weeks
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "IMPACT_MIN_DAYS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO min-trade-days
           END-IF

           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           .

       READ-DICT-NAMES.
           MOVE 0 TO DICT-STORE-EOF
           OPEN INPUT DICT-STORE-FILE
           IF DICT-STORE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DICT-STORE-EOF = 1
               READ DICT-STORE-FILE
                   AT END
                       MOVE 1 TO DICT-STORE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DICT-STORE-LINE) NOT = SPACES
                           AND DICT-STORE-LINE(1:1) NOT = "#"
                           AND dn-count < 200
                           MOVE SPACES TO dict-fields
                           UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
                               INTO dct-id
                                    dct-name
                                    dct-price
                           END-UNSTRING
                           ADD 1 TO dn-count
                           MOVE FUNCTION TRIM(dct-id) TO dn-id(dn-count)
                           MOVE dct-name TO dn-name(dn-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

      * READ-HISTORY - price-history.txt lines are
      * "ts<TAB>prodid<TAB>old<TAB>new<TAB>backend", oldest first.
       READ-HISTORY.
           MOVE 0 TO PRICE-HIST-EOF
           OPEN INPUT PRICE-HIST-FILE
           IF PRICE-HIST-STATUS = "35"
               DISPLAY "No price history recorded yet ("
                   FUNCTION TRIM(PRICE-HIST-PATH) ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRICE-HIST-EOF = 1
               READ PRICE-HIST-FILE
                   AT END
                       MOVE 1 TO PRICE-HIST-EOF
                   NOT AT END
                       PERFORM PROCESS-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE PRICE-HIST-FILE
           .

      * PROCESS-HISTORY-LINE - Changes outside PRICE_FROM/PRICE_TO
      * are kept too, unprinted, so they can still cut a window.
       PROCESS-HISTORY-LINE.
           IF FUNCTION TRIM(PRICE-HIST-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO hist-fields
           UNSTRING PRICE-HIST-LINE DELIMITED BY X"09"
               INTO hst-timestamp
                    hst-prod-id
                    hst-old-price
                    hst-new-price
                    hst-backend
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(hst-timestamp(1:8)) NOT = 0
               OR FUNCTION TEST-NUMVAL(hst-old-price) NOT = 0
               OR FUNCTION TEST-NUMVAL(hst-new-price) NOT = 0
               OR chg-count >= 200
               EXIT PARAGRAPH
           END-IF
           MOVE hst-timestamp(1:8) TO calc-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(calc-date-num) NOT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO chg-count
           MOVE hst-timestamp(1:8) TO chg-date(chg-count)
           COMPUTE chg-day(chg-count) =
               FUNCTION INTEGER-OF-DATE(calc-date-num)
           MOVE FUNCTION TRIM(hst-prod-id) TO chg-prod(chg-count)
           MOVE FUNCTION NUMVAL(hst-old-price) TO chg-old(chg-count)
           MOVE FUNCTION NUMVAL(hst-new-price) TO chg-new(chg-count)
           .

      * SET-WINDOWS - window-weeks either side of the change day,
      * cut at the product's neighbouring changes; trade-base is
      * the earliest day any window needs.
       SET-WINDOWS.
           PERFORM VARYING trade-idx FROM 1 BY 1 UNTIL trade-idx > 4000
               MOVE 0 TO trade-flag(trade-idx)
           END-PERFORM
           PERFORM VARYING chg-idx FROM 1 BY 1
                   UNTIL chg-idx > chg-count
               COMPUTE chg-from(chg-idx, 1) =
                   chg-day(chg-idx) - window-weeks * 7
               COMPUTE chg-to(chg-idx, 1) = chg-day(chg-idx) - 1
               COMPUTE chg-from(chg-idx, 2) = chg-day(chg-idx) + 1
               COMPUTE chg-to(chg-idx, 2) =
                   chg-day(chg-idx) + window-weeks * 7
               MOVE 0 TO chg-cut(chg-idx, 1)
               MOVE 0 TO chg-cut(chg-idx, 2)
               PERFORM VARYING other-idx FROM 1 BY 1
                       UNTIL other-idx > chg-count
                   IF other-idx NOT = chg-idx
                       AND chg-prod(other-idx) = chg-prod(chg-idx)
                       PERFORM CUT-AT-NEIGHBOUR
                   END-IF
               END-PERFORM
               PERFORM VARYING side-idx FROM 1 BY 1
                       UNTIL side-idx > 2
                   MOVE 0 TO chg-units(chg-idx, side-idx)
                   MOVE 0 TO chg-days(chg-idx, side-idx)
               END-PERFORM
               IF trade-base = 0
                   OR chg-from(chg-idx, 1) < trade-base
                   MOVE chg-from(chg-idx, 1) TO trade-base
               END-IF
           END-PERFORM
           .

       CUT-AT-NEIGHBOUR.
           IF chg-day(other-idx) < chg-day(chg-idx)
               AND chg-day(other-idx) >= chg-from(chg-idx, 1)
               COMPUTE chg-from(chg-idx, 1) = chg-day(other-idx) + 1
               MOVE 1 TO chg-cut(chg-idx, 1)
           END-IF
           IF chg-day(other-idx) > chg-day(chg-idx)
               AND chg-day(other-idx) <= chg-to(chg-idx, 2)
               COMPUTE chg-to(chg-idx, 2) = chg-day(other-idx) - 1
               MOVE 1 TO chg-cut(chg-idx, 2)
           END-IF
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep EVENT-SETTLEMENT-REPORT makes.
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
           END-UNSTRING

           IF FUNCTION TEST-NUMVAL(jnl-timestamp(1:8)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE jnl-timestamp(1:8) TO line-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(line-date-num) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE line-day = FUNCTION INTEGER-OF-DATE(line-date-num)
           IF line-day < trade-base
               EXIT PARAGRAPH
           END-IF

      *    A pre-type-field line (blank type) is always a sale.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "GUEST"
                   PERFORM MARK-TRADING-DAY
                   MOVE 1 TO line-sign
                   PERFORM TALLY-ORDER-TOKENS
               WHEN "RETURN"
                   MOVE -1 TO line-sign
                   PERFORM TALLY-ORDER-TOKENS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       MARK-TRADING-DAY.
           COMPUTE trade-idx = line-day - trade-base + 1
           IF trade-idx <= 4000
               MOVE 1 TO trade-flag(trade-idx)
           END-IF
           IF line-day > trade-last
               MOVE line-day TO trade-last
           END-IF
           .

      * TALLY-ORDER-TOKENS - Split "prod1:qty1 prod2:qty2 ..." the
      * same way SETTLEMENT-REPORT's TALLY-ORDER-TOKENS does; a
      * RETURN line's leading "RET:<sale key>" is no product.
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
                   AND token-text(1:4) NOT = "RET:"
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
               IF FUNCTION TEST-NUMVAL(token-qty-text) NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(token-qty-text) TO token-qty
           END-IF

           PERFORM VARYING chg-idx FROM 1 BY 1
                   UNTIL chg-idx > chg-count
               IF chg-prod(chg-idx) = FUNCTION TRIM(token-name)
                   PERFORM VARYING side-idx FROM 1 BY 1
                           UNTIL side-idx > 2
                       IF line-day >= chg-from(chg-idx, side-idx)
                           AND line-day <= chg-to(chg-idx, side-idx)
                           COMPUTE chg-units(chg-idx, side-idx) =
                               chg-units(chg-idx, side-idx)
                               + token-qty * line-sign
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       COUNT-TRADING-DAYS.
           PERFORM VARYING chg-idx FROM 1 BY 1
                   UNTIL chg-idx > chg-count
               PERFORM VARYING side-idx FROM 1 BY 1
                       UNTIL side-idx > 2
                   PERFORM COUNT-SIDE-DAYS
               END-PERFORM
           END-PERFORM
           .

       COUNT-SIDE-DAYS.
           IF chg-to(chg-idx, side-idx) < chg-from(chg-idx, side-idx)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING line-day FROM chg-from(chg-idx, side-idx)
                   BY 1 UNTIL line-day > chg-to(chg-idx, side-idx)
               COMPUTE trade-idx = line-day - trade-base + 1
               IF trade-idx <= 4000
                   IF trade-flag(trade-idx) = 1
                       ADD 1 TO chg-days(chg-idx, side-idx)
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "Changes  : " from-date " - " to-date
           MOVE window-weeks TO display-days
           DISPLAY "Windows  : " FUNCTION TRIM(display-days)
               " weeks either side of the change day"
           DISPLAY "------------------------------------------"
               "------------------------------------"
           MOVE 0 TO other-idx
           PERFORM VARYING chg-idx FROM 1 BY 1
                   UNTIL chg-idx > chg-count
               IF chg-date(chg-idx) >= from-date
                   AND chg-date(chg-idx) <= to-date
                   ADD 1 TO other-idx
                   PERFORM PRINT-ONE-CHANGE
               END-IF
           END-PERFORM
           IF other-idx = 0
               DISPLAY "  (no changes in the window)"
           END-IF
           DISPLAY " "
           MOVE chg-flagged TO display-count
           DISPLAY "Changes where revenue fell: " display-count
           DISPLAY "Rates are per trading day (a day with any sale) "
               "times 7; closed days drop out."
           .

       PRINT-ONE-CHANGE.
           MOVE "(not in dictionary)" TO prod-name-text
           PERFORM VARYING dn-idx FROM 1 BY 1 UNTIL dn-idx > dn-count
               IF dn-id(dn-idx) = chg-prod(chg-idx)
                   MOVE dn-name(dn-idx) TO prod-name-text
                   EXIT PERFORM
               END-IF
           END-PERFORM

           COMPUTE money-kr = chg-old(chg-idx) / 100
           MOVE money-kr TO display-cost
           COMPUTE money-kr = chg-new(chg-idx) / 100
           MOVE money-kr TO display-cost2
           MOVE 0 TO price-pct
           IF chg-old(chg-idx) NOT = 0
               COMPUTE price-pct ROUNDED =
                   (chg-new(chg-idx) - chg-old(chg-idx)) * 100
                   / chg-old(chg-idx)
           END-IF
           MOVE price-pct TO display-pct
           DISPLAY " "
           DISPLAY chg-date(chg-idx) " " chg-prod(chg-idx) " "
               FUNCTION TRIM(prod-name-text) ": "
               FUNCTION TRIM(display-cost) " -> "
               FUNCTION TRIM(display-cost2) " ("
               FUNCTION TRIM(display-pct) "%)"

           MOVE 1 TO judged
           PERFORM VARYING side-idx FROM 1 BY 1 UNTIL side-idx > 2
               PERFORM PRINT-ONE-SIDE
           END-PERFORM

           IF judged = 0
               DISPLAY "    too little trade on one side to judge"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO units-pct
           IF units-wk(1) NOT = 0
               COMPUTE units-pct ROUNDED =
                   (units-wk(2) - units-wk(1)) * 100 / units-wk(1)
           END-IF
           MOVE 0 TO revenue-pct
           IF revenue-wk(1) NOT = 0
               COMPUTE revenue-pct ROUNDED =
                   (revenue-wk(2) - revenue-wk(1)) * 100
                   / revenue-wk(1)
           END-IF
           MOVE units-pct TO display-pct
           DISPLAY "    units " FUNCTION TRIM(display-pct) "%"
               NO ADVANCING
           MOVE revenue-pct TO display-pct
           DISPLAY "  revenue " FUNCTION TRIM(display-pct) "%"
               NO ADVANCING
           IF units-wk(1) NOT = 0 AND price-pct NOT = 0
               COMPUTE elasticity ROUNDED = units-pct / price-pct
               MOVE elasticity TO display-ratio
               DISPLAY "  elasticity " FUNCTION TRIM(display-ratio)
                   NO ADVANCING
           ELSE
               DISPLAY "  elasticity n/a" NO ADVANCING
           END-IF
           IF revenue-wk(2) < revenue-wk(1)
               ADD 1 TO chg-flagged
               DISPLAY "  ** REVENUE DOWN"
           ELSE
               DISPLAY " "
           END-IF
           .

      * PRINT-ONE-SIDE - Window, trading days and the weekly rates
      * for side-idx (1 before, 2 after the change).
       PRINT-ONE-SIDE.
           MOVE 0 TO units-wk(side-idx)
           MOVE 0 TO revenue-wk(side-idx)
           IF chg-days(chg-idx, side-idx) > 0
               COMPUTE units-wk(side-idx) ROUNDED =
                   chg-units(chg-idx, side-idx) * 7
                   / chg-days(chg-idx, side-idx)
               IF side-idx = 1
                   COMPUTE revenue-wk(side-idx) ROUNDED =
                       chg-units(chg-idx, side-idx) * 7
                       * chg-old(chg-idx) / chg-days(chg-idx, side-idx)
               ELSE
                   COMPUTE revenue-wk(side-idx) ROUNDED =
                       chg-units(chg-idx, side-idx) * 7
                       * chg-new(chg-idx) / chg-days(chg-idx, side-idx)
               END-IF
           END-IF
           IF chg-days(chg-idx, side-idx) < min-trade-days
               MOVE 0 TO judged
           END-IF

           IF chg-to(chg-idx, side-idx) < chg-from(chg-idx, side-idx)
               MOVE 0 TO display-date
               MOVE 0 TO display-date2
           ELSE
               COMPUTE display-date = FUNCTION DATE-OF-INTEGER(
                   chg-from(chg-idx, side-idx))
               COMPUTE display-date2 = FUNCTION DATE-OF-INTEGER(
                   chg-to(chg-idx, side-idx))
           END-IF
           MOVE chg-days(chg-idx, side-idx) TO display-days
           MOVE units-wk(side-idx) TO display-rate
           COMPUTE money-kr = revenue-wk(side-idx) / 100
           MOVE money-kr TO display-cost
           IF side-idx = 1
               DISPLAY "    before " NO ADVANCING
           ELSE
               DISPLAY "    after  " NO ADVANCING
           END-IF
           DISPLAY display-date "-" display-date2 " trade days "
               display-days " units/wk " display-rate
               " revenue/wk " display-cost NO ADVANCING
           EVALUATE TRUE
               WHEN chg-cut(chg-idx, side-idx) = 1
                   DISPLAY "  (cut at another change)"
               WHEN side-idx = 2
                   AND chg-to(chg-idx, side-idx) >= today-int
                   DISPLAY "  (still running)"
               WHEN OTHER
                   DISPLAY " "
           END-EVALUATE
           .

       END PROGRAM PRICE-IMPACT-REPORT.
