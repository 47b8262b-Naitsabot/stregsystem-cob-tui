      ******************************************************************
      * Author: Naitsabot
      * Purpose: ABC / Pareto product analysis and delisting list
      * Description:
      *     Batch report for the purchasing committee. Over a window
      *     of trade it ranks every product - each one in the product
      *     dictionary, whether it sold or not, and anything else the
      *     journal sold - by revenue and by gross margin, and puts
      *     each in class A, B or C by its cumulative share: A until
      *     ABC_A_PCT of the total is reached (default 80), B until
      *     ABC_B_PCT (default 95), C for the long tail and anything
      *     that earned nothing. Next to that: units, days since the
      *     product last sold (measured to the end of the window,
      *     looking back through all history) and stock on hand
      *     (stock.txt) with its value at cost.
      *
      *     Revenue is the SALE and GUEST lines' charged totals spread
      *     over their products by dictionary price, less RETURN
      *     lines the same way, as BUDGET-REPORT allocates them; cost
      *     of goods is units times cost-prices.txt. A product with
      *     no cost price is ranked on its revenue as margin and
      *     marked "?".
      *
      *     Delisting candidates are class C on both rankings, with
      *     no sale for ABC_SLOW_DAYS days (default 30) or none ever,
      *     and stock on the shelf tying up money. They are printed
      *     and written to exports/delisting-candidates.txt as
      *       prodid<TAB>name<TAB>days-since-sale<TAB>on-hand<TAB>
      *       stock-value-oere
      *     (days "-" when it never sold). Slow class C products with
      *     nothing on the shelf are listed after them: they only
      *     hold a dictionary slot.
      *
      *     ABC_FROM / ABC_TO (YYYYMMDD) give the window, default the
      *     90 days up to today. The dated archives and the live
      *     journal are read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-REPORT.

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
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT COST-PRICES-FILE
               ASSIGN TO COST-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-PRICES-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT CANDIDATES-FILE
               ASSIGN TO CANDIDATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANDIDATES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  COST-PRICES-FILE.
        01 COST-PRICES-LINE     PIC X(64).
       FD  STOCK-FILE.
        01 STOCK-LINE           PIC X(64).
       FD  CANDIDATES-FILE.
        01 CANDIDATES-LINE      PIC X(128).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 COST-PRICES-PATH      PIC X(256).
       01 COST-PRICES-STATUS    PIC XX.
       01 COST-PRICES-EOF       PIC 9 VALUE 0.
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 CANDIDATES-PATH       PIC X(256).
       01 CANDIDATES-STATUS     PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

      * abc-options - the window and the class and slowness limits.
       01 abc-options.
           05 window-from       PIC X(8).
           05 window-to         PIC X(8).
           05 window-to-int     PIC 9(8) COMP-5.
           05 window-calc-num   PIC 9(8).
           05 a-limit-pct       PIC 9(3)V9 COMP-3 VALUE 80.
           05 b-limit-pct       PIC 9(3)V9 COMP-3 VALUE 95.
           05 slow-days         PIC 9(5) COMP-5 VALUE 30.

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 line-date             PIC X(8).
       01 line-sign             PIC S9 COMP-5.
       01 line-in-window        PIC 9.

       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).
           05 dct-price         PIC X(16).

       01 cost-work.
           05 cost-count        PIC 9(3) COMP-5 VALUE 0.
           05 cost-entry OCCURS 200 TIMES.
               10 cost-id       PIC X(10).
               10 cost-val      PIC S9(9) COMP-5.
           05 cost-idx          PIC 9(3) COMP-5.
           05 cost-val-text     PIC X(16).

       01 stock-fields.
           05 stk-id            PIC X(10).
           05 stk-qty-text      PIC X(16).

      * products - every dictionary product plus whatever else the
      * journal sold; money in oere, prod-last-sale YYYYMMDD.
       01 products.
           05 prod-count        PIC 9(3) COMP-5 VALUE 0.
           05 prod-entry OCCURS 300 TIMES.
               10 prod-id       PIC X(10).
               10 prod-name     PIC X(30).
               10 prod-price    PIC S9(9) COMP-5.
               10 prod-units    PIC S9(7) COMP-5.
               10 prod-revenue  PIC S9(11) COMP-5.
               10 prod-cogs     PIC S9(11) COMP-5.
               10 prod-margin   PIC S9(11) COMP-5.
               10 prod-cost     PIC S9(9) COMP-5.
               10 prod-costed   PIC 9.
               10 prod-last-sale PIC X(8).
               10 prod-on-hand  PIC S9(7) COMP-5.
               10 prod-rev-class PIC X.
               10 prod-mar-class PIC X.
           05 prod-idx          PIC 9(3) COMP-5.
           05 found-idx         PIC 9(3) COMP-5.
       01 swap-entry            PIC X(91).
       01 sort-idx              PIC 9(3) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 sort-by               PIC 9.
       01 sort-key-a            PIC S9(11) COMP-5.
       01 sort-key-b            PIC S9(11) COMP-5.

      * line-tokens - the products of the journal line in hand, so
      * its charged total can be spread by dictionary value.
       01 line-tokens.
           05 lt-count          PIC 9(2) COMP-5 VALUE 0.
           05 lt-entry OCCURS 30 TIMES.
               10 lt-prod       PIC 9(3) COMP-5.
               10 lt-qty        PIC 9(6) COMP-5.
               10 lt-weight     PIC S9(11) COMP-5.
           05 lt-idx            PIC 9(2) COMP-5.
           05 lt-weight-total   PIC S9(11) COMP-5.
           05 lt-qty-total      PIC 9(6) COMP-5.
           05 lt-allocated      PIC S9(11) COMP-5.
           05 lt-share          PIC S9(11) COMP-5.

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(30).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.

      * class-work - running totals while classes are handed out.
       01 class-work.
           05 class-total       PIC S9(11) COMP-5.
           05 class-cum         PIC S9(11) COMP-5.
           05 class-cum-pct     PIC S9(5)V9 COMP-3.
           05 class-value       PIC S9(11) COMP-5.
           05 class-letter      PIC X.
           05 total-revenue     PIC S9(11) COMP-5 VALUE 0.
           05 total-margin      PIC S9(11) COMP-5 VALUE 0.

       01 days-since            PIC 9(5) COMP-5.
       01 stock-value           PIC S9(11) COMP-5.
       01 candidate-count       PIC 9(3) COMP-5 VALUE 0.
       01 slot-only-count       PIC 9(3) COMP-5 VALUE 0.
       01 list-pass             PIC 9.
       01 is-slow               PIC 9.

       01 display-rank          PIC ZZ9.
       01 display-qty           PIC ---,--9.
       01 display-cost          PIC ----,--9.99.
       01 display-cost2         PIC ----,--9.99.
       01 display-pct           PIC ZZ9.9.
       01 display-days          PIC ZZZZ9.
       01 display-days-text     PIC X(5).
       01 money-kr              PIC S9(9)V99 COMP-3.
       01 out-days              PIC X(6).
       01 out-num               PIC -(10)9.
       01 out-num2              PIC -(10)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM ABC PRODUCT ANALYSIS"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           IF window-from > window-to
               DISPLAY "ABC_FROM is after ABC_TO - nothing to rank."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-DICT-PRODUCTS
           PERFORM READ-COST-PRICES
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM READ-STOCK
           PERFORM APPLY-COST-PRICES
           MOVE 2 TO sort-by
           PERFORM SORT-PRODUCTS
           PERFORM ASSIGN-CLASSES
           MOVE 1 TO sort-by
           PERFORM SORT-PRODUCTS
           PERFORM ASSIGN-CLASSES
           PERFORM PRINT-RANKING
           PERFORM PRINT-CANDIDATES
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
               "/abc-report-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           MOVE SPACES TO COST-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cost-prices.txt" DELIMITED BY SIZE
               INTO COST-PRICES-PATH
           END-STRING

           MOVE SPACES TO STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO STOCK-PATH
           END-STRING

           MOVE SPACES TO CANDIDATES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/delisting-candidates.txt" DELIMITED BY SIZE
               INTO CANDIDATES-PATH
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
           .

       INIT-OPTIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO window-to
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "ABC_TO"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:8) TO window-to
           END-IF
           MOVE 0 TO window-calc-num
           IF FUNCTION TEST-NUMVAL(window-to) = 0
               MOVE FUNCTION NUMVAL(window-to) TO window-calc-num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(window-calc-num) NOT = 0
               DISPLAY "ABC_TO " window-to
                   " is not a date (YYYYMMDD)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE window-to-int =
               FUNCTION INTEGER-OF-DATE(window-calc-num)

           COMPUTE window-calc-num =
               FUNCTION DATE-OF-INTEGER(window-to-int - 89)
           MOVE window-calc-num TO window-from
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "ABC_FROM"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:8) TO window-from
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "ABC_A_PCT"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO a-limit-pct
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "ABC_B_PCT"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO b-limit-pct
           END-IF
           IF b-limit-pct < a-limit-pct
               MOVE a-limit-pct TO b-limit-pct
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "ABC_SLOW_DAYS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO slow-days
           END-IF
           .

      * READ-DICT-PRODUCTS - Every dictionary product is ranked,
      * sold or not; its price weighs the revenue allocation.
       READ-DICT-PRODUCTS.
           MOVE 0 TO DICT-STORE-EOF
           OPEN INPUT DICT-STORE-FILE
           IF DICT-STORE-STATUS = "35"
               DISPLAY "No product-dict.txt - only products the "
                   "journal sold are ranked."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DICT-STORE-EOF = 1
               READ DICT-STORE-FILE
                   AT END
                       MOVE 1 TO DICT-STORE-EOF
                   NOT AT END
                       PERFORM PARSE-DICT-LINE
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

       PARSE-DICT-LINE.
           IF FUNCTION TRIM(DICT-STORE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DICT-STORE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO dict-fields
           UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
               INTO dct-id
                    dct-name
                    dct-price
           END-UNSTRING
           IF FUNCTION TRIM(dct-id) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(dct-id) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE dct-name TO prod-name(found-idx)
           IF FUNCTION TRIM(dct-price) NOT = SPACES
               MOVE FUNCTION NUMVAL(dct-price) TO prod-price(found-idx)
           END-IF
           .

      * READ-COST-PRICES - "prodid=oere" lines.
       READ-COST-PRICES.
           MOVE 0 TO COST-PRICES-EOF
           OPEN INPUT COST-PRICES-FILE
           IF COST-PRICES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COST-PRICES-EOF = 1
               READ COST-PRICES-FILE
                   AT END
                       MOVE 1 TO COST-PRICES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(COST-PRICES-LINE) NOT = SPACES
                           AND COST-PRICES-LINE(1:1) NOT = "#"
                           AND cost-count < 200
                           ADD 1 TO cost-count
                           MOVE SPACES TO cost-val-text
                           UNSTRING COST-PRICES-LINE DELIMITED BY "="
                               INTO cost-id(cost-count)
                                    cost-val-text
                           END-UNSTRING
                           MOVE 0 TO cost-val(cost-count)
                           IF FUNCTION TRIM(cost-val-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(cost-val-text)
                                   TO cost-val(cost-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COST-PRICES-FILE
           .

      * READ-STOCK - "prodid=qty" lines, as STOCK-VALUATION-REPORT
      * reads them.
       READ-STOCK.
           MOVE 0 TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS = "35"
               DISPLAY "No stock.txt - stock on hand shows as 0."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = 1
               READ STOCK-FILE
                   AT END
                       MOVE 1 TO STOCK-EOF
                   NOT AT END
                       PERFORM PARSE-STOCK-LINE
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

       PARSE-STOCK-LINE.
           IF FUNCTION TRIM(STOCK-LINE) = SPACES
               OR STOCK-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO stock-fields
           UNSTRING STOCK-LINE DELIMITED BY "="
               INTO stk-id
                    stk-qty-text
           END-UNSTRING
           IF FUNCTION TRIM(stk-id) = SPACES
               OR FUNCTION TRIM(stk-qty-text) = SPACES
               OR FUNCTION TEST-NUMVAL(stk-qty-text) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(stk-id) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx > 0
               MOVE FUNCTION NUMVAL(stk-qty-text)
                   TO prod-on-hand(found-idx)
           END-IF
           .

       FIND-OR-ADD-PRODUCT.
           MOVE 0 TO found-idx
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-id(prod-idx) = FUNCTION TRIM(token-name)
                   MOVE prod-idx TO found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF found-idx = 0 AND prod-count < 300
               ADD 1 TO prod-count
               MOVE prod-count TO found-idx
               MOVE FUNCTION TRIM(token-name) TO prod-id(found-idx)
               MOVE "(not in dictionary)" TO prod-name(found-idx)
               MOVE 0 TO prod-price(found-idx)
               MOVE 0 TO prod-units(found-idx)
               MOVE 0 TO prod-revenue(found-idx)
               MOVE 0 TO prod-cogs(found-idx)
               MOVE 0 TO prod-margin(found-idx)
               MOVE 0 TO prod-cost(found-idx)
               MOVE 0 TO prod-costed(found-idx)
               MOVE SPACES TO prod-last-sale(found-idx)
               MOVE 0 TO prod-on-hand(found-idx)
               MOVE "C" TO prod-rev-class(found-idx)
               MOVE "C" TO prod-mar-class(found-idx)
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

      * PROCESS-JOURNAL-LINE - Every sale up to the end of the
      * window dates the products' last sale; only lines inside the
      * window count towards revenue and units.
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

           MOVE jnl-timestamp(1:8) TO line-date
           IF line-date > window-to
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO line-in-window
           IF line-date >= window-from
               MOVE 1 TO line-in-window
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF

      *    A pre-type-field line (blank type) is always a sale.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "GUEST"
                   MOVE 1 TO line-sign
                   PERFORM ALLOCATE-LINE
               WHEN "RETURN"
                   MOVE -1 TO line-sign
                   PERFORM ALLOCATE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * ALLOCATE-LINE - Collect the line's products, weigh each at
      * its dictionary price times qty, and spread the charged
      * total over them in that proportion (by units where nothing
      * is priced); the last product takes the rounding remainder,
      * as BUDGET-REPORT does it.
       ALLOCATE-LINE.
           MOVE 0 TO lt-count
           MOVE 0 TO lt-weight-total
           MOVE 0 TO lt-qty-total
           PERFORM COLLECT-LINE-TOKENS
           IF lt-count = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO lt-allocated
           PERFORM VARYING lt-idx FROM 1 BY 1
                   UNTIL lt-idx > lt-count
               IF lt-idx = lt-count
                   COMPUTE lt-share = jnl-cost-num - lt-allocated
               ELSE
                   IF lt-weight-total > 0
                       COMPUTE lt-share ROUNDED =
                           jnl-cost-num * lt-weight(lt-idx)
                           / lt-weight-total
                   ELSE
                       COMPUTE lt-share ROUNDED =
                           jnl-cost-num * lt-qty(lt-idx)
                           / lt-qty-total
                   END-IF
               END-IF
               ADD lt-share TO lt-allocated
               PERFORM POST-TOKEN-TO-PRODUCT
           END-PERFORM
           .

       COLLECT-LINE-TOKENS.
           MOVE 1 TO token-pos
           PERFORM UNTIL token-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(jnl-order))
               MOVE SPACES TO token-text
               UNSTRING jnl-order DELIMITED BY SPACE
                   INTO token-text
                   WITH POINTER token-pos
               END-UNSTRING
               IF FUNCTION TRIM(token-text) NOT = SPACES
                   PERFORM COLLECT-ONE-TOKEN
               END-IF
           END-PERFORM
           .

      * COLLECT-ONE-TOKEN - "prod:qty"; a RETURN line leads with
      * "RET:<sale key>", which is no product.
       COLLECT-ONE-TOKEN.
           IF token-text(1:4) = "RET:"
               EXIT PARAGRAPH
           END-IF
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
           IF lt-count >= 30 OR token-qty = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO lt-count
           MOVE found-idx TO lt-prod(lt-count)
           MOVE token-qty TO lt-qty(lt-count)
           COMPUTE lt-weight(lt-count) =
               prod-price(found-idx) * token-qty
           ADD lt-weight(lt-count) TO lt-weight-total
           ADD token-qty TO lt-qty-total
           .

       POST-TOKEN-TO-PRODUCT.
           MOVE lt-prod(lt-idx) TO prod-idx
           IF line-sign > 0
               AND line-date > prod-last-sale(prod-idx)
               MOVE line-date TO prod-last-sale(prod-idx)
           END-IF
           IF line-in-window = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE prod-units(prod-idx) =
               prod-units(prod-idx) + lt-qty(lt-idx) * line-sign
           COMPUTE prod-revenue(prod-idx) =
               prod-revenue(prod-idx) + lt-share * line-sign
           .

      * APPLY-COST-PRICES - Cost of goods and margin per product;
      * with no cost price the revenue stands in for the margin.
       APPLY-COST-PRICES.
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               PERFORM VARYING cost-idx FROM 1 BY 1
                       UNTIL cost-idx > cost-count
                   IF FUNCTION TRIM(cost-id(cost-idx)) =
                           prod-id(prod-idx)
                       MOVE cost-val(cost-idx) TO prod-cost(prod-idx)
                       MOVE 1 TO prod-costed(prod-idx)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               COMPUTE prod-cogs(prod-idx) =
                   prod-cost(prod-idx) * prod-units(prod-idx)
               COMPUTE prod-margin(prod-idx) =
                   prod-revenue(prod-idx) - prod-cogs(prod-idx)
               ADD prod-revenue(prod-idx) TO total-revenue
               ADD prod-margin(prod-idx) TO total-margin
           END-PERFORM
           .

      * SORT-PRODUCTS - Descending bubble sort on revenue (sort-by
      * 1) or margin (2), as SETTLEMENT-REPORT sorts by qty.
       SORT-PRODUCTS.
           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= prod-count
                   IF sort-by = 1
                       MOVE prod-revenue(sort-idx) TO sort-key-a
                       MOVE prod-revenue(sort-idx + 1) TO sort-key-b
                   ELSE
                       MOVE prod-margin(sort-idx) TO sort-key-a
                       MOVE prod-margin(sort-idx + 1) TO sort-key-b
                   END-IF
                   IF sort-key-a < sort-key-b
                       MOVE prod-entry(sort-idx) TO swap-entry
                       MOVE prod-entry(sort-idx + 1)
                           TO prod-entry(sort-idx)
                       MOVE swap-entry TO prod-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * ASSIGN-CLASSES - Walk the sorted list: a product is A while
      * the share before it is under the A limit, B under the B
      * limit, C after that; nothing earned is always C.
       ASSIGN-CLASSES.
           IF sort-by = 1
               MOVE total-revenue TO class-total
           ELSE
               MOVE total-margin TO class-total
           END-IF
           MOVE 0 TO class-cum
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF sort-by = 1
                   MOVE prod-revenue(prod-idx) TO class-value
               ELSE
                   MOVE prod-margin(prod-idx) TO class-value
               END-IF
               MOVE "C" TO class-letter
               IF class-value > 0 AND class-total > 0
                   COMPUTE class-cum-pct ROUNDED =
                       class-cum * 100 / class-total
                   EVALUATE TRUE
                       WHEN class-cum-pct < a-limit-pct
                           MOVE "A" TO class-letter
                       WHEN class-cum-pct < b-limit-pct
                           MOVE "B" TO class-letter
                       WHEN OTHER
                           MOVE "C" TO class-letter
                   END-EVALUATE
               END-IF
               ADD class-value TO class-cum
               IF sort-by = 1
                   MOVE class-letter TO prod-rev-class(prod-idx)
               ELSE
                   MOVE class-letter TO prod-mar-class(prod-idx)
               END-IF
           END-PERFORM
           .

      * DAYS-SINCE-LAST-SALE - days-since from prod-last-sale to
      * the end of the window; display-days-text "never" when the
      * product has no sale on record.
       DAYS-SINCE-LAST-SALE.
           IF prod-last-sale(prod-idx) = SPACES
               MOVE 99999 TO days-since
               MOVE "never" TO display-days-text
           ELSE
               COMPUTE days-since = window-to-int -
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(prod-last-sale(prod-idx)))
               MOVE days-since TO display-days
               MOVE display-days TO display-days-text
           END-IF
           .

       PRINT-RANKING.
           DISPLAY " "
           DISPLAY "Window  : " window-from " - " window-to
           MOVE a-limit-pct TO display-pct
           DISPLAY "Classes : A to " display-pct "% " NO ADVANCING
           MOVE b-limit-pct TO display-pct
           DISPLAY "B to " display-pct "% of the cumulative total"
           COMPUTE money-kr = total-revenue / 100
           MOVE money-kr TO display-cost
           DISPLAY "Revenue : " display-cost
           COMPUTE money-kr = total-margin / 100
           MOVE money-kr TO display-cost
           DISPLAY "Margin  : " display-cost
           DISPLAY " "
           DISPLAY "  # Product    Name                 Units"
               "     Revenue  Cum%  R      Margin  M  Since"
               "  On hand"
           DISPLAY "------------------------------------------"
               "------------------------------------------"
               "---------"

           MOVE 0 TO class-cum
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               MOVE prod-idx TO display-rank
               MOVE prod-units(prod-idx) TO display-qty
               COMPUTE money-kr = prod-revenue(prod-idx) / 100
               MOVE money-kr TO display-cost
               COMPUTE money-kr = prod-margin(prod-idx) / 100
               MOVE money-kr TO display-cost2
               ADD prod-revenue(prod-idx) TO class-cum
               MOVE 0 TO class-cum-pct
               IF total-revenue > 0
                   COMPUTE class-cum-pct ROUNDED =
                       class-cum * 100 / total-revenue
               END-IF
               MOVE class-cum-pct TO display-pct
               PERFORM DAYS-SINCE-LAST-SALE
               DISPLAY display-rank " " prod-id(prod-idx) " "
                   prod-name(prod-idx)(1:18) " " display-qty " "
                   display-cost " " display-pct "  "
                   prod-rev-class(prod-idx) " " display-cost2
                   NO ADVANCING
               IF prod-costed(prod-idx) = 1
                   DISPLAY "  " NO ADVANCING
               ELSE
                   DISPLAY "? " NO ADVANCING
               END-IF
               MOVE prod-on-hand(prod-idx) TO display-qty
               DISPLAY prod-mar-class(prod-idx) "  "
                   display-days-text " " display-qty
           END-PERFORM
           DISPLAY "------------------------------------------"
               "------------------------------------------"
               "---------"
           DISPLAY "Since = days from the last sale to the end of "
               "the window. ? = no cost price,"
           DISPLAY "margin is the revenue."
           .

      * PRINT-CANDIDATES - Class C on both rankings and slow. With
      * stock on hand they are delisting candidates (printed and
      * exported); without, they only hold a dictionary slot.
       PRINT-CANDIDATES.
           OPEN OUTPUT CANDIDATES-FILE
           IF CANDIDATES-STATUS NOT = "00"
               DISPLAY "Cannot write "
                   FUNCTION TRIM(CANDIDATES-PATH)
                   " (status " CANDIDATES-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           MOVE slow-days TO display-days
           DISPLAY "Delisting candidates (class C, no sale for "
               FUNCTION TRIM(display-days) " days, stock on hand):"
           DISPLAY "------------------------------------------"
               "------------------------------"
           MOVE 1 TO list-pass
           PERFORM LIST-SLOW-PRODUCTS
           IF candidate-count = 0
               DISPLAY "  (none)"
           END-IF
           CLOSE CANDIDATES-FILE

           DISPLAY " "
           DISPLAY "Slow class C products with nothing on the shelf"
               " (slot only):"
           DISPLAY "------------------------------------------"
               "------------------------------"
           MOVE 2 TO list-pass
           PERFORM LIST-SLOW-PRODUCTS
           IF slot-only-count = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY "------------------------------------------"
               "------------------------------"
           MOVE candidate-count TO display-rank
           DISPLAY "Candidates written to "
               FUNCTION TRIM(CANDIDATES-PATH) ": " display-rank
           .

       LIST-SLOW-PRODUCTS.
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               PERFORM DAYS-SINCE-LAST-SALE
               MOVE 0 TO is-slow
               IF prod-rev-class(prod-idx) = "C"
                   AND prod-mar-class(prod-idx) = "C"
                   AND days-since >= slow-days
                   MOVE 1 TO is-slow
               END-IF
               IF is-slow = 1
                   IF list-pass = 1 AND prod-on-hand(prod-idx) > 0
                       PERFORM WRITE-CANDIDATE
                   END-IF
                   IF list-pass = 2 AND prod-on-hand(prod-idx) <= 0
                       ADD 1 TO slot-only-count
                       DISPLAY "  " prod-id(prod-idx) " "
                           prod-name(prod-idx) " since "
                           display-days-text
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-CANDIDATE.
           ADD 1 TO candidate-count
           COMPUTE stock-value =
               prod-on-hand(prod-idx) * prod-cost(prod-idx)
           MOVE prod-on-hand(prod-idx) TO display-qty
           COMPUTE money-kr = stock-value / 100
           MOVE money-kr TO display-cost
           IF prod-costed(prod-idx) = 1
               DISPLAY "  " prod-id(prod-idx) " "
                   prod-name(prod-idx) " since " display-days-text
                   " on hand " display-qty " worth " display-cost
           ELSE
               DISPLAY "  " prod-id(prod-idx) " "
                   prod-name(prod-idx) " since " display-days-text
                   " on hand " display-qty " worth ? (no cost)"
           END-IF

           IF prod-last-sale(prod-idx) = SPACES
               MOVE "-" TO out-days
           ELSE
               MOVE days-since TO display-days
               MOVE FUNCTION TRIM(display-days) TO out-days
           END-IF
           MOVE prod-on-hand(prod-idx) TO out-num
           MOVE stock-value TO out-num2
           MOVE SPACES TO CANDIDATES-LINE
           STRING
               FUNCTION TRIM(prod-id(prod-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(prod-name(prod-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(out-days) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(out-num) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(out-num2) DELIMITED BY SIZE
               INTO CANDIDATES-LINE
           END-STRING
           WRITE CANDIDATES-LINE
           .

       END PROGRAM ABC-REPORT.
