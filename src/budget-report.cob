      ******************************************************************
      * Author: Naitsabot
      * Purpose: Budget vs actual by product category and month
      * Description:
      *     Batch report that holds each category's actual trade for
      *     a month, and for the year to date, against the budget
      *     the board approved. category-budgets.txt carries the
      *     plan, one line per category per month:
      *       YYYYMM<TAB>CATEGORY<TAB>revenue-oere<TAB>margin-oere
      *     (categories as in categories.txt, "prodid=CATEGORY";
      *     unlisted products are OTHER, as SETTLEMENT-REPORT has
      *     them).
      *
      *     Actual revenue is what the SALE and GUEST lines were
      *     charged, spread over the line's products by their
      *     dictionary price (the journal carries cart totals, so a
      *     promo or price-level discount lands pro rata), less
      *     approved RETURN lines the same way. Cost of goods is
      *     units times cost-prices.txt, as ANNUAL-ACCOUNTS costs
      *     them; margin is revenue less cost of goods. A VOID
      *     carries no products and is shown below the table as an
      *     unallocated reduction.
      *
      *     Variance is actual less budget, in kroner and as a
      *     percentage of budget, for the month and for the year to
      *     date (fiscal year = calendar year, as ANNUAL-ACCOUNTS).
      *     A category whose revenue or margin is more than
      *     BUDGET_THRESHOLD percent off plan (default 10) in either
      *     column is flagged, and the run exits 1 so the nightly
      *     runner shows it to the treasurer.
      *     BUDGET_MONTH (YYYYMM) picks the month, default the
      *     current one; the dated archives and the live journal are
      *     read, so any month can be re-run after the fact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.

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
           SELECT BUDGET-FILE
               ASSIGN TO BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.
           SELECT CATEGORIES-FILE
               ASSIGN TO CATEGORIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORIES-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT COST-PRICES-FILE
               ASSIGN TO COST-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-PRICES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  BUDGET-FILE.
        01 BUDGET-LINE          PIC X(80).
       FD  CATEGORIES-FILE.
        01 CATEGORIES-LINE      PIC X(64).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  COST-PRICES-FILE.
        01 COST-PRICES-LINE     PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 BUDGET-PATH           PIC X(256).
       01 BUDGET-STATUS         PIC XX.
       01 BUDGET-EOF            PIC 9 VALUE 0.
       01 CATEGORIES-PATH       PIC X(256).
       01 CATEGORIES-STATUS     PIC XX.
       01 CATEGORIES-EOF        PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 COST-PRICES-PATH      PIC X(256).
       01 COST-PRICES-STATUS    PIC XX.
       01 COST-PRICES-EOF       PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).
       01 report-month          PIC X(6).
       01 year-start            PIC X(6).
       01 threshold-pct         PIC 9(3)V9 COMP-3 VALUE 10.

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 line-month            PIC X(6).
       01 line-sign             PIC S9 COMP-5.

      * category-work - per-product categories (categories.txt).
       01 category-work.
           05 pcat-count        PIC 9(3) COMP-5 VALUE 0.
           05 pcat-entry OCCURS 200 TIMES.
               10 pcat-id       PIC X(10).
               10 pcat-name     PIC X(16).
           05 pcat-idx          PIC 9(3) COMP-5.
           05 pcat-lookup-name  PIC X(16).

       01 dict-prices.
           05 dict-price-count  PIC 9(3) COMP-5 VALUE 0.
           05 dict-price-entry OCCURS 200 TIMES.
               10 dict-price-id    PIC X(10).
               10 dict-price-val   PIC S9(9) COMP-5.
           05 dict-price-idx    PIC 9(3) COMP-5.
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
           05 uncosted-units    PIC 9(6) COMP-5 VALUE 0.

      * cat-totals - one row per category, seeded from the budget
      * file so a category with a plan but no trade still shows.
      * Month and year-to-date columns, all in oere.
       01 cat-totals.
           05 cat-count         PIC 9(3) COMP-5 VALUE 0.
           05 cat-entry OCCURS 50 TIMES.
               10 cat-name      PIC X(16).
               10 cat-bud-rev-m PIC S9(11) COMP-5.
               10 cat-bud-mar-m PIC S9(11) COMP-5.
               10 cat-act-rev-m PIC S9(11) COMP-5.
               10 cat-cogs-m    PIC S9(11) COMP-5.
               10 cat-bud-rev-y PIC S9(11) COMP-5.
               10 cat-bud-mar-y PIC S9(11) COMP-5.
               10 cat-act-rev-y PIC S9(11) COMP-5.
               10 cat-cogs-y    PIC S9(11) COMP-5.
       01 cat-idx               PIC 9(3) COMP-5.
       01 cat-found-idx         PIC 9(3) COMP-5.

      * budget-fields - one category-budgets.txt line.
       01 budget-fields.
           05 bgt-month         PIC X(6).
           05 bgt-category      PIC X(16).
           05 bgt-revenue-text  PIC X(16).
           05 bgt-margin-text   PIC X(16).

      * line-tokens - the products of the journal line in hand, so
      * its charged total can be spread by dictionary value.
       01 line-tokens.
           05 lt-count          PIC 9(2) COMP-5 VALUE 0.
           05 lt-entry OCCURS 30 TIMES.
               10 lt-name       PIC X(30).
               10 lt-qty        PIC 9(6) COMP-5.
               10 lt-weight     PIC S9(11) COMP-5.
           05 lt-idx            PIC 9(2) COMP-5.
           05 lt-weight-total   PIC S9(11) COMP-5.
           05 lt-qty-total      PIC 9(6) COMP-5.
           05 lt-allocated      PIC S9(11) COMP-5.
           05 lt-share          PIC S9(11) COMP-5.
           05 lt-cogs           PIC S9(11) COMP-5.

       01 void-month            PIC S9(11) COMP-5 VALUE 0.
       01 void-ytd              PIC S9(11) COMP-5 VALUE 0.
       01 flag-count            PIC 9(3) COMP-5 VALUE 0.

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(30).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.

      * variance-work - one budget/actual pair being printed.
       01 variance-work.
           05 var-budget        PIC S9(11) COMP-5.
           05 var-actual        PIC S9(11) COMP-5.
           05 var-amount        PIC S9(11) COMP-5.
           05 var-pct           PIC S9(5)V9 COMP-3.
           05 var-flag          PIC X(2).
           05 cat-flagged       PIC 9.
           05 var-label         PIC X(8).

       01 total-work.
           05 tot-bud-rev-m     PIC S9(11) COMP-5 VALUE 0.
           05 tot-bud-mar-m     PIC S9(11) COMP-5 VALUE 0.
           05 tot-act-rev-m     PIC S9(11) COMP-5 VALUE 0.
           05 tot-cogs-m        PIC S9(11) COMP-5 VALUE 0.
           05 tot-bud-rev-y     PIC S9(11) COMP-5 VALUE 0.
           05 tot-bud-mar-y     PIC S9(11) COMP-5 VALUE 0.
           05 tot-act-rev-y     PIC S9(11) COMP-5 VALUE 0.
           05 tot-cogs-y        PIC S9(11) COMP-5 VALUE 0.

       01 display-cost          PIC --,---,--9.99.
       01 display-cost2         PIC --,---,--9.99.
       01 display-cost3         PIC --,---,--9.99.
       01 display-pct           PIC -(4)9.9.
       01 display-qty           PIC ZZZ,ZZ9.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM BUDGET VS ACTUAL"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CATEGORIES
           PERFORM READ-DICT-PRICES
           PERFORM READ-COST-PRICES
           PERFORM READ-BUDGETS
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM PRINT-REPORT
           IF flag-count > 0
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/budget-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO BUDGET-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/category-budgets.txt" DELIMITED BY SIZE
               INTO BUDGET-PATH
           END-STRING

           MOVE SPACES TO CATEGORIES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/categories.txt" DELIMITED BY SIZE
               INTO CATEGORIES-PATH
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

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "BUDGET_MONTH"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:6) TO report-month
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO report-month
           END-IF
           MOVE report-month(1:4) TO year-start(1:4)
           MOVE "01" TO year-start(5:2)

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "BUDGET_THRESHOLD"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO threshold-pct
           END-IF
           .

       READ-CATEGORIES.
           MOVE 0 TO CATEGORIES-EOF
           OPEN INPUT CATEGORIES-FILE
           IF CATEGORIES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATEGORIES-EOF = 1
               READ CATEGORIES-FILE
                   AT END
                       MOVE 1 TO CATEGORIES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CATEGORIES-LINE) NOT = SPACES
                           AND CATEGORIES-LINE(1:1) NOT = "#"
                           AND pcat-count < 200
                           ADD 1 TO pcat-count
                           UNSTRING CATEGORIES-LINE DELIMITED BY "="
                               INTO pcat-id(pcat-count)
                                    pcat-name(pcat-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               pcat-name(pcat-count))
                               TO pcat-name(pcat-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORIES-FILE
           .

       READ-DICT-PRICES.
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
                       PERFORM PARSE-DICT-PRICE-LINE
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

       PARSE-DICT-PRICE-LINE.
           IF FUNCTION TRIM(DICT-STORE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DICT-STORE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF dict-price-count < 200
               MOVE SPACES TO dict-fields
               UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
                   INTO dct-id
                        dct-name
                        dct-price
               END-UNSTRING
               IF FUNCTION TRIM(dct-id) NOT = SPACES
                   ADD 1 TO dict-price-count
                   MOVE FUNCTION TRIM(dct-id)
                       TO dict-price-id(dict-price-count)
                   MOVE 0 TO dict-price-val(dict-price-count)
                   IF FUNCTION TRIM(dct-price) NOT = SPACES
                       MOVE FUNCTION NUMVAL(dct-price)
                           TO dict-price-val(dict-price-count)
                   END-IF
               END-IF
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

      * READ-BUDGETS - Only the months from January up to the
      * report month of its year are kept.
       READ-BUDGETS.
           MOVE 0 TO BUDGET-EOF
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS = "35"
               DISPLAY "No category-budgets.txt - every category "
                   "is measured against a zero budget."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUDGET-EOF = 1
               READ BUDGET-FILE
                   AT END
                       MOVE 1 TO BUDGET-EOF
                   NOT AT END
                       PERFORM PARSE-BUDGET-LINE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       PARSE-BUDGET-LINE.
           IF FUNCTION TRIM(BUDGET-LINE) = SPACES
               OR BUDGET-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO budget-fields
           UNSTRING BUDGET-LINE DELIMITED BY X"09"
               INTO bgt-month
                    bgt-category
                    bgt-revenue-text
                    bgt-margin-text
           END-UNSTRING
           IF bgt-month < year-start OR bgt-month > report-month
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(bgt-category))
               TO pcat-lookup-name
           IF pcat-lookup-name = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-CATEGORY
           IF cat-found-idx = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(bgt-revenue-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(bgt-revenue-text) = 0
               COMPUTE cat-bud-rev-y(cat-found-idx) =
                   cat-bud-rev-y(cat-found-idx)
                   + FUNCTION NUMVAL(bgt-revenue-text)
               IF bgt-month = report-month
                   COMPUTE cat-bud-rev-m(cat-found-idx) =
                       cat-bud-rev-m(cat-found-idx)
                       + FUNCTION NUMVAL(bgt-revenue-text)
               END-IF
           END-IF
           IF FUNCTION TRIM(bgt-margin-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(bgt-margin-text) = 0
               COMPUTE cat-bud-mar-y(cat-found-idx) =
                   cat-bud-mar-y(cat-found-idx)
                   + FUNCTION NUMVAL(bgt-margin-text)
               IF bgt-month = report-month
                   COMPUTE cat-bud-mar-m(cat-found-idx) =
                       cat-bud-mar-m(cat-found-idx)
                       + FUNCTION NUMVAL(bgt-margin-text)
               END-IF
           END-IF
           .

       FIND-OR-ADD-CATEGORY.
           MOVE 0 TO cat-found-idx
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > cat-count
               IF cat-name(cat-idx) = pcat-lookup-name
                   MOVE cat-idx TO cat-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cat-found-idx = 0 AND cat-count < 50
               ADD 1 TO cat-count
               MOVE cat-count TO cat-found-idx
               MOVE pcat-lookup-name TO cat-name(cat-found-idx)
               MOVE 0 TO cat-bud-rev-m(cat-found-idx)
               MOVE 0 TO cat-bud-mar-m(cat-found-idx)
               MOVE 0 TO cat-act-rev-m(cat-found-idx)
               MOVE 0 TO cat-cogs-m(cat-found-idx)
               MOVE 0 TO cat-bud-rev-y(cat-found-idx)
               MOVE 0 TO cat-bud-mar-y(cat-found-idx)
               MOVE 0 TO cat-act-rev-y(cat-found-idx)
               MOVE 0 TO cat-cogs-y(cat-found-idx)
           END-IF
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep HOSPITALITY-REPORT makes.
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

           MOVE jnl-timestamp(1:6) TO line-month
           IF line-month < year-start OR line-month > report-month
               EXIT PARAGRAPH
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
               WHEN "VOID"
                   ADD jnl-cost-num TO void-ytd
                   IF line-month = report-month
                       ADD jnl-cost-num TO void-month
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * ALLOCATE-LINE - Collect the line's products, weigh each at
      * its dictionary price times qty, and spread the charged
      * total over them in that proportion (by units where nothing
      * is priced); the last product takes the rounding remainder
      * so the categories add up to the journal to the oere.
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
               PERFORM POST-TOKEN-TO-CATEGORY
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

           ADD 1 TO lt-count
           MOVE FUNCTION TRIM(token-name) TO lt-name(lt-count)
           MOVE token-qty TO lt-qty(lt-count)
           MOVE 0 TO lt-weight(lt-count)
           PERFORM VARYING dict-price-idx FROM 1 BY 1
                   UNTIL dict-price-idx > dict-price-count
               IF dict-price-id(dict-price-idx) = lt-name(lt-count)
                   COMPUTE lt-weight(lt-count) =
                       dict-price-val(dict-price-idx) * token-qty
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD lt-weight(lt-count) TO lt-weight-total
           ADD token-qty TO lt-qty-total
           .

       POST-TOKEN-TO-CATEGORY.
           MOVE "OTHER" TO pcat-lookup-name
           PERFORM VARYING pcat-idx FROM 1 BY 1
                   UNTIL pcat-idx > pcat-count
               IF FUNCTION TRIM(pcat-id(pcat-idx)) = lt-name(lt-idx)
                   MOVE pcat-name(pcat-idx) TO pcat-lookup-name
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM FIND-OR-ADD-CATEGORY
           IF cat-found-idx = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO lt-cogs
           PERFORM VARYING cost-idx FROM 1 BY 1
                   UNTIL cost-idx > cost-count
               IF FUNCTION TRIM(cost-id(cost-idx)) = lt-name(lt-idx)
                   COMPUTE lt-cogs = cost-val(cost-idx) * lt-qty(lt-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF lt-cogs = 0
               ADD lt-qty(lt-idx) TO uncosted-units
           END-IF

           COMPUTE cat-act-rev-y(cat-found-idx) =
               cat-act-rev-y(cat-found-idx) + lt-share * line-sign
           COMPUTE cat-cogs-y(cat-found-idx) =
               cat-cogs-y(cat-found-idx) + lt-cogs * line-sign
           IF line-month = report-month
               COMPUTE cat-act-rev-m(cat-found-idx) =
                   cat-act-rev-m(cat-found-idx) + lt-share * line-sign
               COMPUTE cat-cogs-m(cat-found-idx) =
                   cat-cogs-m(cat-found-idx) + lt-cogs * line-sign
           END-IF
           .

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "Month     : " report-month
               "   (year to date from " year-start ")"
           MOVE threshold-pct TO display-pct
           DISPLAY "Threshold : " FUNCTION TRIM(display-pct)
               "% off plan is flagged **"
           DISPLAY " "
           DISPLAY "  category / line    |        budget |"
               "        actual |      variance |     %"
           DISPLAY "------------------------------------------"
               "------------------------------------"

           IF cat-count = 0
               DISPLAY "  (no budget and no sales in the year)"
           END-IF
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > cat-count
               PERFORM PRINT-ONE-CATEGORY
           END-PERFORM

           DISPLAY "------------------------------------------"
               "------------------------------------"
           DISPLAY "  ALL CATEGORIES"
           MOVE "Month" TO var-label
           MOVE tot-bud-rev-m TO var-budget
           MOVE tot-act-rev-m TO var-actual
           PERFORM PRINT-REVENUE-LINE
           MOVE tot-bud-mar-m TO var-budget
           COMPUTE var-actual = tot-act-rev-m - tot-cogs-m
           PERFORM PRINT-MARGIN-LINE
           MOVE "YTD" TO var-label
           MOVE tot-bud-rev-y TO var-budget
           MOVE tot-act-rev-y TO var-actual
           PERFORM PRINT-REVENUE-LINE
           MOVE tot-bud-mar-y TO var-budget
           COMPUTE var-actual = tot-act-rev-y - tot-cogs-y
           PERFORM PRINT-MARGIN-LINE
           DISPLAY "------------------------------------------"
               "------------------------------------"

           IF void-ytd NOT = 0
               COMPUTE money-kr = void-month / 100
               MOVE money-kr TO display-cost
               COMPUTE money-kr = void-ytd / 100
               MOVE money-kr TO display-cost2
               DISPLAY "Voids not allocated to a category: month "
                   display-cost "  YTD " display-cost2
           END-IF
           IF uncosted-units > 0
               MOVE uncosted-units TO display-qty
               DISPLAY "Units sold with no cost price (margin "
                   "overstated): " display-qty
           END-IF
           IF flag-count > 0
               MOVE flag-count TO display-qty
               DISPLAY "Categories off plan: " display-qty
           END-IF
           .

       PRINT-ONE-CATEGORY.
           MOVE 0 TO cat-flagged
           DISPLAY "  " cat-name(cat-idx)
           MOVE "Month" TO var-label
           MOVE cat-bud-rev-m(cat-idx) TO var-budget
           MOVE cat-act-rev-m(cat-idx) TO var-actual
           PERFORM PRINT-REVENUE-LINE
           MOVE cat-bud-mar-m(cat-idx) TO var-budget
           COMPUTE var-actual =
               cat-act-rev-m(cat-idx) - cat-cogs-m(cat-idx)
           PERFORM PRINT-MARGIN-LINE
           MOVE "YTD" TO var-label
           MOVE cat-bud-rev-y(cat-idx) TO var-budget
           MOVE cat-act-rev-y(cat-idx) TO var-actual
           PERFORM PRINT-REVENUE-LINE
           MOVE cat-bud-mar-y(cat-idx) TO var-budget
           COMPUTE var-actual =
               cat-act-rev-y(cat-idx) - cat-cogs-y(cat-idx)
           PERFORM PRINT-MARGIN-LINE
           IF cat-flagged = 1
               ADD 1 TO flag-count
           END-IF

           ADD cat-bud-rev-m(cat-idx) TO tot-bud-rev-m
           ADD cat-bud-mar-m(cat-idx) TO tot-bud-mar-m
           ADD cat-act-rev-m(cat-idx) TO tot-act-rev-m
           ADD cat-cogs-m(cat-idx) TO tot-cogs-m
           ADD cat-bud-rev-y(cat-idx) TO tot-bud-rev-y
           ADD cat-bud-mar-y(cat-idx) TO tot-bud-mar-y
           ADD cat-act-rev-y(cat-idx) TO tot-act-rev-y
           ADD cat-cogs-y(cat-idx) TO tot-cogs-y
           .

       PRINT-REVENUE-LINE.
           PERFORM COMPUTE-VARIANCE
           DISPLAY "    " var-label " revenue |" NO ADVANCING
           PERFORM PRINT-VARIANCE-FIGURES
           .

       PRINT-MARGIN-LINE.
           PERFORM COMPUTE-VARIANCE
           DISPLAY "    " var-label " margin  |" NO ADVANCING
           PERFORM PRINT-VARIANCE-FIGURES
           .

      * COMPUTE-VARIANCE - actual less budget, and that as a
      * percentage of budget; with no budget there is no
      * percentage, but trade against a zero plan is still off it.
       COMPUTE-VARIANCE.
           COMPUTE var-amount = var-actual - var-budget
           MOVE SPACES TO var-flag
           MOVE 0 TO var-pct
           IF var-budget NOT = 0
               COMPUTE var-pct ROUNDED =
                   var-amount * 100 / var-budget
               IF var-budget < 0
                   COMPUTE var-pct = 0 - var-pct
               END-IF
               IF var-pct > threshold-pct
                   OR var-pct < 0 - threshold-pct
                   MOVE "**" TO var-flag
               END-IF
           ELSE
               IF var-actual NOT = 0
                   MOVE "**" TO var-flag
               END-IF
           END-IF
           IF var-flag = "**"
               MOVE 1 TO cat-flagged
           END-IF
           .

       PRINT-VARIANCE-FIGURES.
           COMPUTE money-kr = var-budget / 100
           MOVE money-kr TO display-cost
           COMPUTE money-kr = var-actual / 100
           MOVE money-kr TO display-cost2
           COMPUTE money-kr = var-amount / 100
           MOVE money-kr TO display-cost3
           IF var-budget = 0
               DISPLAY display-cost " |" display-cost2 " |"
                   display-cost3 " |   n/a " var-flag
           ELSE
               MOVE var-pct TO display-pct
               DISPLAY display-cost " |" display-cost2 " |"
                   display-cost3 " |" display-pct " " var-flag
           END-IF
           .

       END PROGRAM BUDGET-REPORT.
