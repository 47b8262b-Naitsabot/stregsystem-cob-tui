      ******************************************************************
      * Author: Naitsabot
      * Purpose: Supplier price-list import with retail suggestions
      * Description:
      *     Batch that reads a supplier's price list and does the two
      *     jobs someone used to do by hand on option K and a pocket
      *     calculator:
      *       1. every changed unit cost goes into cost-prices.txt
      *          (the same file goods receipts maintain);
      *       2. a suggested shelf price is worked out per product
      *          from the target gross margin of its category and,
      *          where it differs from the dictionary price, queued
      *          in pending-prices.txt as a QUEUED (unapproved)
      *          change - it still needs a second operator's
      *          approval on option P before it can go live.
      *     Price list (PRICE_LIST=path): one product per line,
      *       prodid;cost-kr  or  prodid,cost-kr  (a header line or
      *       a line without a readable cost is skipped), cost in
      *       kroner with "." or "," decimals.
      *     Margins: category-margins.txt, "CATEGORY=percent" over
      *       the categories in categories.txt ("prodid=CATEGORY",
      *       unlisted products are OTHER); a DEFAULT= line covers
      *       categories without their own target (else 30%).
      *     Suggested price = cost / (1 - margin), plus 25% moms
      *       unless vat-classes.txt says ZERO, rounded up to whole
      *       kroner (PRICE_ROUND=oere to change the step). Costs are
      *       ex moms; COST_INCL_VAT=1 treats the list as inclusive,
      *       as the VAT return does.
      *     PRICE_EFFECTIVE=YYYYMMDD dates the queued changes
      *       (default today); SUPPLIER_ID must name a supplier in
      *       suppliers.txt when given. IMPORT_OPERATOR (default
      *       price-import) is recorded as the requester, so any
      *       named operator can be the approving second person.
      *     Report: exports/price-import-YYYYMMDD.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-LIST-IMPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE
               ASSIGN TO PRICE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-LIST-STATUS.
           SELECT COST-FILE
               ASSIGN TO COST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-STATUS.
           SELECT CATEGORIES-FILE
               ASSIGN TO CATEGORIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORIES-STATUS.
           SELECT MARGINS-FILE
               ASSIGN TO MARGINS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARGINS-STATUS.
           SELECT VAT-FILE
               ASSIGN TO VAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAT-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT PENDING-PRICES-FILE
               ASSIGN TO PENDING-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-PRICES-STATUS.
           SELECT SUPPLIER-FILE
               ASSIGN TO SUPPLIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
        01 PRICE-LIST-LINE      PIC X(256).
       FD  COST-FILE.
        01 COST-LINE            PIC X(64).
       FD  CATEGORIES-FILE.
        01 CATEGORIES-LINE      PIC X(64).
       FD  MARGINS-FILE.
        01 MARGINS-LINE         PIC X(64).
       FD  VAT-FILE.
        01 VAT-LINE             PIC X(64).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  PENDING-PRICES-FILE.
        01 PENDING-PRICES-LINE  PIC X(128).
       FD  SUPPLIER-FILE.
        01 SUPPLIER-LINE        PIC X(200).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 PRICE-LIST-PATH       PIC X(256).
       01 PRICE-LIST-STATUS     PIC XX.
       01 PRICE-LIST-EOF        PIC 9 VALUE 0.
       01 COST-PATH             PIC X(256).
       01 COST-STATUS           PIC XX.
       01 COST-EOF              PIC 9 VALUE 0.
       01 CATEGORIES-PATH       PIC X(256).
       01 CATEGORIES-STATUS     PIC XX.
       01 CATEGORIES-EOF        PIC 9 VALUE 0.
       01 MARGINS-PATH          PIC X(256).
       01 MARGINS-STATUS        PIC XX.
       01 MARGINS-EOF           PIC 9 VALUE 0.
       01 VAT-PATH              PIC X(256).
       01 VAT-STATUS            PIC XX.
       01 VAT-EOF               PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 PENDING-PRICES-PATH   PIC X(256).
       01 PENDING-PRICES-STATUS PIC XX.
       01 PENDING-PRICES-EOF    PIC 9 VALUE 0.
       01 SUPPLIER-PATH         PIC X(256).
       01 SUPPLIER-STATUS       PIC XX.
       01 SUPPLIER-EOF          PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 REAL-PATH             PIC X(256).
       01 TMP-PATH              PIC X(256).

       01 import-settings.
           05 effective-date    PIC X(8).
           05 supplier-id       PIC X(10).
           05 supplier-known    PIC 9 VALUE 0.
           05 import-operator   PIC X(32).
           05 round-step        PIC S9(5) COMP-5 VALUE 100.
           05 cost-incl-vat     PIC 9 VALUE 0.
           05 default-margin    PIC S9(3)V99 COMP-3 VALUE 30.
           05 env-text          PIC X(16).

       01 cost-table.
           05 cost-count        PIC 9(3) COMP-5 VALUE 0.
           05 cost-entry OCCURS 200 TIMES.
               10 cost-id       PIC X(10).
               10 cost-val      PIC S9(9) COMP-5.
           05 cost-idx          PIC 9(3) COMP-5.
           05 cost-found-idx    PIC 9(3) COMP-5.
           05 cost-val-text     PIC X(16).
           05 cost-changed      PIC 9 VALUE 0.

       01 category-work.
           05 cat-count         PIC 9(3) COMP-5 VALUE 0.
           05 cat-entry OCCURS 200 TIMES.
               10 cat-prod-id   PIC X(10).
               10 cat-name      PIC X(16).
           05 cat-idx           PIC 9(3) COMP-5.
           05 lookup-category   PIC X(16).

       01 margin-work.
           05 margin-count      PIC 9(2) COMP-5 VALUE 0.
           05 margin-entry OCCURS 50 TIMES.
               10 margin-cat    PIC X(16).
               10 margin-pct    PIC S9(3)V99 COMP-3.
           05 margin-idx        PIC 9(2) COMP-5.
           05 margin-key        PIC X(16).
           05 margin-text       PIC X(16).
           05 lookup-margin     PIC S9(3)V99 COMP-3.

       01 vat-work.
           05 vat-count         PIC 9(3) COMP-5 VALUE 0.
           05 vat-entry OCCURS 200 TIMES.
               10 vat-prod-id   PIC X(10).
               10 vat-class     PIC X(5).
           05 vat-idx           PIC 9(3) COMP-5.
           05 lookup-class      PIC X(5).

       01 dict-work.
           05 dict-count        PIC 9(3) COMP-5 VALUE 0.
           05 dict-entry OCCURS 200 TIMES.
               10 dict-id       PIC X(10).
               10 dict-name     PIC X(50).
               10 dict-price    PIC S9(9) COMP-5.
           05 dict-idx          PIC 9(3) COMP-5.
           05 dict-found-idx    PIC 9(3) COMP-5.
           05 dct-price-text    PIC X(16).

      * price-queue - pending-prices.txt as the TUI keeps it
      * ("prodid<TAB>price<TAB>effdate<TAB>requested-by<TAB>
      * approved-by<TAB>state"), capped at the 30 entries the
      * kiosk's queue holds.
       01 price-queue.
           05 pq-count          PIC 9(2) COMP-5 VALUE 0.
           05 pq-entry OCCURS 30 TIMES.
               10 pq-prod-id    PIC X(10).
               10 pq-new-price  PIC S9(9) COMP-5.
               10 pq-eff-date   PIC X(8).
               10 pq-req-by     PIC X(32).
               10 pq-appr-by    PIC X(32).
               10 pq-state      PIC X(8).
           05 pq-idx            PIC 9(2) COMP-5.
           05 pq-found-idx      PIC 9(2) COMP-5.
           05 pq-price-text     PIC X(16).
           05 pq-price-disp     PIC -(8)9.
           05 pq-changed        PIC 9 VALUE 0.

       01 list-line-work.
           05 pl-prod           PIC X(32).
           05 pl-cost-text      PIC X(32).
           05 pl-rest           PIC X(64).
           05 pl-delim          PIC X.
           05 pl-cost           PIC S9(9) COMP-5.
           05 pl-net-cost       PIC S9(9) COMP-5.
           05 pl-old-cost       PIC S9(9) COMP-5.
           05 pl-suggested      PIC S9(9) COMP-5.
           05 pl-work           PIC S9(11)V9(4) COMP-3.
           05 pl-note           PIC X(40).

       01 counters.
           05 lines-read        PIC 9(5) COMP-5 VALUE 0.
           05 lines-skipped     PIC 9(5) COMP-5 VALUE 0.
           05 costs-changed     PIC 9(5) COMP-5 VALUE 0.
           05 prices-queued     PIC 9(5) COMP-5 VALUE 0.
           05 queue-full-count  PIC 9(5) COMP-5 VALUE 0.

       01 print-work.
           05 money-kr          PIC S9(9)V99 COMP-3.
           05 disp-old-cost     PIC ---,--9.99.
           05 disp-new-cost     PIC ---,--9.99.
           05 disp-price        PIC ---,--9.99.
           05 disp-suggest      PIC ---,--9.99.
           05 disp-margin       PIC ZZ9.9.
           05 display-count     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM PRICE-LIST IMPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           IF FUNCTION TRIM(PRICE-LIST-PATH) = SPACES
               DISPLAY "Set PRICE_LIST to the supplier's price list."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(supplier-id) NOT = SPACES
               PERFORM CHECK-SUPPLIER
               IF supplier-known = 0
                   DISPLAY "Supplier " FUNCTION TRIM(supplier-id)
                       " is not in suppliers.txt."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-COST-FILE
           PERFORM LOAD-CATEGORIES
           PERFORM LOAD-MARGINS
           PERFORM LOAD-VAT-CLASSES
           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-PRICE-QUEUE

           MOVE 0 TO PRICE-LIST-EOF
           OPEN INPUT PRICE-LIST-FILE
           IF PRICE-LIST-STATUS NOT = "00"
               DISPLAY "Cannot read price list "
                   FUNCTION TRIM(PRICE-LIST-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM UNTIL PRICE-LIST-EOF = 1
               READ PRICE-LIST-FILE
                   AT END
                       MOVE 1 TO PRICE-LIST-EOF
                   NOT AT END
                       PERFORM PROCESS-PRICE-LIST-LINE
               END-READ
           END-PERFORM
           CLOSE PRICE-LIST-FILE

           IF cost-changed = 1
               PERFORM SAVE-COST-FILE
           END-IF
           IF pq-changed = 1
               PERFORM SAVE-PRICE-QUEUE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF queue-full-count > 0
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

           MOVE SPACES TO PRICE-LIST-PATH
           ACCEPT PRICE-LIST-PATH FROM ENVIRONMENT "PRICE_LIST"

           MOVE SPACES TO effective-date
           ACCEPT effective-date FROM ENVIRONMENT "PRICE_EFFECTIVE"
           IF effective-date IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO effective-date
           END-IF
           MOVE SPACES TO supplier-id
           ACCEPT supplier-id FROM ENVIRONMENT "SUPPLIER_ID"
           MOVE SPACES TO import-operator
           ACCEPT import-operator FROM ENVIRONMENT "IMPORT_OPERATOR"
           IF FUNCTION TRIM(import-operator) = SPACES
               MOVE "price-import" TO import-operator
           END-IF
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "PRICE_ROUND"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TRIM(env-text) NUMERIC
               MOVE FUNCTION NUMVAL(env-text) TO round-step
           END-IF
           IF round-step < 1
               MOVE 1 TO round-step
           END-IF
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COST_INCL_VAT"
           IF FUNCTION TRIM(env-text) = "1"
               MOVE 1 TO cost-incl-vat
           END-IF

           MOVE SPACES TO COST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cost-prices.txt" DELIMITED BY SIZE
               INTO COST-PATH
           END-STRING
           MOVE SPACES TO CATEGORIES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/categories.txt" DELIMITED BY SIZE
               INTO CATEGORIES-PATH
           END-STRING
           MOVE SPACES TO MARGINS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/category-margins.txt" DELIMITED BY SIZE
               INTO MARGINS-PATH
           END-STRING
           MOVE SPACES TO VAT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/vat-classes.txt" DELIMITED BY SIZE
               INTO VAT-PATH
           END-STRING
           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING
           MOVE SPACES TO PENDING-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pending-prices.txt" DELIMITED BY SIZE
               INTO PENDING-PRICES-PATH
           END-STRING
           MOVE SPACES TO SUPPLIER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/suppliers.txt" DELIMITED BY SIZE
               INTO SUPPLIER-PATH
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

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/price-import-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       CHECK-SUPPLIER.
           MOVE 0 TO supplier-known
           MOVE 0 TO SUPPLIER-EOF
           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUPPLIER-EOF = 1
               READ SUPPLIER-FILE
                   AT END
                       MOVE 1 TO SUPPLIER-EOF
                   NOT AT END
                       MOVE SPACES TO pl-prod
                       UNSTRING SUPPLIER-LINE DELIMITED BY X"09"
                           INTO pl-prod
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(pl-prod))
                           = FUNCTION UPPER-CASE(
                               FUNCTION TRIM(supplier-id))
                           MOVE 1 TO supplier-known
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE
           .

      * LOAD-COST-FILE / SAVE-COST-FILE - "prodid=oere", loaded and
      * rewritten whole (temp then mv) as PURCHASE-ORDERS does.
       LOAD-COST-FILE.
           MOVE 0 TO cost-count
           MOVE 0 TO COST-EOF
           OPEN INPUT COST-FILE
           IF COST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COST-EOF = 1
               READ COST-FILE
                   AT END
                       MOVE 1 TO COST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(COST-LINE) NOT = SPACES
                           AND COST-LINE(1:1) NOT = "#"
                           AND cost-count < 200
                           ADD 1 TO cost-count
                           MOVE SPACES TO cost-val-text
                           UNSTRING COST-LINE DELIMITED BY "="
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
           CLOSE COST-FILE
           .

       SAVE-COST-FILE.
           MOVE COST-PATH TO REAL-PATH
           MOVE SPACES TO TMP-PATH
           STRING
               FUNCTION TRIM(COST-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO TMP-PATH
           END-STRING
           MOVE TMP-PATH TO COST-PATH
           OPEN OUTPUT COST-FILE
           PERFORM VARYING cost-idx FROM 1 BY 1
                   UNTIL cost-idx > cost-count
               MOVE cost-val(cost-idx) TO pq-price-disp
               MOVE SPACES TO COST-LINE
               STRING
                   FUNCTION TRIM(cost-id(cost-idx))
                       DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-price-disp) DELIMITED BY SIZE
                   INTO COST-LINE
               END-STRING
               WRITE COST-LINE
           END-PERFORM
           CLOSE COST-FILE
           MOVE REAL-PATH TO COST-PATH
           PERFORM COMMIT-TMP-FILE
           .

       LOAD-CATEGORIES.
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
                           AND cat-count < 200
                           ADD 1 TO cat-count
                           MOVE SPACES TO cat-entry(cat-count)
                           UNSTRING CATEGORIES-LINE DELIMITED BY "="
                               INTO cat-prod-id(cat-count)
                                    cat-name(cat-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(cat-name(cat-count)))
                               TO cat-name(cat-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORIES-FILE
           .

       LOAD-MARGINS.
           MOVE 0 TO MARGINS-EOF
           OPEN INPUT MARGINS-FILE
           IF MARGINS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MARGINS-EOF = 1
               READ MARGINS-FILE
                   AT END
                       MOVE 1 TO MARGINS-EOF
                   NOT AT END
                       PERFORM PARSE-MARGIN-LINE
               END-READ
           END-PERFORM
           CLOSE MARGINS-FILE
           .

       PARSE-MARGIN-LINE.
           IF FUNCTION TRIM(MARGINS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF MARGINS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO margin-key
           MOVE SPACES TO margin-text
           UNSTRING MARGINS-LINE DELIMITED BY "="
               INTO margin-key
                    margin-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(margin-key))
               TO margin-key
           IF FUNCTION TRIM(margin-text) = SPACES
               OR FUNCTION TEST-NUMVAL(margin-text) NOT = 0
               EXIT PARAGRAPH
           END-IF
      *    A target at or above 100% has no finite price.
           IF FUNCTION NUMVAL(margin-text) >= 100
               OR FUNCTION NUMVAL(margin-text) < 0
               DISPLAY "Ignoring margin " FUNCTION TRIM(MARGINS-LINE)
               EXIT PARAGRAPH
           END-IF
           IF margin-key = "DEFAULT"
               MOVE FUNCTION NUMVAL(margin-text) TO default-margin
               EXIT PARAGRAPH
           END-IF
           IF margin-count < 50
               ADD 1 TO margin-count
               MOVE margin-key TO margin-cat(margin-count)
               MOVE FUNCTION NUMVAL(margin-text)
                   TO margin-pct(margin-count)
           END-IF
           .

       LOAD-VAT-CLASSES.
           MOVE 0 TO VAT-EOF
           OPEN INPUT VAT-FILE
           IF VAT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VAT-EOF = 1
               READ VAT-FILE
                   AT END
                       MOVE 1 TO VAT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VAT-LINE) NOT = SPACES
                           AND VAT-LINE(1:1) NOT = "#"
                           AND vat-count < 200
                           ADD 1 TO vat-count
                           MOVE SPACES TO vat-entry(vat-count)
                           UNSTRING VAT-LINE DELIMITED BY "="
                               INTO vat-prod-id(vat-count)
                                    vat-class(vat-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               vat-class(vat-count))
                               TO vat-class(vat-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAT-FILE
           .

       LOAD-DICTIONARY.
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
                           AND dict-count < 200
                           ADD 1 TO dict-count
                           MOVE SPACES TO dict-entry(dict-count)
                           MOVE SPACES TO dct-price-text
                           UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
                               INTO dict-id(dict-count)
                                    dict-name(dict-count)
                                    dct-price-text
                           END-UNSTRING
                           MOVE 0 TO dict-price(dict-count)
                           IF FUNCTION TRIM(dct-price-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(dct-price-text)
                                   TO dict-price(dict-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

       LOAD-PRICE-QUEUE.
           MOVE 0 TO pq-count
           MOVE 0 TO PENDING-PRICES-EOF
           OPEN INPUT PENDING-PRICES-FILE
           IF PENDING-PRICES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-PRICES-EOF = 1
               READ PENDING-PRICES-FILE
                   AT END
                       MOVE 1 TO PENDING-PRICES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PENDING-PRICES-LINE)
                               NOT = SPACES
                           AND pq-count < 30
                           ADD 1 TO pq-count
                           MOVE SPACES TO pq-entry(pq-count)
                           MOVE SPACES TO pq-price-text
                           UNSTRING PENDING-PRICES-LINE
                               DELIMITED BY X"09"
                               INTO pq-prod-id(pq-count)
                                    pq-price-text
                                    pq-eff-date(pq-count)
                                    pq-req-by(pq-count)
                                    pq-appr-by(pq-count)
                                    pq-state(pq-count)
                           END-UNSTRING
                           MOVE 0 TO pq-new-price(pq-count)
                           IF FUNCTION TRIM(pq-price-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(pq-price-text)
                                   TO pq-new-price(pq-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-PRICES-FILE
           .

       SAVE-PRICE-QUEUE.
           MOVE PENDING-PRICES-PATH TO REAL-PATH
           MOVE SPACES TO TMP-PATH
           STRING
               FUNCTION TRIM(PENDING-PRICES-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO TMP-PATH
           END-STRING
           MOVE TMP-PATH TO PENDING-PRICES-PATH
           OPEN OUTPUT PENDING-PRICES-FILE
           PERFORM VARYING pq-idx FROM 1 BY 1
                   UNTIL pq-idx > pq-count
               MOVE pq-new-price(pq-idx) TO pq-price-disp
               MOVE SPACES TO PENDING-PRICES-LINE
               STRING
                   FUNCTION TRIM(pq-prod-id(pq-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-price-disp) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-eff-date(pq-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-req-by(pq-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-appr-by(pq-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(pq-state(pq-idx)) DELIMITED BY SIZE
                   INTO PENDING-PRICES-LINE
               END-STRING
               WRITE PENDING-PRICES-LINE
           END-PERFORM
           CLOSE PENDING-PRICES-FILE
           MOVE REAL-PATH TO PENDING-PRICES-PATH
           PERFORM COMMIT-TMP-FILE
           .

      * PROCESS-PRICE-LIST-LINE - One product: take the cost, then
      * suggest and (if it moves) queue the shelf price.
       PROCESS-PRICE-LIST-LINE.
           IF FUNCTION TRIM(PRICE-LIST-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PRICE-LIST-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO lines-read

           MOVE ";" TO pl-delim
           IF PRICE-LIST-LINE NOT = SPACES
               MOVE 0 TO cost-idx
               INSPECT PRICE-LIST-LINE TALLYING cost-idx FOR ALL ";"
               IF cost-idx = 0
                   MOVE "," TO pl-delim
               END-IF
           END-IF
           MOVE SPACES TO pl-prod
           MOVE SPACES TO pl-cost-text
           MOVE SPACES TO pl-rest
      *    With "," between fields a decimal comma would split the
      *    cost; the remainder is the oere part then.
           UNSTRING PRICE-LIST-LINE DELIMITED BY pl-delim
               INTO pl-prod
                    pl-cost-text
                    pl-rest
           END-UNSTRING
           IF pl-delim = ","
               AND FUNCTION TRIM(pl-rest) NOT = SPACES
               AND FUNCTION TRIM(pl-rest) NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(pl-rest)) <= 2
               MOVE SPACES TO pl-note
               STRING FUNCTION TRIM(pl-cost-text) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   FUNCTION TRIM(pl-rest) DELIMITED BY SIZE
                   INTO pl-note
               END-STRING
               MOVE pl-note TO pl-cost-text
           END-IF
           MOVE SPACES TO pl-note
           INSPECT pl-cost-text REPLACING ALL "," BY "."
           MOVE FUNCTION TRIM(pl-prod) TO pl-prod
           IF pl-prod = SPACES
               OR pl-prod(11:1) NOT = SPACE
               OR FUNCTION TRIM(pl-cost-text) = SPACES
               OR FUNCTION TEST-NUMVAL(pl-cost-text) NOT = 0
               ADD 1 TO lines-skipped
               EXIT PARAGRAPH
           END-IF
           COMPUTE pl-cost ROUNDED =
               FUNCTION NUMVAL(pl-cost-text) * 100
           IF pl-cost <= 0
               ADD 1 TO lines-skipped
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-COST
           IF cost-found-idx = 0
               ADD 1 TO lines-skipped
               EXIT PARAGRAPH
           END-IF
           MOVE cost-val(cost-found-idx) TO pl-old-cost
           IF pl-old-cost NOT = pl-cost
               MOVE pl-cost TO cost-val(cost-found-idx)
               MOVE 1 TO cost-changed
               ADD 1 TO costs-changed
           END-IF

           PERFORM LOOKUP-PRODUCT-SETTINGS
           PERFORM COMPUTE-SUGGESTED-PRICE

           MOVE 0 TO dict-found-idx
           PERFORM VARYING dict-idx FROM 1 BY 1
                   UNTIL dict-idx > dict-count
               IF FUNCTION TRIM(dict-id(dict-idx)) = pl-prod
                   MOVE dict-idx TO dict-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF dict-found-idx = 0
               MOVE "not in dictionary - cost only" TO pl-note
           ELSE
               IF dict-price(dict-found-idx) = pl-suggested
                   MOVE "price already on target" TO pl-note
               ELSE
                   PERFORM QUEUE-SUGGESTED-PRICE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE
           .

       FIND-OR-ADD-COST.
           MOVE 0 TO cost-found-idx
           PERFORM VARYING cost-idx FROM 1 BY 1
                   UNTIL cost-idx > cost-count
               IF FUNCTION TRIM(cost-id(cost-idx)) = pl-prod
                   MOVE cost-idx TO cost-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cost-found-idx = 0 AND cost-count < 200
               ADD 1 TO cost-count
               MOVE cost-count TO cost-found-idx
               MOVE pl-prod TO cost-id(cost-found-idx)
               MOVE 0 TO cost-val(cost-found-idx)
           END-IF
           .

       LOOKUP-PRODUCT-SETTINGS.
           MOVE "OTHER" TO lookup-category
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > cat-count
               IF FUNCTION TRIM(cat-prod-id(cat-idx)) = pl-prod
                   MOVE cat-name(cat-idx) TO lookup-category
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE default-margin TO lookup-margin
           PERFORM VARYING margin-idx FROM 1 BY 1
                   UNTIL margin-idx > margin-count
               IF margin-cat(margin-idx) = lookup-category
                   MOVE margin-pct(margin-idx) TO lookup-margin
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE "STD" TO lookup-class
           PERFORM VARYING vat-idx FROM 1 BY 1
                   UNTIL vat-idx > vat-count
               IF FUNCTION TRIM(vat-prod-id(vat-idx)) = pl-prod
                   MOVE vat-class(vat-idx) TO lookup-class
               END-IF
           END-PERFORM
           .

      * COMPUTE-SUGGESTED-PRICE - Gross margin is on the price ex
      * moms: net price = net cost / (1 - margin); moms goes on top
      * for standard-rated goods; then up to the next rounding step.
       COMPUTE-SUGGESTED-PRICE.
           MOVE pl-cost TO pl-net-cost
           IF cost-incl-vat = 1 AND lookup-class NOT = "ZERO"
               COMPUTE pl-net-cost ROUNDED = pl-cost * 100 / 125
           END-IF
           COMPUTE pl-work =
               pl-net-cost * 100 / (100 - lookup-margin)
           IF lookup-class NOT = "ZERO"
               COMPUTE pl-work = pl-work * 125 / 100
           END-IF
           COMPUTE pl-suggested = pl-work / round-step
           IF pl-suggested * round-step < pl-work
               ADD 1 TO pl-suggested
           END-IF
           COMPUTE pl-suggested = pl-suggested * round-step
           .

      * QUEUE-SUGGESTED-PRICE - A still-unapproved change for the
      * product is replaced (its requester now being this import);
      * an APPROVED one is left alone and the new suggestion queued
      * beside it, so nobody's approval is silently undone.
       QUEUE-SUGGESTED-PRICE.
           MOVE 0 TO pq-found-idx
           PERFORM VARYING pq-idx FROM 1 BY 1 UNTIL pq-idx > pq-count
               IF FUNCTION TRIM(pq-prod-id(pq-idx)) = pl-prod
                   AND FUNCTION TRIM(pq-state(pq-idx)) = "QUEUED"
                   MOVE pq-idx TO pq-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF pq-found-idx = 0
               IF pq-count >= 30
                   MOVE "price queue full - NOT queued" TO pl-note
                   ADD 1 TO queue-full-count
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO pq-count
               MOVE pq-count TO pq-found-idx
           END-IF
           MOVE SPACES TO pq-entry(pq-found-idx)
           MOVE pl-prod TO pq-prod-id(pq-found-idx)
           MOVE pl-suggested TO pq-new-price(pq-found-idx)
           MOVE effective-date TO pq-eff-date(pq-found-idx)
           MOVE import-operator TO pq-req-by(pq-found-idx)
           MOVE "-" TO pq-appr-by(pq-found-idx)
           MOVE "QUEUED" TO pq-state(pq-found-idx)
           MOVE 1 TO pq-changed
           ADD 1 TO prices-queued
           MOVE "queued for approval (option P)" TO pl-note
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "PRICE-LIST IMPORT " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "  list: " DELIMITED BY SIZE
               FUNCTION TRIM(PRICE-LIST-PATH) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Supplier: " DELIMITED BY SIZE
               FUNCTION TRIM(supplier-id) DELIMITED BY SIZE
               "  effective: " DELIMITED BY SIZE
               effective-date DELIMITED BY SIZE
               "  requested by: " DELIMITED BY SIZE
               FUNCTION TRIM(import-operator) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "product    category   old cost   new cost  margin"
               DELIMITED BY SIZE
               "   shelf now  suggested  note" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       WRITE-REPORT-LINE.
           COMPUTE money-kr = pl-old-cost / 100
           MOVE money-kr TO disp-old-cost
           COMPUTE money-kr = pl-cost / 100
           MOVE money-kr TO disp-new-cost
           MOVE lookup-margin TO disp-margin
           COMPUTE money-kr = pl-suggested / 100
           MOVE money-kr TO disp-suggest
           MOVE SPACES TO REPORT-LINE
           MOVE pl-prod TO REPORT-LINE(1:10)
           MOVE lookup-category TO REPORT-LINE(12:10)
           MOVE disp-old-cost TO REPORT-LINE(23:10)
           MOVE disp-new-cost TO REPORT-LINE(34:10)
           MOVE disp-margin TO REPORT-LINE(45:5)
           MOVE "%" TO REPORT-LINE(50:1)
           IF dict-found-idx NOT = 0
               COMPUTE money-kr = dict-price(dict-found-idx) / 100
               MOVE money-kr TO disp-price
               MOVE disp-price TO REPORT-LINE(53:10)
           END-IF
           MOVE disp-suggest TO REPORT-LINE(64:10)
           MOVE pl-note TO REPORT-LINE(76:40)
           PERFORM EMIT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE lines-read TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Lines read      : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE lines-skipped TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Lines skipped   : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE costs-changed TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Costs changed   : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE prices-queued TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Prices queued   : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF queue-full-count > 0
               MOVE queue-full-count TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "NOT queued (queue full, 30 max): "
                   DELIMITED BY SIZE
                   display-count DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

      * COMMIT-TMP-FILE - TMP-PATH was just written in full; mv it
      * over REAL-PATH so the switch is one rename.
       COMMIT-TMP-FILE.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f " DELIMITED BY SIZE
               FUNCTION TRIM(TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(REAL-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       END PROGRAM PRICE-LIST-IMPORT.
