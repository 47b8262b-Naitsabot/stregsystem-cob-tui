      ******************************************************************
      * Author: Naitsabot
      * Purpose: Quarterly VAT return (momsangivelse)
      * Description:
      *     Batch that works out the quarter's moms the way SKAT's
      *     momsangivelse asks for it:
      *       salgsmoms - output VAT from the journal's SALE lines
      *                   less RETURN and VOID lines, split per
      *                   vat-classes.txt class exactly as the
      *                   settlement report splits it (ZERO-classed
      *                   tokens priced from product-dict.txt, the
      *                   rest standard-rated, 25% inclusive);
      *       koebsmoms - input VAT on the goods receipts posted in
      *                   the quarter (goods-receipts.log, written by
      *                   PURCHASE-ORDERS), qty x the unit cost the
      *                   receipt was posted at. Supplier cost prices
      *                   are ex moms, so STD goods carry 25% on top;
      *                   COST_INCL_VAT=1 treats them as inclusive.
      *     The payable figure is salgsmoms less koebsmoms. An
      *     appendix lists every journal line and receipt line behind
      *     the numbers (sale-key and seal sequence on the journal
      *     side, PO number on the receipt side) so each figure can
      *     be traced back. VOID lines carry no order tokens and are
      *     reversed as standard-rated.
      *     VAT_QUARTER=YYYYQn picks the quarter (default: the last
      *     complete one). Output: exports/vat-return-YYYYQn.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-RETURN.

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
           SELECT FLIST-FILE
               ASSIGN TO FLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIST-STATUS.
           SELECT VAT-FILE
               ASSIGN TO VAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAT-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT COST-PRICES-FILE
               ASSIGN TO COST-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-PRICES-STATUS.
           SELECT RECEIPTS-FILE
               ASSIGN TO RECEIPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT APPENDIX-FILE
               ASSIGN TO APPENDIX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPENDIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FLIST-FILE.
        01 FLIST-LINE           PIC X(256).
       FD  VAT-FILE.
        01 VAT-LINE             PIC X(64).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  COST-PRICES-FILE.
        01 COST-PRICES-LINE     PIC X(64).
       FD  RECEIPTS-FILE.
        01 RECEIPTS-LINE        PIC X(128).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).
       FD  APPENDIX-FILE.
        01 APPENDIX-LINE        PIC X(160).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FLIST-PATH            PIC X(256).
       01 FLIST-STATUS          PIC XX.
       01 FLIST-EOF             PIC 9 VALUE 0.
       01 VAT-PATH              PIC X(256).
       01 VAT-STATUS            PIC XX.
       01 VAT-EOF               PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 COST-PRICES-PATH      PIC X(256).
       01 COST-PRICES-STATUS    PIC XX.
       01 COST-PRICES-EOF       PIC 9 VALUE 0.
       01 RECEIPTS-PATH         PIC X(256).
       01 RECEIPTS-STATUS       PIC XX.
       01 RECEIPTS-EOF          PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 APPENDIX-PATH         PIC X(256).
       01 APPENDIX-STATUS       PIC XX.
       01 journal-env-set       PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(16).

       01 quarter-work.
           05 vat-quarter       PIC X(6).
           05 qtr-year-num      PIC 9(4).
           05 qtr-num           PIC 9.
           05 qtr-from          PIC X(8).
           05 qtr-to            PIC X(8).
           05 qtr-month-num     PIC 9(2).
           05 qtr-month-text    PIC 9(2).
           05 cur-month-num     PIC 9(2).
           05 cost-incl-vat     PIC 9 VALUE 0.

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 jnl-seal-fields.
           05 jnl-seq-text      PIC X(9).
           05 jnl-chk-text      PIC X(9).

      * vat-work - product-to-VAT-class mapping (vat-classes.txt,
      * "productid=CLASS", unlisted products are STD/25%), the same
      * file and default the settlement report uses.
       01 vat-work.
           05 vat-count         PIC 9(3) COMP-5 VALUE 0.
           05 vat-entry OCCURS 200 TIMES.
               10 vat-prod-id   PIC X(10).
               10 vat-class     PIC X(5).
           05 vat-idx           PIC 9(3) COMP-5.
           05 vat-lookup-id     PIC X(10).
           05 vat-lookup-class  PIC X(5).
           05 vat-zero-portion  PIC S9(9) COMP-5.
           05 line-std-gross    PIC S9(9) COMP-5.
           05 line-zero-gross   PIC S9(9) COMP-5.
           05 line-vat          PIC S9(9) COMP-5.
           05 line-sign         PIC S9 COMP-5.

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

       01 token-work.
           05 token-pos         PIC 9(3) COMP-5.
           05 token-text        PIC X(32).
           05 token-name        PIC X(16).
           05 token-qty-text    PIC X(8).
           05 token-qty         PIC S9(5) COMP-5.

       01 receipt-fields.
           05 rcp-ts            PIC X(15).
           05 rcp-po            PIC X(10).
           05 rcp-supplier      PIC X(32).
           05 rcp-prod          PIC X(10).
           05 rcp-qty-text      PIC X(10).
           05 rcp-cost-text     PIC X(14).
           05 rcp-qty           PIC S9(6) COMP-5.
           05 rcp-unit-cost     PIC S9(9) COMP-5.
           05 rcp-value         PIC S9(11) COMP-5.
           05 rcp-net           PIC S9(11) COMP-5.
           05 rcp-vat           PIC S9(11) COMP-5.

      * vat-totals - everything in oere.
       01 vat-totals.
           05 out-std-gross     PIC S9(11) COMP-5 VALUE 0.
           05 out-zero-gross    PIC S9(11) COMP-5 VALUE 0.
           05 out-std-vat       PIC S9(11) COMP-5 VALUE 0.
           05 out-std-net       PIC S9(11) COMP-5 VALUE 0.
           05 in-std-net        PIC S9(11) COMP-5 VALUE 0.
           05 in-zero-net       PIC S9(11) COMP-5 VALUE 0.
           05 in-std-vat        PIC S9(11) COMP-5 VALUE 0.
           05 net-payable       PIC S9(11) COMP-5 VALUE 0.
           05 sale-lines        PIC 9(6) COMP-5 VALUE 0.
           05 reversal-lines    PIC 9(6) COMP-5 VALUE 0.
           05 receipt-lines     PIC 9(6) COMP-5 VALUE 0.

       01 print-work.
           05 print-label       PIC X(52).
           05 print-amount      PIC S9(11) COMP-5.
           05 money-kr          PIC S9(11)V99 COMP-3.
           05 display-amount    PIC ---,---,--9.99.
           05 display-qty       PIC -(5)9.
           05 display-count     PIC ZZZ,ZZ9.
           05 display-count2    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM VAT RETURN"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-VAT-CLASSES
           PERFORM READ-DICT-PRICES
           PERFORM READ-COST-PRICES

           OPEN OUTPUT APPENDIX-FILE
           MOVE "APPENDIX A - journal lines (output VAT)"
               TO APPENDIX-LINE
           WRITE APPENDIX-LINE
           MOVE SPACES TO APPENDIX-LINE
           STRING "date-time       type     sale-key" DELIMITED BY SIZE
               "                 seq" DELIMITED BY SIZE
               "        gross STD     gross ZERO" DELIMITED BY SIZE
               "          moms" DELIMITED BY SIZE
               INTO APPENDIX-LINE
           END-STRING
           WRITE APPENDIX-LINE
           PERFORM READ-JOURNAL
           MOVE SPACES TO APPENDIX-LINE
           WRITE APPENDIX-LINE
           MOVE "APPENDIX B - goods receipts (input VAT)"
               TO APPENDIX-LINE
           WRITE APPENDIX-LINE
           MOVE SPACES TO APPENDIX-LINE
           STRING "date-time       po         product" DELIMITED BY SIZE
               "      qty     unit cost" DELIMITED BY SIZE
               "            net           moms" DELIMITED BY SIZE
               INTO APPENDIX-LINE
           END-STRING
           WRITE APPENDIX-LINE
           PERFORM READ-RECEIPTS
           CLOSE APPENDIX-FILE

           COMPUTE out-std-vat = out-std-gross * 25 / 125
           COMPUTE out-std-net = out-std-gross - out-std-vat
           COMPUTE net-payable = out-std-vat - in-std-vat

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-RETURN
           PERFORM COPY-APPENDIX
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "VAT return: " FUNCTION TRIM(REPORT-PATH)
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

           PERFORM SET-QUARTER

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COST_INCL_VAT"
           IF FUNCTION TRIM(env-text) = "1"
               MOVE 1 TO cost-incl-vat
           END-IF

           MOVE SPACES TO JOURNAL-PATH
           ACCEPT JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_FILE"
           IF FUNCTION TRIM(JOURNAL-PATH) NOT = SPACES
               MOVE 1 TO journal-env-set
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/journal.log" DELIMITED BY SIZE
                   INTO JOURNAL-PATH
               END-STRING
           END-IF

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
           MOVE SPACES TO COST-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cost-prices.txt" DELIMITED BY SIZE
               INTO COST-PRICES-PATH
           END-STRING
           MOVE SPACES TO RECEIPTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/goods-receipts.log" DELIMITED BY SIZE
               INTO RECEIPTS-PATH
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
               "/exports/vat-return-" DELIMITED BY SIZE
               vat-quarter DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           MOVE SPACES TO APPENDIX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.vat-appendix.tmp" DELIMITED BY SIZE
               INTO APPENDIX-PATH
           END-STRING
           .

      * SET-QUARTER - VAT_QUARTER=YYYYQn, or else the last quarter
      * that has fully ended (Q4 of last year in January-March).
       SET-QUARTER.
           MOVE SPACES TO vat-quarter
           ACCEPT vat-quarter FROM ENVIRONMENT "VAT_QUARTER"
           MOVE FUNCTION UPPER-CASE(vat-quarter) TO vat-quarter
           IF vat-quarter(1:4) IS NUMERIC
               AND vat-quarter(5:1) = "Q"
               AND vat-quarter(6:1) >= "1"
               AND vat-quarter(6:1) <= "4"
               MOVE vat-quarter(1:4) TO qtr-year-num
               MOVE vat-quarter(6:1) TO qtr-num
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO qtr-year-num
               MOVE FUNCTION CURRENT-DATE(5:2) TO cur-month-num
               COMPUTE qtr-num = (cur-month-num - 1) / 3
               IF qtr-num = 0
                   MOVE 4 TO qtr-num
                   SUBTRACT 1 FROM qtr-year-num
               END-IF
               MOVE SPACES TO vat-quarter
               STRING qtr-year-num DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   qtr-num DELIMITED BY SIZE
                   INTO vat-quarter
               END-STRING
           END-IF

           COMPUTE qtr-month-num = (qtr-num - 1) * 3 + 1
           MOVE qtr-month-num TO qtr-month-text
           MOVE SPACES TO qtr-from
           STRING qtr-year-num DELIMITED BY SIZE
               qtr-month-text DELIMITED BY SIZE
               "01" DELIMITED BY SIZE
               INTO qtr-from
           END-STRING
           COMPUTE qtr-month-num = qtr-num * 3
           MOVE qtr-month-num TO qtr-month-text
           MOVE SPACES TO qtr-to
           STRING qtr-year-num DELIMITED BY SIZE
               qtr-month-text DELIMITED BY SIZE
               "31" DELIMITED BY SIZE
               INTO qtr-to
           END-STRING
           .

       READ-VAT-CLASSES.
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
                       PERFORM PARSE-VAT-LINE
               END-READ
           END-PERFORM
           CLOSE VAT-FILE
           .

       PARSE-VAT-LINE.
           IF FUNCTION TRIM(VAT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF VAT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF vat-count < 200
               ADD 1 TO vat-count
               MOVE SPACES TO vat-prod-id(vat-count)
               MOVE SPACES TO vat-class(vat-count)
               UNSTRING VAT-LINE DELIMITED BY "="
                   INTO vat-prod-id(vat-count)
                        vat-class(vat-count)
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(vat-class(vat-count))
                   TO vat-class(vat-count)
           END-IF
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

      * READ-JOURNAL - Archives then the live journal, as the
      * accounting export walks them; JOURNAL_FILE reads one file.
       READ-JOURNAL.
           IF journal-env-set = 1
               PERFORM READ-ONE-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FLIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.vat-flist.tmp" DELIMITED BY SIZE
               INTO FLIST-PATH
           END-STRING
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "{ ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort; "
               DELIMITED BY SIZE
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null; } > " DELIMITED BY SIZE
               FUNCTION TRIM(FLIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO FLIST-EOF
           OPEN INPUT FLIST-FILE
           IF FLIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLIST-EOF = 1
               READ FLIST-FILE
                   AT END
                       MOVE 1 TO FLIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FLIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FLIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIST-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FLIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ONE-JOURNAL-FILE.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               DISPLAY "No local sales journal found at "
                   FUNCTION TRIM(JOURNAL-PATH)
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
           MOVE SPACES TO jnl-seal-fields
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
                    jnl-tender
                    jnl-version
                    jnl-seq-text
                    jnl-chk-text
           END-UNSTRING

           IF jnl-timestamp(1:8) < qtr-from
               OR jnl-timestamp(1:8) > qtr-to
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN "SALE"
               WHEN SPACES
                   MOVE 1 TO line-sign
                   ADD 1 TO sale-lines
               WHEN "RETURN"
               WHEN "VOID"
                   MOVE -1 TO line-sign
                   ADD 1 TO reversal-lines
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF
           IF jnl-cost-num = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-LINE-VAT
           COMPUTE line-vat = line-std-gross * 25 / 125
           COMPUTE out-std-gross = out-std-gross
               + line-std-gross * line-sign
           COMPUTE out-zero-gross = out-zero-gross
               + line-zero-gross * line-sign
           PERFORM WRITE-JOURNAL-APPENDIX-LINE
           .

      * SPLIT-LINE-VAT - Carve the ZERO-classed tokens' value
      * (priced from the dictionary) out of this line's amount;
      * the remainder is standard-rated gross.
       SPLIT-LINE-VAT.
           MOVE 0 TO line-zero-gross
           MOVE jnl-cost-num TO line-std-gross
           IF vat-count = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO vat-zero-portion
           MOVE 1 TO token-pos
           PERFORM UNTIL token-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(jnl-order))
               MOVE SPACES TO token-text
               UNSTRING jnl-order DELIMITED BY SPACE
                   INTO token-text
                   WITH POINTER token-pos
               END-UNSTRING
               IF FUNCTION TRIM(token-text) NOT = SPACES
                   PERFORM ADD-TOKEN-ZERO-PORTION
               END-IF
           END-PERFORM

           IF vat-zero-portion > jnl-cost-num
               MOVE jnl-cost-num TO vat-zero-portion
           END-IF
           MOVE vat-zero-portion TO line-zero-gross
           COMPUTE line-std-gross = jnl-cost-num - vat-zero-portion
           .

       ADD-TOKEN-ZERO-PORTION.
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

           MOVE FUNCTION TRIM(token-name) TO vat-lookup-id
           PERFORM LOOKUP-VAT-CLASS
           IF vat-lookup-class = "ZERO"
               PERFORM VARYING dict-price-idx FROM 1 BY 1
                       UNTIL dict-price-idx > dict-price-count
                   IF FUNCTION TRIM(dict-price-id(dict-price-idx)) =
                           FUNCTION TRIM(token-name)
                       COMPUTE vat-zero-portion = vat-zero-portion
                           + dict-price-val(dict-price-idx)
                           * token-qty
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           .

       LOOKUP-VAT-CLASS.
           MOVE "STD" TO vat-lookup-class
           PERFORM VARYING vat-idx FROM 1 BY 1
                   UNTIL vat-idx > vat-count
               IF FUNCTION TRIM(vat-prod-id(vat-idx)) =
                       FUNCTION TRIM(vat-lookup-id)
                   MOVE vat-class(vat-idx) TO vat-lookup-class
               END-IF
           END-PERFORM
           .

       WRITE-JOURNAL-APPENDIX-LINE.
           MOVE SPACES TO APPENDIX-LINE
           MOVE jnl-timestamp(1:15) TO APPENDIX-LINE(1:15)
           MOVE jnl-type(1:8) TO APPENDIX-LINE(17:8)
           MOVE jnl-sale-key TO APPENDIX-LINE(26:24)
           IF jnl-version(1:2) = "v4"
               MOVE jnl-seq-text TO APPENDIX-LINE(51:9)
           ELSE
               MOVE "-" TO APPENDIX-LINE(51:1)
           END-IF
           COMPUTE money-kr = line-std-gross * line-sign / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(61:14)
           COMPUTE money-kr = line-zero-gross * line-sign / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(76:14)
           COMPUTE money-kr = line-vat * line-sign / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(91:14)
           WRITE APPENDIX-LINE
           .

      * READ-RECEIPTS - goods-receipts.log lines dated in the
      * quarter; a receipt posted without a unit cost falls back to
      * the current cost-prices.txt rate.
       READ-RECEIPTS.
           MOVE 0 TO RECEIPTS-EOF
           OPEN INPUT RECEIPTS-FILE
           IF RECEIPTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RECEIPTS-EOF = 1
               READ RECEIPTS-FILE
                   AT END
                       MOVE 1 TO RECEIPTS-EOF
                   NOT AT END
                       PERFORM PROCESS-RECEIPT-LINE
               END-READ
           END-PERFORM
           CLOSE RECEIPTS-FILE
           .

       PROCESS-RECEIPT-LINE.
           IF FUNCTION TRIM(RECEIPTS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO receipt-fields
           UNSTRING RECEIPTS-LINE DELIMITED BY X"09"
               INTO rcp-ts
                    rcp-po
                    rcp-supplier
                    rcp-prod
                    rcp-qty-text
                    rcp-cost-text
           END-UNSTRING
           IF rcp-ts(1:8) < qtr-from OR rcp-ts(1:8) > qtr-to
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO rcp-qty
           IF FUNCTION TRIM(rcp-qty-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(rcp-qty-text) TO rcp-qty
           END-IF
           MOVE 0 TO rcp-unit-cost
           IF FUNCTION TRIM(rcp-cost-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(rcp-cost-text) TO rcp-unit-cost
           END-IF
           IF rcp-unit-cost = 0
               PERFORM VARYING cost-idx FROM 1 BY 1
                       UNTIL cost-idx > cost-count
                   IF FUNCTION TRIM(cost-id(cost-idx)) =
                           FUNCTION TRIM(rcp-prod)
                       MOVE cost-val(cost-idx) TO rcp-unit-cost
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO receipt-lines

           COMPUTE rcp-value = rcp-qty * rcp-unit-cost
           MOVE FUNCTION TRIM(rcp-prod) TO vat-lookup-id
           PERFORM LOOKUP-VAT-CLASS
           IF vat-lookup-class = "ZERO"
               MOVE rcp-value TO rcp-net
               MOVE 0 TO rcp-vat
               ADD rcp-net TO in-zero-net
           ELSE
               IF cost-incl-vat = 1
                   COMPUTE rcp-vat = rcp-value * 25 / 125
                   COMPUTE rcp-net = rcp-value - rcp-vat
               ELSE
                   MOVE rcp-value TO rcp-net
                   COMPUTE rcp-vat = rcp-value * 25 / 100
               END-IF
               ADD rcp-net TO in-std-net
               ADD rcp-vat TO in-std-vat
           END-IF

           MOVE SPACES TO APPENDIX-LINE
           MOVE rcp-ts TO APPENDIX-LINE(1:15)
           MOVE rcp-po TO APPENDIX-LINE(17:10)
           MOVE rcp-prod TO APPENDIX-LINE(28:10)
           MOVE rcp-qty TO display-qty
           MOVE display-qty TO APPENDIX-LINE(39:6)
           COMPUTE money-kr = rcp-unit-cost / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(46:14)
           COMPUTE money-kr = rcp-net / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(61:14)
           COMPUTE money-kr = rcp-vat / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO APPENDIX-LINE(76:14)
           WRITE APPENDIX-LINE
           .

      * PRINT-RETURN - The figures in the order of SKAT's form,
      * Danish field names first, then the class breakdown behind
      * them.
       PRINT-RETURN.
           MOVE SPACES TO REPORT-LINE
           STRING "MOMSANGIVELSE / VAT RETURN " DELIMITED BY SIZE
               vat-quarter DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               qtr-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               qtr-to DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Produced " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           PERFORM EMIT-BLANK
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:66)
           PERFORM EMIT-LINE
           MOVE "Salgsmoms (udgaaende moms)" TO print-label
           MOVE out-std-vat TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Moms af varekoeb i udlandet" TO print-label
           MOVE 0 TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Moms af ydelseskoeb i udlandet" TO print-label
           MOVE 0 TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Koebsmoms (indgaaende moms)" TO print-label
           MOVE in-std-vat TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:66)
           PERFORM EMIT-LINE
           IF net-payable >= 0
               MOVE "Afgiftstilsvar - moms at betale" TO print-label
           ELSE
               MOVE "Afgiftstilsvar - moms til gode" TO print-label
           END-IF
           MOVE net-payable TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:66)
           PERFORM EMIT-LINE
           MOVE "Rubrik A - varer/ydelser koebt i EU" TO print-label
           MOVE 0 TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Rubrik B - varer/ydelser solgt til EU" TO print-label
           MOVE 0 TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Rubrik C - oevrige momsfri leverancer" TO print-label
           MOVE out-zero-gross TO print-amount
           PERFORM EMIT-AMOUNT-LINE

           PERFORM EMIT-BLANK
           MOVE "Output VAT by class (journal SALE less RETURN/VOID)"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  STD 25% - gross" TO print-label
           MOVE out-std-gross TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  STD 25% - net" TO print-label
           MOVE out-std-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  STD 25% - moms" TO print-label
           MOVE out-std-vat TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  ZERO 0% - gross = net" TO print-label
           MOVE out-zero-gross TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE sale-lines TO display-count
           MOVE reversal-lines TO display-count2
           MOVE SPACES TO REPORT-LINE
           STRING "  from " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " sale line(s) and " DELIMITED BY SIZE
               FUNCTION TRIM(display-count2) DELIMITED BY SIZE
               " return/void line(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE

           PERFORM EMIT-BLANK
           MOVE "Input VAT by class (goods receipts)" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  STD 25% - net purchases" TO print-label
           MOVE in-std-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  STD 25% - moms" TO print-label
           MOVE in-std-vat TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  ZERO 0% - net purchases" TO print-label
           MOVE in-zero-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE receipt-lines TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "  from " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " receipt line(s)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF cost-incl-vat = 1
               MOVE "  (cost prices treated as including moms)"
                   TO REPORT-LINE
           ELSE
               MOVE "  (cost prices treated as excluding moms)"
                   TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           .

      * COPY-APPENDIX - The appendix was built in a side file while
      * the totals were still running; it goes under the return
      * (file only - the console gets the form).
       COPY-APPENDIX.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT APPENDIX-FILE
           IF APPENDIX-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ APPENDIX-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       MOVE APPENDIX-LINE TO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE APPENDIX-FILE
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(APPENDIX-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       EMIT-AMOUNT-LINE.
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE SPACES TO REPORT-LINE
           MOVE print-label TO REPORT-LINE(1:52)
           MOVE display-amount TO REPORT-LINE(53:14)
           PERFORM EMIT-LINE
           .

       EMIT-BLANK.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM VAT-RETURN.
