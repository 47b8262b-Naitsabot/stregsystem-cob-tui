      ******************************************************************
      * Author: Naitsabot
      * Purpose: Supplier volume contracts and rebate claims
      * Description:
      *     Quarterly batch that holds each supplier to its volume
      *     contract. One contract file per supplier under the
      *     config dir's contracts/ directory (any name ending in
      *     .txt), KEY=value lines:
      *       SUPPLIER=<id>        the suppliers.txt id (required)
      *       FROM=YYYYMMDD        contract period, inclusive
      *       TO=YYYYMMDD
      *       MINUNITS=<n>         minimum volume over the period
      *       BASIS=SOLD|RECEIVED  what the rebate and the minimum
      *                            count (default SOLD)
      *       PRODUCT=<id>:<oere>  a covered product and its rebate
      *                            per unit, one line per product
      *       PROMO=<rule>:<pct>   a promos.txt rule the supplier
      *                            funds, e.g. PROMO=MULTI:42:100 or
      *                            PROMO=COMBO:42+17:50
      *     For every contract running in the quarter it works out
      *     the covered units sold (journal SALE and GUEST tokens
      *     less RETURN tokens) and received (goods-receipts.log
      *     lines of that supplier), the rebate owed on the
      *     contract's basis, and the supplier's share of the promo
      *     discounts given.
      *     PROMO journal lines don't name their rule, so each one
      *     is split over the rules its sale qualified for, in
      *     proportion to what each rule saves at dictionary
      *     prices - the same arithmetic the kiosk uses to give the
      *     discount. VOID lines carry no order tokens and cannot
      *     be taken off the unit counts.
      *     A claim document per contract goes to
      *     exports/rebate-claim-<supplier>-YYYYQn.txt, and a
      *     contract whose volume to date, run forward to the end
      *     of the period, falls short of MINUNITS is warned about
      *     as off-pace.
      *     REBATE_QUARTER=YYYYQn picks the quarter (default: the
      *     last complete one); REBATE_SUPPLIER=<id> limits the run
      *     to one contract.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-REPORT.

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
           SELECT CONTRACT-FILE
               ASSIGN TO CONTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.
           SELECT SUPPLIER-FILE
               ASSIGN TO SUPPLIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT PROMOS-FILE
               ASSIGN TO PROMOS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMOS-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT RECEIPTS-FILE
               ASSIGN TO RECEIPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT CLAIM-FILE
               ASSIGN TO CLAIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FLIST-FILE.
        01 FLIST-LINE           PIC X(256).
       FD  CONTRACT-FILE.
        01 CONTRACT-LINE        PIC X(128).
       FD  SUPPLIER-FILE.
        01 SUPPLIER-LINE        PIC X(256).
       FD  PROMOS-FILE.
        01 PROMOS-LINE          PIC X(64).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  RECEIPTS-FILE.
        01 RECEIPTS-LINE        PIC X(128).
       FD  CLAIM-FILE.
        01 CLAIM-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FLIST-PATH            PIC X(256).
       01 FLIST-STATUS          PIC XX.
       01 FLIST-EOF             PIC 9 VALUE 0.
       01 CONTRACT-PATH         PIC X(256).
       01 CONTRACT-STATUS       PIC XX.
       01 CONTRACT-EOF          PIC 9 VALUE 0.
       01 SUPPLIER-PATH         PIC X(256).
       01 SUPPLIER-STATUS       PIC XX.
       01 SUPPLIER-EOF          PIC 9 VALUE 0.
       01 PROMOS-PATH           PIC X(256).
       01 PROMOS-STATUS         PIC XX.
       01 PROMOS-EOF            PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 RECEIPTS-PATH         PIC X(256).
       01 RECEIPTS-STATUS       PIC XX.
       01 RECEIPTS-EOF          PIC 9 VALUE 0.
       01 CLAIM-PATH            PIC X(256).
       01 CLAIM-STATUS          PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 quarter-work.
           05 rebate-quarter    PIC X(6).
           05 only-supplier     PIC X(10).
           05 qtr-year-num      PIC 9(4).
           05 qtr-num           PIC 9.
           05 qtr-from          PIC X(8).
           05 qtr-to            PIC X(8).
           05 qtr-month-num     PIC 9(2).
           05 qtr-month-text    PIC 9(2).
           05 cur-month-num     PIC 9(2).
           05 today-text        PIC X(8).
           05 date-num          PIC 9(8).
           05 from-int          PIC 9(9) COMP-5.
           05 to-int            PIC 9(9) COMP-5.

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 jnl-date              PIC X(8).
       01 line-sign             PIC S9 COMP-5.

      * contracts - one entry per contracts/*.txt file; the unit
      * counts are kept for the quarter (qtr-) and for the contract
      * period up to the pace date (ptd-).
       01 contracts.
           05 ctr-count         PIC 9(2) COMP-5 VALUE 0.
           05 ctr-entry OCCURS 20 TIMES.
               10 ctr-supplier  PIC X(10).
               10 ctr-file      PIC X(64).
               10 ctr-from      PIC X(8).
               10 ctr-to        PIC X(8).
               10 ctr-min-units PIC 9(8) COMP-5.
               10 ctr-basis     PIC X(8).
               10 ctr-pace-end  PIC X(8).
               10 ctr-qtr-sold  PIC S9(8) COMP-5.
               10 ctr-qtr-recv  PIC S9(8) COMP-5.
               10 ctr-ptd-sold  PIC S9(8) COMP-5.
               10 ctr-ptd-recv  PIC S9(8) COMP-5.
       01 ctr-idx               PIC 9(2) COMP-5.
       01 ctr-key               PIC X(16).
       01 ctr-value             PIC X(100).
       01 ctr-f1                PIC X(24).
       01 ctr-f2                PIC X(24).
       01 ctr-f3                PIC X(24).
       01 ctr-ok                PIC 9.

      * covered - PRODUCT= lines of every contract.
       01 covered.
           05 cp-count          PIC 9(3) COMP-5 VALUE 0.
           05 cp-entry OCCURS 300 TIMES.
               10 cp-ctr        PIC 9(2) COMP-5.
               10 cp-prod       PIC X(10).
               10 cp-rebate     PIC S9(7) COMP-5.
               10 cp-qtr-sold   PIC S9(8) COMP-5.
               10 cp-qtr-recv   PIC S9(8) COMP-5.
       01 cp-idx                PIC 9(3) COMP-5.

      * funded - PROMO= lines of every contract, tied to the
      * promos.txt rule they name (fp-rule 0 = no such rule).
       01 funded.
           05 fp-count          PIC 9(2) COMP-5 VALUE 0.
           05 fp-entry OCCURS 50 TIMES.
               10 fp-ctr        PIC 9(2) COMP-5.
               10 fp-kind       PIC X(5).
               10 fp-id1        PIC X(10).
               10 fp-id2        PIC X(10).
               10 fp-pct        PIC 9(3) COMP-5.
               10 fp-rule       PIC 9(2) COMP-5.
       01 fp-idx                PIC 9(2) COMP-5.

      * promo-rules - promos.txt as the kiosk reads it, with each
      * rule's saving on the sale being looked at and its share of
      * the quarter's PROMO lines.
       01 promo-rules.
           05 rule-count        PIC 9(2) COMP-5 VALUE 0.
           05 rule-entry OCCURS 50 TIMES.
               10 rule-kind     PIC X(5).
               10 rule-id1      PIC X(10).
               10 rule-id2      PIC X(10).
               10 rule-qty      PIC 9(3) COMP-5.
               10 rule-pay      PIC S9(9) COMP-5.
               10 rule-sale-disc PIC S9(9) COMP-5.
               10 rule-qtr-disc PIC S9(11) COMP-5.
       01 rule-idx              PIC 9(2) COMP-5.
       01 rule-f1               PIC X(20).
       01 rule-f2               PIC X(20).
       01 rule-f3               PIC X(20).
       01 rule-id1-qty          PIC 9(6) COMP-5.
       01 rule-id2-qty          PIC 9(6) COMP-5.
       01 rule-id1-price        PIC S9(9) COMP-5.
       01 rule-id2-price        PIC S9(9) COMP-5.
       01 rule-sets             PIC 9(6) COMP-5.

      * sale-promo - the last SALE line's recomputed savings, held
      * until the PROMO line that follows it.
       01 sale-promo.
           05 pend-user         PIC X(64).
           05 pend-total        PIC S9(9) COMP-5 VALUE 0.
           05 promo-given       PIC S9(11) COMP-5 VALUE 0.
           05 promo-unplaced    PIC S9(11) COMP-5 VALUE 0.
           05 share-amount      PIC S9(11) COMP-5.

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
       01 lookup-id             PIC X(10).
       01 unit-price            PIC S9(9) COMP-5.

       01 supplier-master.
           05 sup-count         PIC 9(3) COMP-5 VALUE 0.
           05 sup-entry OCCURS 100 TIMES.
               10 sup-id        PIC X(10).
               10 sup-name      PIC X(32).
               10 sup-cvr       PIC X(10).
       01 sup-idx               PIC 9(3) COMP-5.
       01 sup-found-idx         PIC 9(3) COMP-5.

      * line-tokens - one journal line's order as id/qty pairs.
       01 line-tokens.
           05 lt-count          PIC 9(2) COMP-5 VALUE 0.
           05 lt-entry OCCURS 40 TIMES.
               10 lt-id         PIC X(16).
               10 lt-qty        PIC S9(5) COMP-5.
       01 lt-idx                PIC 9(2) COMP-5.
       01 token-work.
           05 token-pos         PIC 9(3) COMP-5.
           05 token-text        PIC X(32).
           05 token-name        PIC X(16).
           05 token-qty-text    PIC X(8).
           05 token-qty         PIC S9(5) COMP-5.
       01 count-id              PIC X(10).
       01 count-qty             PIC 9(6) COMP-5.

       01 receipt-fields.
           05 rcp-ts            PIC X(15).
           05 rcp-po            PIC X(10).
           05 rcp-supplier      PIC X(32).
           05 rcp-prod          PIC X(10).
           05 rcp-qty-text      PIC X(10).
           05 rcp-cost-text     PIC X(14).
           05 rcp-qty           PIC S9(6) COMP-5.

      * claim-work - one contract's figures while its claim is
      * written, all money in oere.
       01 claim-work.
           05 claim-units       PIC S9(8) COMP-5.
           05 claim-rebate      PIC S9(11) COMP-5.
           05 claim-line-amt    PIC S9(11) COMP-5.
           05 claim-promo       PIC S9(11) COMP-5.
           05 claim-total       PIC S9(11) COMP-5.
           05 grand-total       PIC S9(11) COMP-5 VALUE 0.
           05 ptd-units         PIC S9(8) COMP-5.
           05 period-days       PIC 9(5) COMP-5.
           05 elapsed-days      PIC 9(5) COMP-5.
           05 projected-units   PIC S9(9) COMP-5.
           05 expected-units    PIC S9(9) COMP-5.
           05 off-pace          PIC 9.
           05 claims-written    PIC 9(3) COMP-5 VALUE 0.
           05 warnings-given    PIC 9(3) COMP-5 VALUE 0.

       01 print-work.
           05 print-label       PIC X(52).
           05 print-amount      PIC S9(11) COMP-5.
           05 money-kr          PIC S9(11)V99 COMP-3.
           05 display-amount    PIC ---,---,--9.99.
           05 display-rate      PIC ---9.99.
           05 display-units     PIC -(7)9.
           05 display-units2    PIC -(7)9.
           05 display-pct       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SUPPLIER REBATES"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONTRACTS
           IF ctr-count = 0
               DISPLAY "No supplier contracts under "
                   FUNCTION TRIM(CONFIG-DIR) "/contracts/ - "
                   "nothing to claim."
               STOP RUN
           END-IF
           PERFORM READ-SUPPLIERS
           PERFORM READ-PROMO-RULES
           PERFORM LINK-FUNDED-PROMOS
           PERFORM READ-DICT-PRICES
           PERFORM READ-JOURNAL
           PERFORM READ-RECEIPTS

           DISPLAY " "
           DISPLAY "Quarter " rebate-quarter " (" qtr-from " - "
               qtr-to ")"
           PERFORM VARYING ctr-idx FROM 1 BY 1
                   UNTIL ctr-idx > ctr-count
               PERFORM WRITE-ONE-CLAIM
           END-PERFORM

           DISPLAY " "
           IF promo-unplaced NOT = 0
               COMPUTE money-kr = promo-unplaced / 100
               MOVE money-kr TO display-amount
               DISPLAY "Promo discount not traceable to a rule: "
                   FUNCTION TRIM(display-amount)
           END-IF
           COMPUTE money-kr = grand-total / 100
           MOVE money-kr TO display-amount
           DISPLAY "Claims written : " claims-written
           DISPLAY "Total claimed  : " FUNCTION TRIM(display-amount)
           IF warnings-given > 0
               DISPLAY "Off-pace warnings: " warnings-given
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

           PERFORM SET-QUARTER
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-text
           MOVE SPACES TO only-supplier
           ACCEPT only-supplier FROM ENVIRONMENT "REBATE_SUPPLIER"

           MOVE SPACES TO SUPPLIER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/suppliers.txt" DELIMITED BY SIZE
               INTO SUPPLIER-PATH
           END-STRING
           MOVE SPACES TO PROMOS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/promos.txt" DELIMITED BY SIZE
               INTO PROMOS-PATH
           END-STRING
           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING
           MOVE SPACES TO RECEIPTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/goods-receipts.log" DELIMITED BY SIZE
               INTO RECEIPTS-PATH
           END-STRING
           MOVE SPACES TO FLIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.rebate-flist.tmp" DELIMITED BY SIZE
               INTO FLIST-PATH
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

      * SET-QUARTER - REBATE_QUARTER=YYYYQn, or else the last
      * quarter that has fully ended (Q4 of last year in
      * January-March). qtr-to is the real last day, since the
      * pace check counts days up to it.
       SET-QUARTER.
           MOVE SPACES TO rebate-quarter
           ACCEPT rebate-quarter FROM ENVIRONMENT "REBATE_QUARTER"
           MOVE FUNCTION UPPER-CASE(rebate-quarter) TO rebate-quarter
           IF rebate-quarter(1:4) IS NUMERIC
               AND rebate-quarter(5:1) = "Q"
               AND rebate-quarter(6:1) >= "1"
               AND rebate-quarter(6:1) <= "4"
               MOVE rebate-quarter(1:4) TO qtr-year-num
               MOVE rebate-quarter(6:1) TO qtr-num
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:4) TO qtr-year-num
               MOVE FUNCTION CURRENT-DATE(5:2) TO cur-month-num
               COMPUTE qtr-num = (cur-month-num - 1) / 3
               IF qtr-num = 0
                   MOVE 4 TO qtr-num
                   SUBTRACT 1 FROM qtr-year-num
               END-IF
               MOVE SPACES TO rebate-quarter
               STRING qtr-year-num DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   qtr-num DELIMITED BY SIZE
                   INTO rebate-quarter
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
           IF qtr-num = 2 OR qtr-num = 3
               STRING qtr-year-num DELIMITED BY SIZE
                   qtr-month-text DELIMITED BY SIZE
                   "30" DELIMITED BY SIZE
                   INTO qtr-to
               END-STRING
           ELSE
               STRING qtr-year-num DELIMITED BY SIZE
                   qtr-month-text DELIMITED BY SIZE
                   "31" DELIMITED BY SIZE
                   INTO qtr-to
               END-STRING
           END-IF
           .

      * READ-CONTRACTS - Every contracts/*.txt in name order;
      * REBATE_SUPPLIER keeps only that supplier's.
       READ-CONTRACTS.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/contracts/*.txt 2>/dev/null | sort > "
               DELIMITED BY SIZE
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
                           AND ctr-count < 20
                           MOVE FUNCTION TRIM(FLIST-LINE)
                               TO CONTRACT-PATH
                           PERFORM READ-ONE-CONTRACT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIST-FILE
           PERFORM DROP-FLIST
           .

       READ-ONE-CONTRACT.
           MOVE 0 TO CONTRACT-EOF
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ctr-count
           MOVE SPACES TO ctr-supplier(ctr-count)
           MOVE SPACES TO ctr-from(ctr-count)
           MOVE SPACES TO ctr-to(ctr-count)
           MOVE "SOLD" TO ctr-basis(ctr-count)
           MOVE 0 TO ctr-min-units(ctr-count)
           MOVE 0 TO ctr-qtr-sold(ctr-count)
           MOVE 0 TO ctr-qtr-recv(ctr-count)
           MOVE 0 TO ctr-ptd-sold(ctr-count)
           MOVE 0 TO ctr-ptd-recv(ctr-count)
           MOVE SPACES TO ctr-file(ctr-count)
           MOVE CONTRACT-PATH(FUNCTION LENGTH(FUNCTION TRIM(
               CONFIG-DIR)) + 12:64) TO ctr-file(ctr-count)
           PERFORM UNTIL CONTRACT-EOF = 1
               READ CONTRACT-FILE
                   AT END
                       MOVE 1 TO CONTRACT-EOF
                   NOT AT END
                       PERFORM PARSE-CONTRACT-LINE
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE

      *    A contract needs its supplier and a whole period; one
      *    that lacks either is named and left out.
           MOVE 1 TO ctr-ok
           IF ctr-supplier(ctr-count) = SPACES
               OR ctr-from(ctr-count) IS NOT NUMERIC
               OR ctr-to(ctr-count) IS NOT NUMERIC
               OR ctr-to(ctr-count) < ctr-from(ctr-count)
               DISPLAY "WARNING: contract "
                   FUNCTION TRIM(ctr-file(ctr-count))
                   " needs SUPPLIER=, FROM= and TO= - skipped"
               MOVE 0 TO ctr-ok
           END-IF
           IF ctr-ok = 1
               AND FUNCTION TRIM(only-supplier) NOT = SPACES
               AND FUNCTION TRIM(only-supplier)
                   NOT = FUNCTION TRIM(ctr-supplier(ctr-count))
               MOVE 0 TO ctr-ok
           END-IF
           IF ctr-ok = 0
               PERFORM DROP-LAST-CONTRACT
           END-IF
           .

       PARSE-CONTRACT-LINE.
           IF FUNCTION TRIM(CONTRACT-LINE) = SPACES
               OR CONTRACT-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ctr-key
           MOVE SPACES TO ctr-value
           UNSTRING CONTRACT-LINE DELIMITED BY "="
               INTO ctr-key
                    ctr-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ctr-key))
               TO ctr-key
           MOVE FUNCTION TRIM(ctr-value) TO ctr-value

           EVALUATE ctr-key
               WHEN "SUPPLIER"
                   MOVE ctr-value TO ctr-supplier(ctr-count)
               WHEN "FROM"
                   MOVE ctr-value TO ctr-from(ctr-count)
               WHEN "TO"
                   MOVE ctr-value TO ctr-to(ctr-count)
               WHEN "MINUNITS"
                   IF FUNCTION TEST-NUMVAL(ctr-value) = 0
                       MOVE FUNCTION NUMVAL(ctr-value)
                           TO ctr-min-units(ctr-count)
                   END-IF
               WHEN "BASIS"
                   MOVE FUNCTION UPPER-CASE(ctr-value)
                       TO ctr-basis(ctr-count)
                   IF ctr-basis(ctr-count) NOT = "RECEIVED"
                       MOVE "SOLD" TO ctr-basis(ctr-count)
                   END-IF
               WHEN "PRODUCT"
                   PERFORM PARSE-CONTRACT-PRODUCT
               WHEN "PROMO"
                   PERFORM PARSE-CONTRACT-PROMO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * PARSE-CONTRACT-PRODUCT - "<id>:<rebate oere per unit>".
       PARSE-CONTRACT-PRODUCT.
           IF cp-count >= 300
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ctr-f1
           MOVE SPACES TO ctr-f2
           UNSTRING ctr-value DELIMITED BY ":"
               INTO ctr-f1
                    ctr-f2
           END-UNSTRING
           IF FUNCTION TRIM(ctr-f1) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO cp-count
           MOVE ctr-count TO cp-ctr(cp-count)
           MOVE FUNCTION TRIM(ctr-f1) TO cp-prod(cp-count)
           MOVE 0 TO cp-rebate(cp-count)
           IF FUNCTION TRIM(ctr-f2) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ctr-f2) = 0
               MOVE FUNCTION NUMVAL(ctr-f2) TO cp-rebate(cp-count)
           END-IF
           MOVE 0 TO cp-qtr-sold(cp-count)
           MOVE 0 TO cp-qtr-recv(cp-count)
           .

      * PARSE-CONTRACT-PROMO - "MULTI:<id>:<pct>" or
      * "COMBO:<id1>+<id2>:<pct>", the rule written the way
      * promos.txt names it.
       PARSE-CONTRACT-PROMO.
           IF fp-count >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ctr-f1
           MOVE SPACES TO ctr-f2
           MOVE SPACES TO ctr-f3
           UNSTRING ctr-value DELIMITED BY ":"
               INTO ctr-f1
                    ctr-f2
                    ctr-f3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(ctr-f1) TO ctr-f1
           IF (ctr-f1 NOT = "MULTI" AND ctr-f1 NOT = "COMBO")
               OR FUNCTION TRIM(ctr-f2) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO fp-count
           MOVE ctr-count TO fp-ctr(fp-count)
           MOVE ctr-f1 TO fp-kind(fp-count)
           MOVE SPACES TO fp-id1(fp-count)
           MOVE SPACES TO fp-id2(fp-count)
           UNSTRING ctr-f2 DELIMITED BY "+"
               INTO fp-id1(fp-count)
                    fp-id2(fp-count)
           END-UNSTRING
           MOVE 100 TO fp-pct(fp-count)
           IF FUNCTION TRIM(ctr-f3) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ctr-f3) = 0
               MOVE FUNCTION NUMVAL(ctr-f3) TO fp-pct(fp-count)
           END-IF
           IF fp-pct(fp-count) > 100
               MOVE 100 TO fp-pct(fp-count)
           END-IF
           MOVE 0 TO fp-rule(fp-count)
           .

      * DROP-LAST-CONTRACT - Take the contract just read back out,
      * with the product and promo lines it added.
       DROP-LAST-CONTRACT.
           PERFORM UNTIL cp-count = 0
                   OR cp-ctr(cp-count) NOT = ctr-count
               SUBTRACT 1 FROM cp-count
           END-PERFORM
           PERFORM UNTIL fp-count = 0
                   OR fp-ctr(fp-count) NOT = ctr-count
               SUBTRACT 1 FROM fp-count
           END-PERFORM
           SUBTRACT 1 FROM ctr-count
           .

       READ-SUPPLIERS.
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
                       IF FUNCTION TRIM(SUPPLIER-LINE) NOT = SPACES
                           AND SUPPLIER-LINE(1:1) NOT = "#"
                           AND sup-count < 100
                           ADD 1 TO sup-count
                           UNSTRING SUPPLIER-LINE DELIMITED BY X"09"
                               INTO sup-id(sup-count)
                                    sup-name(sup-count)
                                    sup-cvr(sup-count)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE
           .

       READ-PROMO-RULES.
           MOVE 0 TO PROMOS-EOF
           OPEN INPUT PROMOS-FILE
           IF PROMOS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROMOS-EOF = 1
               READ PROMOS-FILE
                   AT END
                       MOVE 1 TO PROMOS-EOF
                   NOT AT END
                       PERFORM PARSE-PROMO-RULE
               END-READ
           END-PERFORM
           CLOSE PROMOS-FILE
           .

      * PARSE-PROMO-RULE - Same reading of promos.txt as the
      * kiosk's PARSE-PROMOS-LINE.
       PARSE-PROMO-RULE.
           IF FUNCTION TRIM(PROMOS-LINE) = SPACES
               OR PROMOS-LINE(1:1) = "#"
               OR rule-count >= 50
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION UPPER-CASE(PROMOS-LINE(1:6)) = "MULTI:"
               MOVE SPACES TO rule-f1
               MOVE SPACES TO rule-f2
               MOVE SPACES TO rule-f3
               UNSTRING PROMOS-LINE(7:58) DELIMITED BY ":"
                   INTO rule-f1
                        rule-f2
                        rule-f3
               END-UNSTRING
               IF FUNCTION TRIM(rule-f2) NOT = SPACES
                   AND FUNCTION TRIM(rule-f3) NOT = SPACES
                   ADD 1 TO rule-count
                   MOVE "MULTI" TO rule-kind(rule-count)
                   MOVE FUNCTION TRIM(rule-f1)
                       TO rule-id1(rule-count)
                   MOVE SPACES TO rule-id2(rule-count)
                   MOVE FUNCTION NUMVAL(rule-f2)
                       TO rule-qty(rule-count)
                   MOVE FUNCTION NUMVAL(rule-f3)
                       TO rule-pay(rule-count)
                   MOVE 0 TO rule-qtr-disc(rule-count)
               END-IF
           END-IF

           IF FUNCTION UPPER-CASE(PROMOS-LINE(1:6)) = "COMBO:"
               MOVE SPACES TO rule-f1
               MOVE SPACES TO rule-f2
               UNSTRING PROMOS-LINE(7:58) DELIMITED BY ":"
                   INTO rule-f1
                        rule-f2
               END-UNSTRING
               IF FUNCTION TRIM(rule-f2) NOT = SPACES
                   ADD 1 TO rule-count
                   MOVE "COMBO" TO rule-kind(rule-count)
                   MOVE SPACES TO rule-f3
                   MOVE SPACES TO rule-id2(rule-count)
                   UNSTRING rule-f1 DELIMITED BY "+"
                       INTO rule-f3
                            rule-id2(rule-count)
                   END-UNSTRING
                   MOVE FUNCTION TRIM(rule-f3)
                       TO rule-id1(rule-count)
                   MOVE 1 TO rule-qty(rule-count)
                   MOVE FUNCTION NUMVAL(rule-f2)
                       TO rule-pay(rule-count)
                   MOVE 0 TO rule-qtr-disc(rule-count)
               END-IF
           END-IF
           .

      * LINK-FUNDED-PROMOS - Tie each PROMO= line to its promos.txt
      * rule; one naming a rule that isn't there funds nothing and
      * is said so.
       LINK-FUNDED-PROMOS.
           PERFORM VARYING fp-idx FROM 1 BY 1
                   UNTIL fp-idx > fp-count
               PERFORM VARYING rule-idx FROM 1 BY 1
                       UNTIL rule-idx > rule-count
                   IF rule-kind(rule-idx) = fp-kind(fp-idx)
                       AND FUNCTION TRIM(rule-id1(rule-idx))
                           = FUNCTION TRIM(fp-id1(fp-idx))
                       AND FUNCTION TRIM(rule-id2(rule-idx))
                           = FUNCTION TRIM(fp-id2(fp-idx))
                       MOVE rule-idx TO fp-rule(fp-idx)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF fp-rule(fp-idx) = 0
                   MOVE fp-ctr(fp-idx) TO ctr-idx
                   DISPLAY "WARNING: contract "
                       FUNCTION TRIM(ctr-file(ctr-idx))
                       " funds " FUNCTION TRIM(fp-kind(fp-idx)) ":"
                       FUNCTION TRIM(fp-id1(fp-idx)) NO ADVANCING
                   IF fp-id2(fp-idx) NOT = SPACES
                       DISPLAY "+" FUNCTION TRIM(fp-id2(fp-idx))
                           NO ADVANCING
                   END-IF
                   DISPLAY " - no such rule in promos.txt"
               END-IF
           END-PERFORM
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

      * READ-JOURNAL - Archives then the live journal, as the VAT
      * return walks them.
       READ-JOURNAL.
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
           PERFORM DROP-FLIST
           .

       READ-ONE-JOURNAL-FILE.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO pend-user
           MOVE 0 TO pend-total
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
           MOVE jnl-timestamp(1:8) TO jnl-date

           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN "PROMO"
                   IF jnl-date >= qtr-from AND jnl-date <= qtr-to
                       PERFORM PLACE-PROMO-LINE
                   END-IF
                   MOVE SPACES TO pend-user
                   MOVE 0 TO pend-total
                   EXIT PARAGRAPH
               WHEN "SALE"
               WHEN "GUEST"
               WHEN SPACES
                   MOVE 1 TO line-sign
               WHEN "RETURN"
                   MOVE -1 TO line-sign
               WHEN OTHER
                   MOVE SPACES TO pend-user
                   MOVE 0 TO pend-total
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO pend-user
           MOVE 0 TO pend-total

           PERFORM SPLIT-ORDER-TOKENS
           IF lt-count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-SOLD-UNITS
           IF line-sign = 1
               AND jnl-date >= qtr-from AND jnl-date <= qtr-to
               PERFORM PRICE-SALE-PROMOS
           END-IF
           .

      * SPLIT-ORDER-TOKENS - The line's "id:qty" tokens into
      * line-tokens; a RETURN's leading "RET:<sale-key>" is not a
      * product.
       SPLIT-ORDER-TOKENS.
           MOVE 0 TO lt-count
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
                   PERFORM ADD-LINE-TOKEN
               END-IF
           END-PERFORM
           .

       ADD-LINE-TOKEN.
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
           IF lt-count < 40
               ADD 1 TO lt-count
               MOVE FUNCTION TRIM(token-name) TO lt-id(lt-count)
               MOVE token-qty TO lt-qty(lt-count)
           END-IF
           .

      * TALLY-SOLD-UNITS - Covered tokens count for the quarter
      * when the line falls in it and in the contract period, and
      * for the contract to date when it falls between the start
      * of the period and the pace date.
       TALLY-SOLD-UNITS.
           PERFORM VARYING lt-idx FROM 1 BY 1 UNTIL lt-idx > lt-count
               PERFORM VARYING cp-idx FROM 1 BY 1
                       UNTIL cp-idx > cp-count
                   IF FUNCTION TRIM(cp-prod(cp-idx))
                           = FUNCTION TRIM(lt-id(lt-idx))
                       MOVE cp-ctr(cp-idx) TO ctr-idx
                       IF jnl-date >= qtr-from
                           AND jnl-date <= qtr-to
                           AND jnl-date >= ctr-from(ctr-idx)
                           AND jnl-date <= ctr-to(ctr-idx)
                           COMPUTE cp-qtr-sold(cp-idx) =
                               cp-qtr-sold(cp-idx)
                               + lt-qty(lt-idx) * line-sign
                           COMPUTE ctr-qtr-sold(ctr-idx) =
                               ctr-qtr-sold(ctr-idx)
                               + lt-qty(lt-idx) * line-sign
                       END-IF
                       IF jnl-date >= ctr-from(ctr-idx)
                           AND jnl-date <= ctr-to(ctr-idx)
                           AND jnl-date <= qtr-to
                           AND jnl-date <= today-text
                           COMPUTE ctr-ptd-sold(ctr-idx) =
                               ctr-ptd-sold(ctr-idx)
                               + lt-qty(lt-idx) * line-sign
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * PRICE-SALE-PROMOS - What each promo rule saved on this sale
      * at dictionary prices (COMPUTE-CART-PROMOS's arithmetic),
      * kept until the PROMO line that follows the sale.
       PRICE-SALE-PROMOS.
           MOVE FUNCTION TRIM(jnl-username) TO pend-user
           MOVE 0 TO pend-total
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-count
               MOVE 0 TO rule-sale-disc(rule-idx)
               IF rule-kind(rule-idx) = "MULTI"
                   MOVE rule-id1(rule-idx) TO count-id
                   PERFORM COUNT-LINE-ID
                   MOVE count-qty TO rule-id1-qty
                   IF rule-qty(rule-idx) > 0
                       AND rule-id1-qty >= rule-qty(rule-idx)
                       MOVE rule-id1(rule-idx) TO lookup-id
                       PERFORM LOOKUP-UNIT-PRICE
                       COMPUTE rule-sets =
                           rule-id1-qty / rule-qty(rule-idx)
                       COMPUTE rule-sale-disc(rule-idx) =
                           rule-sets
                           * (rule-qty(rule-idx) - rule-pay(rule-idx))
                           * unit-price
                   END-IF
               END-IF
               IF rule-kind(rule-idx) = "COMBO"
                   MOVE rule-id1(rule-idx) TO count-id
                   PERFORM COUNT-LINE-ID
                   MOVE count-qty TO rule-id1-qty
                   MOVE rule-id2(rule-idx) TO count-id
                   PERFORM COUNT-LINE-ID
                   MOVE count-qty TO rule-id2-qty
                   IF rule-id1-qty > 0 AND rule-id2-qty > 0
                       MOVE rule-id1(rule-idx) TO lookup-id
                       PERFORM LOOKUP-UNIT-PRICE
                       MOVE unit-price TO rule-id1-price
                       MOVE rule-id2(rule-idx) TO lookup-id
                       PERFORM LOOKUP-UNIT-PRICE
                       MOVE unit-price TO rule-id2-price
                       IF rule-id1-qty < rule-id2-qty
                           MOVE rule-id1-qty TO rule-sets
                       ELSE
                           MOVE rule-id2-qty TO rule-sets
                       END-IF
                       IF rule-id1-price + rule-id2-price
                               > rule-pay(rule-idx)
                           COMPUTE rule-sale-disc(rule-idx) =
                               rule-sets
                               * (rule-id1-price + rule-id2-price
                                  - rule-pay(rule-idx))
                       END-IF
                   END-IF
               END-IF
               IF rule-sale-disc(rule-idx) < 0
                   MOVE 0 TO rule-sale-disc(rule-idx)
               END-IF
               ADD rule-sale-disc(rule-idx) TO pend-total
           END-PERFORM
           .

       COUNT-LINE-ID.
           MOVE 0 TO count-qty
           PERFORM VARYING lt-idx FROM 1 BY 1 UNTIL lt-idx > lt-count
               IF FUNCTION TRIM(lt-id(lt-idx))
                       = FUNCTION TRIM(count-id)
                   AND lt-qty(lt-idx) > 0
                   ADD lt-qty(lt-idx) TO count-qty
               END-IF
           END-PERFORM
           .

      * PLACE-PROMO-LINE - Split a PROMO line's discount over the
      * rules the sale before it earned, in proportion to what each
      * saved; the last earning rule takes the rounding. A PROMO
      * line with no priced sale in front of it stays unplaced.
       PLACE-PROMO-LINE.
           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF
           ADD jnl-cost-num TO promo-given
           IF pend-total = 0
               OR FUNCTION TRIM(jnl-username) NOT = pend-user
               ADD jnl-cost-num TO promo-unplaced
               EXIT PARAGRAPH
           END-IF
           MOVE jnl-cost-num TO share-amount
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-count
               IF rule-sale-disc(rule-idx) > 0
                   IF rule-sale-disc(rule-idx) = pend-total
                       ADD share-amount TO rule-qtr-disc(rule-idx)
                       MOVE 0 TO share-amount
                   ELSE
                       COMPUTE claim-line-amt ROUNDED =
                           jnl-cost-num * rule-sale-disc(rule-idx)
                           / pend-total
                       IF claim-line-amt > share-amount
                           MOVE share-amount TO claim-line-amt
                       END-IF
                       ADD claim-line-amt TO rule-qtr-disc(rule-idx)
                       SUBTRACT claim-line-amt FROM share-amount
                   END-IF
                   SUBTRACT rule-sale-disc(rule-idx) FROM pend-total
               END-IF
           END-PERFORM
           .

       LOOKUP-UNIT-PRICE.
           MOVE 0 TO unit-price
           PERFORM VARYING dict-price-idx FROM 1 BY 1
                   UNTIL dict-price-idx > dict-price-count
               IF FUNCTION TRIM(dict-price-id(dict-price-idx)) =
                       FUNCTION TRIM(lookup-id)
                   MOVE dict-price-val(dict-price-idx)
                       TO unit-price
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * READ-RECEIPTS - goods-receipts.log lines of a contract's
      * supplier for its covered products.
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
           MOVE 0 TO rcp-qty
           IF FUNCTION TRIM(rcp-qty-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(rcp-qty-text) TO rcp-qty
           END-IF
           MOVE rcp-ts(1:8) TO jnl-date

           PERFORM VARYING cp-idx FROM 1 BY 1 UNTIL cp-idx > cp-count
               MOVE cp-ctr(cp-idx) TO ctr-idx
               IF FUNCTION TRIM(cp-prod(cp-idx))
                       = FUNCTION TRIM(rcp-prod)
                   AND FUNCTION TRIM(ctr-supplier(ctr-idx))
                       = FUNCTION TRIM(rcp-supplier)
                   IF jnl-date >= qtr-from AND jnl-date <= qtr-to
                       AND jnl-date >= ctr-from(ctr-idx)
                       AND jnl-date <= ctr-to(ctr-idx)
                       ADD rcp-qty TO cp-qtr-recv(cp-idx)
                       ADD rcp-qty TO ctr-qtr-recv(ctr-idx)
                   END-IF
                   IF jnl-date >= ctr-from(ctr-idx)
                       AND jnl-date <= ctr-to(ctr-idx)
                       AND jnl-date <= qtr-to
                       AND jnl-date <= today-text
                       ADD rcp-qty TO ctr-ptd-recv(ctr-idx)
                   END-IF
               END-IF
           END-PERFORM
           .

      * WRITE-ONE-CLAIM - The claim document for contract ctr-idx,
      * the pace check, and its summary line on the console. A
      * contract that doesn't run in the quarter gets no claim.
       WRITE-ONE-CLAIM.
           IF ctr-to(ctr-idx) < qtr-from
               OR ctr-from(ctr-idx) > qtr-to
               DISPLAY "  " FUNCTION TRIM(ctr-supplier(ctr-idx))
                   ": contract " ctr-from(ctr-idx) " - "
                   ctr-to(ctr-idx) " not running this quarter"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO sup-found-idx
           PERFORM VARYING sup-idx FROM 1 BY 1
                   UNTIL sup-idx > sup-count
               IF FUNCTION TRIM(sup-id(sup-idx))
                       = FUNCTION TRIM(ctr-supplier(ctr-idx))
                   MOVE sup-idx TO sup-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO CLAIM-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/rebate-claim-" DELIMITED BY SIZE
               FUNCTION TRIM(ctr-supplier(ctr-idx)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               rebate-quarter DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CLAIM-PATH
           END-STRING
           OPEN OUTPUT CLAIM-FILE

           MOVE SPACES TO CLAIM-LINE
           STRING "REBATE CLAIM " DELIMITED BY SIZE
               rebate-quarter DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               qtr-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               qtr-to DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           MOVE SPACES TO CLAIM-LINE
           STRING "Produced " DELIMITED BY SIZE
               today-text DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE SPACES TO CLAIM-LINE
           STRING "Supplier : " DELIMITED BY SIZE
               FUNCTION TRIM(ctr-supplier(ctr-idx)) DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           IF sup-found-idx NOT = 0
               MOVE SPACES TO CLAIM-LINE
               STRING "Supplier : " DELIMITED BY SIZE
                   FUNCTION TRIM(sup-name(sup-found-idx))
                       DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(ctr-supplier(ctr-idx))
                       DELIMITED BY SIZE
                   ")  CVR " DELIMITED BY SIZE
                   FUNCTION TRIM(sup-cvr(sup-found-idx))
                       DELIMITED BY SIZE
                   INTO CLAIM-LINE
               END-STRING
           END-IF
           WRITE CLAIM-LINE
           MOVE ctr-min-units(ctr-idx) TO display-units
           MOVE SPACES TO CLAIM-LINE
           STRING "Contract : " DELIMITED BY SIZE
               FUNCTION TRIM(ctr-file(ctr-idx)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               ctr-from(ctr-idx) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ctr-to(ctr-idx) DELIMITED BY SIZE
               ", minimum " DELIMITED BY SIZE
               FUNCTION TRIM(display-units) DELIMITED BY SIZE
               " units " DELIMITED BY SIZE
               FUNCTION TRIM(ctr-basis(ctr-idx)) DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE

           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE "Volume rebate" TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE SPACES TO CLAIM-LINE
           STRING "  product        sold  received" DELIMITED BY SIZE
               "  rebate/unit          amount" DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           MOVE 0 TO claim-rebate
           PERFORM VARYING cp-idx FROM 1 BY 1 UNTIL cp-idx > cp-count
               IF cp-ctr(cp-idx) = ctr-idx
                   PERFORM WRITE-CLAIM-PRODUCT-LINE
               END-IF
           END-PERFORM
           MOVE "Total volume rebate" TO print-label
           MOVE claim-rebate TO print-amount
           PERFORM WRITE-CLAIM-AMOUNT-LINE

           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE "Supplier-funded promotions" TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE SPACES TO CLAIM-LINE
           STRING "  rule                     discount given" DELIMITED
               BY SIZE
               "  funded          amount" DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           MOVE 0 TO claim-promo
           PERFORM VARYING fp-idx FROM 1 BY 1 UNTIL fp-idx > fp-count
               IF fp-ctr(fp-idx) = ctr-idx
                   PERFORM WRITE-CLAIM-PROMO-LINE
               END-IF
           END-PERFORM
           MOVE "Total promo funding" TO print-label
           MOVE claim-promo TO print-amount
           PERFORM WRITE-CLAIM-AMOUNT-LINE

           COMPUTE claim-total = claim-rebate + claim-promo
           ADD claim-total TO grand-total
           MOVE SPACES TO CLAIM-LINE
           MOVE ALL "=" TO CLAIM-LINE(1:66)
           WRITE CLAIM-LINE
           MOVE "AMOUNT CLAIMED" TO print-label
           MOVE claim-total TO print-amount
           PERFORM WRITE-CLAIM-AMOUNT-LINE
           MOVE SPACES TO CLAIM-LINE
           MOVE ALL "=" TO CLAIM-LINE(1:66)
           WRITE CLAIM-LINE

           PERFORM CHECK-CONTRACT-PACE

           CLOSE CLAIM-FILE
           ADD 1 TO claims-written

           COMPUTE money-kr = claim-total / 100
           MOVE money-kr TO display-amount
           MOVE ctr-qtr-sold(ctr-idx) TO display-units
           MOVE ctr-qtr-recv(ctr-idx) TO display-units2
           DISPLAY "  " FUNCTION TRIM(ctr-supplier(ctr-idx))
               ": sold " FUNCTION TRIM(display-units)
               ", received " FUNCTION TRIM(display-units2)
               ", claim " FUNCTION TRIM(display-amount)
           DISPLAY "    -> " FUNCTION TRIM(CLAIM-PATH)
           IF off-pace = 1
               ADD 1 TO warnings-given
               MOVE ptd-units TO display-units
               MOVE expected-units TO display-units2
               DISPLAY "  WARNING: "
                   FUNCTION TRIM(ctr-supplier(ctr-idx))
                   " off-pace for the minimum - "
                   FUNCTION TRIM(display-units) " units "
                   FUNCTION TRIM(ctr-basis(ctr-idx))
                   " to date, " FUNCTION TRIM(display-units2)
                   " expected by now"
           END-IF
           .

      * WRITE-CLAIM-PRODUCT-LINE - One covered product; the rebate
      * runs on the units the contract's BASIS names.
       WRITE-CLAIM-PRODUCT-LINE.
           IF ctr-basis(ctr-idx) = "RECEIVED"
               MOVE cp-qtr-recv(cp-idx) TO claim-units
           ELSE
               MOVE cp-qtr-sold(cp-idx) TO claim-units
           END-IF
           IF claim-units < 0
               MOVE 0 TO claim-units
           END-IF
           COMPUTE claim-line-amt = claim-units * cp-rebate(cp-idx)
           ADD claim-line-amt TO claim-rebate

           MOVE SPACES TO CLAIM-LINE
           MOVE cp-prod(cp-idx) TO CLAIM-LINE(3:10)
           MOVE cp-qtr-sold(cp-idx) TO display-units
           MOVE display-units TO CLAIM-LINE(13:8)
           MOVE cp-qtr-recv(cp-idx) TO display-units
           MOVE display-units TO CLAIM-LINE(23:8)
           COMPUTE money-kr = cp-rebate(cp-idx) / 100
           MOVE money-kr TO display-rate
           MOVE display-rate TO CLAIM-LINE(37:7)
           COMPUTE money-kr = claim-line-amt / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO CLAIM-LINE(47:14)
           WRITE CLAIM-LINE
           .

      * WRITE-CLAIM-PROMO-LINE - The supplier's percentage of the
      * discount its rule gave in the quarter.
       WRITE-CLAIM-PROMO-LINE.
           MOVE 0 TO claim-line-amt
           MOVE 0 TO print-amount
           IF fp-rule(fp-idx) NOT = 0
               MOVE rule-qtr-disc(fp-rule(fp-idx)) TO print-amount
               COMPUTE claim-line-amt ROUNDED =
                   print-amount * fp-pct(fp-idx) / 100
           END-IF
           ADD claim-line-amt TO claim-promo

           MOVE SPACES TO CLAIM-LINE
           MOVE SPACES TO print-label
           STRING FUNCTION TRIM(fp-kind(fp-idx)) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(fp-id1(fp-idx)) DELIMITED BY SIZE
               INTO print-label
           END-STRING
           IF fp-id2(fp-idx) NOT = SPACES
               STRING FUNCTION TRIM(fp-kind(fp-idx)) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(fp-id1(fp-idx)) DELIMITED BY SIZE
                   "+" DELIMITED BY SIZE
                   FUNCTION TRIM(fp-id2(fp-idx)) DELIMITED BY SIZE
                   INTO print-label
               END-STRING
           END-IF
           MOVE print-label(1:24) TO CLAIM-LINE(3:24)
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO CLAIM-LINE(27:14)
           MOVE fp-pct(fp-idx) TO display-pct
           MOVE display-pct TO CLAIM-LINE(44:3)
           MOVE "%" TO CLAIM-LINE(47:1)
           COMPUTE money-kr = claim-line-amt / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO CLAIM-LINE(51:14)
           IF fp-rule(fp-idx) = 0
               MOVE "(no such rule)" TO CLAIM-LINE(67:14)
           END-IF
           WRITE CLAIM-LINE
           .

       WRITE-CLAIM-AMOUNT-LINE.
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE SPACES TO CLAIM-LINE
           MOVE print-label TO CLAIM-LINE(1:52)
           MOVE display-amount TO CLAIM-LINE(53:14)
           WRITE CLAIM-LINE
           .

      * CHECK-CONTRACT-PACE - Volume from the start of the period
      * to the pace date (the quarter's end, or today if sooner),
      * run forward over the whole period. Short of MINUNITS is
      * off-pace; the claim says so either way.
       CHECK-CONTRACT-PACE.
           MOVE 0 TO off-pace
           MOVE 0 TO expected-units
           IF ctr-basis(ctr-idx) = "RECEIVED"
               MOVE ctr-ptd-recv(ctr-idx) TO ptd-units
           ELSE
               MOVE ctr-ptd-sold(ctr-idx) TO ptd-units
           END-IF
           IF ctr-min-units(ctr-idx) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE qtr-to TO ctr-pace-end(ctr-idx)
           IF ctr-to(ctr-idx) < ctr-pace-end(ctr-idx)
               MOVE ctr-to(ctr-idx) TO ctr-pace-end(ctr-idx)
           END-IF
           IF today-text < ctr-pace-end(ctr-idx)
               MOVE today-text TO ctr-pace-end(ctr-idx)
           END-IF
           IF ctr-pace-end(ctr-idx) < ctr-from(ctr-idx)
               EXIT PARAGRAPH
           END-IF

           MOVE ctr-from(ctr-idx) TO date-num
           COMPUTE from-int = FUNCTION INTEGER-OF-DATE(date-num)
           MOVE ctr-to(ctr-idx) TO date-num
           COMPUTE to-int = FUNCTION INTEGER-OF-DATE(date-num)
           COMPUTE period-days = to-int - from-int + 1
           MOVE ctr-pace-end(ctr-idx) TO date-num
           COMPUTE to-int = FUNCTION INTEGER-OF-DATE(date-num)
           COMPUTE elapsed-days = to-int - from-int + 1

           COMPUTE projected-units =
               ptd-units * period-days / elapsed-days
           COMPUTE expected-units =
               ctr-min-units(ctr-idx) * elapsed-days / period-days
           IF projected-units < ctr-min-units(ctr-idx)
               MOVE 1 TO off-pace
           END-IF

           MOVE SPACES TO CLAIM-LINE
           WRITE CLAIM-LINE
           MOVE ptd-units TO display-units
           MOVE ctr-min-units(ctr-idx) TO display-units2
           MOVE SPACES TO CLAIM-LINE
           STRING "Minimum volume: " DELIMITED BY SIZE
               FUNCTION TRIM(display-units) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(display-units2) DELIMITED BY SIZE
               " units " DELIMITED BY SIZE
               FUNCTION TRIM(ctr-basis(ctr-idx)) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               ctr-pace-end(ctr-idx) DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           MOVE expected-units TO display-units
           MOVE projected-units TO display-units2
           MOVE SPACES TO CLAIM-LINE
           STRING "  on pace: " DELIMITED BY SIZE
               FUNCTION TRIM(display-units) DELIMITED BY SIZE
               " expected by now, " DELIMITED BY SIZE
               FUNCTION TRIM(display-units2) DELIMITED BY SIZE
               " projected for the period" DELIMITED BY SIZE
               INTO CLAIM-LINE
           END-STRING
           WRITE CLAIM-LINE
           IF off-pace = 1
               MOVE "  OFF PACE - the minimum will be missed at this "
                   & "rate" TO CLAIM-LINE
               WRITE CLAIM-LINE
           END-IF
           .

       DROP-FLIST.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FLIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       END PROGRAM REBATE-REPORT.
