      *     Console module that closes the loop RESTOCK-REPORT opens:
      *     create a purchase order against a supplier (seeded from
      *     exports/restock-suggestions.txt, tonight's suggested
      *     reorders, or the file PO_SUGGESTIONS names under
      *     exports/ - an EVENT-FORECAST or room list), export a
      *     printable PO document under exports/, and later post
      *     the goods receipt - which increments
      *     stock.txt (the same counts DECREMENT-STOCK-FOR-CART draws
      *     down) and records each line's cost price per unit in
      *     cost-prices.txt for the margin and valuation reports.
      *       po<TAB>supplier<TAB>created<TAB>prodid<TAB>ordered
      *         <TAB>received<TAB>cost-oere<TAB>state
      *     state OPEN | PART | CLOSED; po-seq.txt numbers the POs.
      *
      *     Every posted receipt line is also appended to
      *     goods-receipts.log, the dated record of what arrived:
      *       ts<TAB>po<TAB>supplier<TAB>prodid<TAB>qty<TAB>cost-oere
      *     purchase-orders.txt only keeps the running received
      *     quantity; the log is what the VAT return reads for the
      *     input moms of a quarter.
      *
      *     suppliers.txt is the supplier master a PO must name:
      *       id<TAB>name<TAB>cvr<TAB>bank-account<TAB>terms-days
      *         <TAB>contact
      *     A supplier's invoice is keyed against its PO and matched
      *     three ways - invoiced qty against what the goods receipt
      *     took in (less anything already invoiced), invoiced unit
      *     cost against the PO's agreed cost. Lines land in
      *     supplier-invoices.txt:
      *       invoice<TAB>supplier<TAB>po<TAB>inv-date<TAB>due-date
      *         <TAB>prodid<TAB>qty<TAB>cost-oere<TAB>state
      *     state MATCHED | EXCEPTION (the whole invoice takes the
      *     worst line's state); every mismatch is appended to
      *     exports/invoice-exceptions.txt, and the matched invoices
      *     make up exports/payables-due.txt, soonest due first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHASE-ORDERS.
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT RECEIPTS-FILE
               ASSIGN TO RECEIPTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPTS-STATUS.
           SELECT SUPPLIER-FILE
               ASSIGN TO SUPPLIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT INVOICE-FILE
               ASSIGN TO INVOICE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-STATUS.
           SELECT EXCEPT-FILE
               ASSIGN TO EXCEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPT-STATUS.
           SELECT PAYABLES-FILE
               ASSIGN TO PAYABLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYABLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 NOTIFY-LINE          PIC X(80).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).
       FD  RECEIPTS-FILE.
        01 RECEIPTS-LINE        PIC X(128).
       FD  SUPPLIER-FILE.
        01 SUPPLIER-LINE        PIC X(200).
       FD  INVOICE-FILE.
        01 INVOICE-LINE         PIC X(160).
       FD  EXCEPT-FILE.
        01 EXCEPT-LINE          PIC X(160).
       FD  PAYABLES-FILE.
        01 PAYABLES-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 SUGGEST-PATH          PIC X(256).
       01 SUGGEST-STATUS        PIC XX.
       01 SUGGEST-EOF           PIC 9 VALUE 0.
       01 suggest-name          PIC X(64).
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 NOTIFY-EOF            PIC 9 VALUE 0.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 RECEIPTS-PATH         PIC X(256).
       01 RECEIPTS-STATUS       PIC XX.
       01 SUPPLIER-PATH         PIC X(256).
       01 SUPPLIER-STATUS       PIC XX.
       01 SUPPLIER-EOF          PIC 9 VALUE 0.
       01 INVOICE-PATH          PIC X(256).
       01 INVOICE-STATUS        PIC XX.
       01 INVOICE-EOF           PIC 9 VALUE 0.
       01 EXCEPT-PATH           PIC X(256).
       01 EXCEPT-STATUS         PIC XX.
       01 PAYABLES-PATH         PIC X(256).
       01 PAYABLES-STATUS       PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 REAL-PATH             PIC X(256).
       01 TMP-PATH              PIC X(256).
       01 cost-id-text          PIC X(10).
       01 cost-val-text         PIC X(16).

      * supplier-master - suppliers.txt; terms are days from the
      * invoice date to its due date.
       01 supplier-master.
           05 sup-count         PIC 9(3) COMP-5 VALUE 0.
           05 sup-entry OCCURS 100 TIMES.
               10 sup-id        PIC X(10).
               10 sup-name      PIC X(32).
               10 sup-cvr       PIC X(10).
               10 sup-bank      PIC X(24).
               10 sup-terms     PIC 9(3) COMP-5.
               10 sup-contact   PIC X(40).
       01 sup-idx               PIC 9(3) COMP-5.
       01 sup-found-idx         PIC 9(3) COMP-5.
       01 sup-terms-text        PIC X(6).
       01 sup-terms-disp        PIC ZZ9.

      * invoice-lines - supplier-invoices.txt as loaded, plus the
      * lines of the invoice being keyed (appended at the end).
       01 invoice-lines.
           05 inv-count         PIC 9(4) COMP-5 VALUE 0.
           05 inv-entry OCCURS 600 TIMES.
               10 inv-number    PIC X(16).
               10 inv-supplier  PIC X(10).
               10 inv-po        PIC 9(6).
               10 inv-date      PIC X(8).
               10 inv-due       PIC X(8).
               10 inv-prod      PIC X(10).
               10 inv-qty       PIC S9(6) COMP-5.
               10 inv-cost      PIC S9(9) COMP-5.
               10 inv-state     PIC X(9).
       01 inv-idx               PIC 9(4) COMP-5.
       01 inv-first-new         PIC 9(4) COMP-5.
       01 inv-qty-text          PIC X(10).
       01 inv-cost-text         PIC X(14).
       01 inv-po-text           PIC X(10).

       01 match-work.
           05 match-inv-number  PIC X(16).
           05 match-supplier    PIC X(10).
           05 match-date        PIC X(8).
           05 match-due         PIC X(8).
           05 match-date-num    PIC 9(8).
           05 match-date-int    PIC 9(8) COMP-5.
           05 match-agreed      PIC S9(9) COMP-5.
           05 match-prior       PIC S9(6) COMP-5.
           05 match-open-qty    PIC S9(6) COMP-5.
           05 match-cost        PIC S9(9) COMP-5.
           05 match-exceptions  PIC 9(3) COMP-5.
           05 match-lines       PIC 9(3) COMP-5.
           05 match-reason      PIC X(80).
           05 match-cost-disp   PIC -(9)9.

      * payables - one row per matched invoice, bubble-sorted on
      * due date like RESTOCK-REPORT's urgency list.
       01 payables.
           05 pay-count         PIC 9(3) COMP-5 VALUE 0.
           05 pay-entry OCCURS 300 TIMES.
               10 pay-due       PIC X(8).
               10 pay-supplier  PIC X(10).
               10 pay-number    PIC X(16).
               10 pay-amount    PIC S9(11) COMP-5.
       01 pay-idx               PIC 9(3) COMP-5.
       01 pay-found             PIC 9.
       01 pay-swap              PIC X(50).
       01 pay-total             PIC S9(11) COMP-5.
       01 sort-done             PIC 9.
       01 sort-idx              PIC 9(3) COMP-5.

       01 menu-choice           PIC X(1).
       01 menu-done             PIC 9 VALUE 0.
       01 input-text            PIC X(32).
           PERFORM LOAD-STOCK-FILE
           PERFORM LOAD-COST-FILE
           PERFORM LOAD-NOTIFY-REQUESTS
           PERFORM LOAD-SUPPLIER-FILE
           PERFORM LOAD-INVOICE-FILE

           MOVE 0 TO menu-done
           PERFORM UNTIL menu-done = 1
               DISPLAY " "
               DISPLAY "N=new PO from suggestions  R=goods receipt  "
                   "O=open-PO report"
               DISPLAY "S=suppliers  I=supplier invoice  "
                   "P=payables due  Q=quit"
               DISPLAY "Choice: " NO ADVANCING
               MOVE SPACES TO menu-choice
               ACCEPT menu-choice
                       PERFORM RECEIVE-GOODS
                   WHEN "O"
                       PERFORM PRINT-OPEN-PO-REPORT
                   WHEN "S"
                       PERFORM MAINTAIN-SUPPLIERS
                   WHEN "I"
                       PERFORM ENTER-SUPPLIER-INVOICE
                   WHEN "P"
                       PERFORM WRITE-PAYABLES-DUE
                   WHEN "Q"
                       MOVE 1 TO menu-done
                   WHEN OTHER
               INTO PO-SEQ-PATH
           END-STRING

           MOVE SPACES TO suggest-name
           ACCEPT suggest-name FROM ENVIRONMENT "PO_SUGGESTIONS"
           IF FUNCTION TRIM(suggest-name) = SPACES
               MOVE "restock-suggestions.txt" TO suggest-name
           END-IF
           MOVE SPACES TO SUGGEST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/" DELIMITED BY SIZE
               FUNCTION TRIM(suggest-name) DELIMITED BY SIZE
               INTO SUGGEST-PATH
           END-STRING

               INTO OUTBOX-PATH
           END-STRING

           MOVE SPACES TO RECEIPTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/goods-receipts.log" DELIMITED BY SIZE
               INTO RECEIPTS-PATH
           END-STRING

           MOVE SPACES TO SUPPLIER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/suppliers.txt" DELIMITED BY SIZE
               INTO SUPPLIER-PATH
           END-STRING

           MOVE SPACES TO INVOICE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/supplier-invoices.txt" DELIMITED BY SIZE
               INTO INVOICE-PATH
           END-STRING

           MOVE SPACES TO EXCEPT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/invoice-exceptions.txt" DELIMITED BY SIZE
               INTO EXCEPT-PATH
           END-STRING

           MOVE SPACES TO PAYABLES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/payables-due.txt" DELIMITED BY SIZE
               INTO PAYABLES-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
           MOVE 0 TO SUGGEST-EOF
           OPEN INPUT SUGGEST-FILE
           IF SUGGEST-STATUS = "35"
               DISPLAY "No suggestions file "
                   FUNCTION TRIM(suggest-name)
                   " - run restock-report first."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Supplier id: " NO ADVANCING
           MOVE SPACES TO supplier-input
           ACCEPT supplier-input
           IF FUNCTION TRIM(supplier-input) = SPACES
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SUPPLIER
           IF sup-found-idx = 0
               CLOSE SUGGEST-FILE
               DISPLAY "Unknown supplier " FUNCTION TRIM(supplier-input)
                   " - add it under S first."
               EXIT PARAGRAPH
           END-IF
           MOVE sup-id(sup-found-idx) TO supplier-input

           MOVE po-next-number TO po-this-number
           ADD 1 TO po-next-number
           MOVE SPACES TO PO-DOC-LINE
           STRING "Supplier: " DELIMITED BY SIZE
               FUNCTION TRIM(supplier-input) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(sup-name(sup-found-idx))
                   DELIMITED BY SIZE
               INTO PO-DOC-LINE
           END-STRING
           WRITE PO-DOC-LINE
           MOVE SPACES TO PO-DOC-LINE
           STRING "CVR     : " DELIMITED BY SIZE
               FUNCTION TRIM(sup-cvr(sup-found-idx))
                   DELIMITED BY SIZE
               "  Contact: " DELIMITED BY SIZE
               FUNCTION TRIM(sup-contact(sup-found-idx))
                   DELIMITED BY SIZE
               INTO PO-DOC-LINE
           END-STRING
           WRITE PO-DOC-LINE
                   MOVE po-cost(po-idx) TO cost-val(cost-found-idx)
               END-IF
           END-IF
           PERFORM APPEND-RECEIPT-LOG

      *    Best-before per delivered batch, for EXPIRY-REPORT's
      *    expiring-stock sweep; blank means the product has no
           END-IF
           .

      * APPEND-RECEIPT-LOG - One dated line per received PO line,
      * at the unit cost the receipt was posted at (the PO's own
      * cost, else the cost price already on file).
       APPEND-RECEIPT-LOG.
           MOVE po-cost(po-idx) TO po-cost-disp
           IF po-cost(po-idx) = 0
               MOVE po-prod-id(po-idx) TO cost-id-text
               PERFORM FIND-OR-ADD-COST
               IF cost-found-idx NOT = 0
                   MOVE cost-val(cost-found-idx) TO po-cost-disp
               END-IF
           END-IF
           MOVE po-qty-num TO display-qty
           MOVE po-number(po-idx) TO po-num-text
           OPEN EXTEND RECEIPTS-FILE
           IF RECEIPTS-STATUS = "35"
               OPEN OUTPUT RECEIPTS-FILE
           END-IF
           MOVE SPACES TO RECEIPTS-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-num-text) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-supplier(po-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-prod-id(po-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(display-qty) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-cost-disp) DELIMITED BY SIZE
               INTO RECEIPTS-LINE
           END-STRING
           WRITE RECEIPTS-LINE
           CLOSE RECEIPTS-FILE
           .

       APPEND-EXPIRY-BATCH.
           OPEN EXTEND EXPIRY-FILE
           IF EXPIRY-STATUS = "35"
           DISPLAY "------------------------------------------"
           .

      * LOAD-SUPPLIER-FILE / SAVE-SUPPLIER-FILE - the supplier
      * master, suppliers.txt.
       LOAD-SUPPLIER-FILE.
           MOVE 0 TO sup-count
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
                           MOVE SPACES TO sup-terms-text
                           UNSTRING SUPPLIER-LINE DELIMITED BY X"09"
                               INTO sup-id(sup-count)
                                    sup-name(sup-count)
                                    sup-cvr(sup-count)
                                    sup-bank(sup-count)
                                    sup-terms-text
                                    sup-contact(sup-count)
                           END-UNSTRING
                           MOVE 30 TO sup-terms(sup-count)
                           IF FUNCTION TRIM(sup-terms-text)
                                   NOT = SPACES
                               AND FUNCTION TRIM(sup-terms-text)
                                   NUMERIC
                               MOVE FUNCTION NUMVAL(sup-terms-text)
                                   TO sup-terms(sup-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPPLIER-FILE
           .

       SAVE-SUPPLIER-FILE.
           MOVE SUPPLIER-PATH TO REAL-PATH
           MOVE SPACES TO TMP-PATH
           STRING
               FUNCTION TRIM(SUPPLIER-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO TMP-PATH
           END-STRING
           MOVE TMP-PATH TO SUPPLIER-PATH
           OPEN OUTPUT SUPPLIER-FILE
           PERFORM VARYING sup-idx FROM 1 BY 1
                   UNTIL sup-idx > sup-count
               MOVE sup-terms(sup-idx) TO sup-terms-disp
               MOVE SPACES TO SUPPLIER-LINE
               STRING
                   FUNCTION TRIM(sup-id(sup-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(sup-name(sup-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(sup-cvr(sup-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(sup-bank(sup-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(sup-terms-disp) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(sup-contact(sup-idx))
                       DELIMITED BY SIZE
                   INTO SUPPLIER-LINE
               END-STRING
               WRITE SUPPLIER-LINE
           END-PERFORM
           CLOSE SUPPLIER-FILE
           MOVE REAL-PATH TO SUPPLIER-PATH
           PERFORM COMMIT-TMP-FILE
           .

       FIND-SUPPLIER.
           MOVE 0 TO sup-found-idx
           PERFORM VARYING sup-idx FROM 1 BY 1
                   UNTIL sup-idx > sup-count
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(sup-id(sup-idx)))
                   = FUNCTION UPPER-CASE(FUNCTION TRIM(supplier-input))
                   MOVE sup-idx TO sup-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * MAINTAIN-SUPPLIERS - List the master and add or change one
      * supplier; an existing id is updated in place, so a PO's
      * supplier column never points at a vanished record.
       MAINTAIN-SUPPLIERS.
           DISPLAY " "
           DISPLAY "Suppliers:"
           DISPLAY "id | name | CVR | bank account | terms | contact"
           DISPLAY "------------------------------------------"
           PERFORM VARYING sup-idx FROM 1 BY 1
                   UNTIL sup-idx > sup-count
               MOVE sup-terms(sup-idx) TO sup-terms-disp
               DISPLAY "  " FUNCTION TRIM(sup-id(sup-idx))
                   " | " FUNCTION TRIM(sup-name(sup-idx))
                   " | " FUNCTION TRIM(sup-cvr(sup-idx))
                   " | " FUNCTION TRIM(sup-bank(sup-idx))
                   " | " FUNCTION TRIM(sup-terms-disp) " days"
                   " | " FUNCTION TRIM(sup-contact(sup-idx))
           END-PERFORM
           IF sup-count = 0
               DISPLAY "  (no suppliers on file)"
           END-IF
           DISPLAY "------------------------------------------"

           DISPLAY "Supplier id to add/change (blank=back): "
               NO ADVANCING
           MOVE SPACES TO supplier-input
           ACCEPT supplier-input
           IF FUNCTION TRIM(supplier-input) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF supplier-input(11:1) NOT = SPACE
               DISPLAY "Supplier id is at most 10 characters."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SUPPLIER
           IF sup-found-idx = 0
               IF sup-count >= 100
                   DISPLAY "Supplier file is full (100)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO sup-count
               MOVE sup-count TO sup-found-idx
               MOVE SPACES TO sup-entry(sup-found-idx)
               MOVE FUNCTION TRIM(supplier-input)
                   TO sup-id(sup-found-idx)
               MOVE 30 TO sup-terms(sup-found-idx)
           END-IF

           DISPLAY "Name (blank=keep): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) NOT = SPACES
               MOVE FUNCTION TRIM(input-text) TO sup-name(sup-found-idx)
           END-IF
           IF FUNCTION TRIM(sup-name(sup-found-idx)) = SPACES
               MOVE sup-id(sup-found-idx) TO sup-name(sup-found-idx)
           END-IF

           DISPLAY "CVR, 8 digits (blank=keep): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) NOT = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(input-text)) = 8
                   AND FUNCTION TRIM(input-text) NUMERIC
                   MOVE FUNCTION TRIM(input-text)
                       TO sup-cvr(sup-found-idx)
               ELSE
                   DISPLAY "CVR must be 8 digits - not changed."
               END-IF
           END-IF

           DISPLAY "Bank reg.+account (blank=keep): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) NOT = SPACES
               MOVE FUNCTION TRIM(input-text) TO sup-bank(sup-found-idx)
           END-IF

           MOVE sup-terms(sup-found-idx) TO sup-terms-disp
           DISPLAY "Payment terms in days (blank="
               FUNCTION TRIM(sup-terms-disp) "): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) NOT = SPACES
               AND FUNCTION TRIM(input-text) NUMERIC
               MOVE FUNCTION NUMVAL(input-text)
                   TO sup-terms(sup-found-idx)
           END-IF

           DISPLAY "Contact (blank=keep): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) NOT = SPACES
               MOVE FUNCTION TRIM(input-text)
                   TO sup-contact(sup-found-idx)
           END-IF

           PERFORM SAVE-SUPPLIER-FILE
           DISPLAY "Supplier " FUNCTION TRIM(sup-id(sup-found-idx))
               " saved."
           .

       LOAD-INVOICE-FILE.
           MOVE 0 TO inv-count
           MOVE 0 TO INVOICE-EOF
           OPEN INPUT INVOICE-FILE
           IF INVOICE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL INVOICE-EOF = 1
               READ INVOICE-FILE
                   AT END
                       MOVE 1 TO INVOICE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(INVOICE-LINE) NOT = SPACES
                           AND inv-count < 600
                           ADD 1 TO inv-count
                           MOVE SPACES TO inv-po-text
                           MOVE SPACES TO inv-qty-text
                           MOVE SPACES TO inv-cost-text
                           UNSTRING INVOICE-LINE DELIMITED BY X"09"
                               INTO inv-number(inv-count)
                                    inv-supplier(inv-count)
                                    inv-po-text
                                    inv-date(inv-count)
                                    inv-due(inv-count)
                                    inv-prod(inv-count)
                                    inv-qty-text
                                    inv-cost-text
                                    inv-state(inv-count)
                           END-UNSTRING
                           MOVE 0 TO inv-po(inv-count)
                           IF FUNCTION TRIM(inv-po-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(inv-po-text)
                                   TO inv-po(inv-count)
                           END-IF
                           MOVE 0 TO inv-qty(inv-count)
                           IF FUNCTION TRIM(inv-qty-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(inv-qty-text)
                                   TO inv-qty(inv-count)
                           END-IF
                           MOVE 0 TO inv-cost(inv-count)
                           IF FUNCTION TRIM(inv-cost-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(inv-cost-text)
                                   TO inv-cost(inv-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE
           .

      * ENTER-SUPPLIER-INVOICE - Key a supplier's invoice against
      * its PO, line by line, and match each line three ways: the
      * quantity may not exceed what the goods receipts took in
      * less what earlier matched invoices already billed (a held
      * invoice bills nothing until its corrected copy is keyed
      * and matches), and the unit
      * cost must be the PO's agreed cost (the cost on file when
      * the PO carried none). Mismatches go on the exception list
      * and hold the whole invoice out of the payables list until
      * the treasurer has sorted it out with the supplier.
       ENTER-SUPPLIER-INVOICE.
           DISPLAY "PO number: " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) = SPACES
               OR FUNCTION TRIM(input-text) NOT NUMERIC
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(input-text) TO receive-num

           MOVE SPACES TO match-supplier
           PERFORM VARYING po-idx FROM 1 BY 1 UNTIL po-idx > po-count
               IF po-number(po-idx) = receive-num
                   MOVE po-supplier(po-idx) TO match-supplier
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF match-supplier = SPACES
               DISPLAY "No such PO."
               EXIT PARAGRAPH
           END-IF
           MOVE match-supplier TO supplier-input
           PERFORM FIND-SUPPLIER
           IF sup-found-idx = 0
               DISPLAY "PO supplier " FUNCTION TRIM(match-supplier)
                   " is not in the supplier master - add it under S."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Supplier invoice number: " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) = SPACES
               DISPLAY "Cancelled."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(input-text) TO match-inv-number
           PERFORM VARYING inv-idx FROM 1 BY 1
                   UNTIL inv-idx > inv-count
               IF inv-number(inv-idx) = match-inv-number
                   AND inv-supplier(inv-idx) = match-supplier
                   DISPLAY "Invoice " FUNCTION TRIM(match-inv-number)
                       " from " FUNCTION TRIM(match-supplier)
                       " is already entered."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           DISPLAY "Invoice date YYYYMMDD (blank=today): "
               NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO match-date
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(input-text)) NOT = 8
                   OR FUNCTION TRIM(input-text) NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(input-text)) NOT = 0
                   DISPLAY "Not a date - cancelled."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(input-text) TO match-date
           END-IF
           MOVE match-date TO match-date-num
           COMPUTE match-date-int =
               FUNCTION INTEGER-OF-DATE(match-date-num)
               + sup-terms(sup-found-idx)
           MOVE FUNCTION DATE-OF-INTEGER(match-date-int)
               TO match-date-num
           MOVE match-date-num TO match-due

           MOVE 0 TO match-exceptions
           MOVE 0 TO match-lines
           COMPUTE inv-first-new = inv-count + 1
           PERFORM VARYING po-idx FROM 1 BY 1 UNTIL po-idx > po-count
               IF po-number(po-idx) = receive-num
                   PERFORM MATCH-INVOICE-LINE
               END-IF
           END-PERFORM

           IF match-lines = 0
               COMPUTE inv-count = inv-first-new - 1
               DISPLAY "No lines invoiced - nothing recorded."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING inv-idx FROM inv-first-new BY 1
                   UNTIL inv-idx > inv-count
               IF match-exceptions = 0
                   MOVE "MATCHED" TO inv-state(inv-idx)
               ELSE
                   MOVE "EXCEPTION" TO inv-state(inv-idx)
               END-IF
           END-PERFORM
           PERFORM APPEND-NEW-INVOICE-LINES

           IF match-exceptions = 0
               DISPLAY "Invoice matched - due " match-due "."
           ELSE
               DISPLAY "Invoice held: " match-exceptions
                   " line(s) on the exception list ("
                   FUNCTION TRIM(EXCEPT-PATH) ")."
           END-IF
           PERFORM WRITE-PAYABLES-DUE
           .

       MATCH-INVOICE-LINE.
           MOVE 0 TO match-prior
           PERFORM VARYING inv-idx FROM 1 BY 1
                   UNTIL inv-idx >= inv-first-new
               IF inv-po(inv-idx) = receive-num
                   AND inv-prod(inv-idx) = po-prod-id(po-idx)
                   AND FUNCTION TRIM(inv-state(inv-idx)) = "MATCHED"
                   ADD inv-qty(inv-idx) TO match-prior
               END-IF
           END-PERFORM
           COMPUTE match-open-qty = po-received(po-idx) - match-prior

           MOVE po-cost(po-idx) TO match-agreed
           IF match-agreed = 0
               MOVE po-prod-id(po-idx) TO cost-id-text
               PERFORM FIND-OR-ADD-COST
               IF cost-found-idx NOT = 0
                   MOVE cost-val(cost-found-idx) TO match-agreed
               END-IF
           END-IF

           MOVE po-ordered(po-idx) TO display-qty
           MOVE match-open-qty TO display-qty2
           DISPLAY "Line " FUNCTION TRIM(po-prod-id(po-idx))
               " ordered " FUNCTION TRIM(display-qty)
               ", received not yet invoiced "
               FUNCTION TRIM(display-qty2)
           DISPLAY "  invoiced qty (blank=not on invoice): "
               NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           IF FUNCTION TRIM(input-text) = SPACES
               OR FUNCTION TRIM(input-text) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(input-text) TO po-qty-num
           IF po-qty-num <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE match-agreed TO po-cost-disp
           DISPLAY "  invoiced unit cost in oere (blank="
               FUNCTION TRIM(po-cost-disp) "): " NO ADVANCING
           MOVE SPACES TO input-text
           ACCEPT input-text
           MOVE match-agreed TO match-cost
           IF FUNCTION TRIM(input-text) NOT = SPACES
               AND FUNCTION TRIM(input-text) NUMERIC
               MOVE FUNCTION NUMVAL(input-text) TO match-cost
           END-IF

           IF inv-count >= 600
               DISPLAY "Invoice file is full (600 lines)."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO inv-count
           ADD 1 TO match-lines
           MOVE match-inv-number TO inv-number(inv-count)
           MOVE match-supplier TO inv-supplier(inv-count)
           MOVE receive-num TO inv-po(inv-count)
           MOVE match-date TO inv-date(inv-count)
           MOVE match-due TO inv-due(inv-count)
           MOVE po-prod-id(po-idx) TO inv-prod(inv-count)
           MOVE po-qty-num TO inv-qty(inv-count)
           MOVE match-cost TO inv-cost(inv-count)
           MOVE SPACES TO inv-state(inv-count)

           IF po-qty-num > match-open-qty
               MOVE po-qty-num TO display-qty
               MOVE match-open-qty TO display-qty2
               MOVE SPACES TO match-reason
               STRING "QTY invoiced " DELIMITED BY SIZE
                   FUNCTION TRIM(display-qty) DELIMITED BY SIZE
                   ", received not invoiced " DELIMITED BY SIZE
                   FUNCTION TRIM(display-qty2) DELIMITED BY SIZE
                   INTO match-reason
               END-STRING
               PERFORM APPEND-INVOICE-EXCEPTION
           END-IF
           IF match-cost NOT = match-agreed
               MOVE match-cost TO po-cost-disp
               MOVE match-agreed TO match-cost-disp
               MOVE SPACES TO match-reason
               STRING "PRICE invoiced " DELIMITED BY SIZE
                   FUNCTION TRIM(po-cost-disp) DELIMITED BY SIZE
                   ", agreed " DELIMITED BY SIZE
                   FUNCTION TRIM(match-cost-disp) DELIMITED BY SIZE
                   INTO match-reason
               END-STRING
               PERFORM APPEND-INVOICE-EXCEPTION
           END-IF
           .

       APPEND-INVOICE-EXCEPTION.
           ADD 1 TO match-exceptions
           DISPLAY "  EXCEPTION: " FUNCTION TRIM(match-reason)
           MOVE receive-num TO po-num-text
           OPEN EXTEND EXCEPT-FILE
           IF EXCEPT-STATUS = "35"
               OPEN OUTPUT EXCEPT-FILE
           END-IF
           MOVE SPACES TO EXCEPT-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(match-supplier) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(match-inv-number) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-num-text) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(po-prod-id(po-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(match-reason) DELIMITED BY SIZE
               INTO EXCEPT-LINE
           END-STRING
           WRITE EXCEPT-LINE
           CLOSE EXCEPT-FILE
           .

       APPEND-NEW-INVOICE-LINES.
           OPEN EXTEND INVOICE-FILE
           IF INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF
           PERFORM VARYING inv-idx FROM inv-first-new BY 1
                   UNTIL inv-idx > inv-count
               MOVE inv-po(inv-idx) TO po-num-text
               MOVE inv-qty(inv-idx) TO display-qty
               MOVE inv-cost(inv-idx) TO po-cost-disp
               MOVE SPACES TO INVOICE-LINE
               STRING
                   FUNCTION TRIM(inv-number(inv-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(inv-supplier(inv-idx))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(po-num-text) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   inv-date(inv-idx) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   inv-due(inv-idx) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(inv-prod(inv-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(display-qty) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(po-cost-disp) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(inv-state(inv-idx)) DELIMITED BY SIZE
                   INTO INVOICE-LINE
               END-STRING
               WRITE INVOICE-LINE
           END-PERFORM
           CLOSE INVOICE-FILE
           .

      * WRITE-PAYABLES-DUE - Matched invoices totalled per invoice,
      * soonest due date first, with the supplier's bank account so
      * the treasurer can pay straight off the list.
       WRITE-PAYABLES-DUE.
           MOVE 0 TO pay-count
           PERFORM VARYING inv-idx FROM 1 BY 1
                   UNTIL inv-idx > inv-count
               IF FUNCTION TRIM(inv-state(inv-idx)) = "MATCHED"
                   PERFORM ADD-PAYABLE
               END-IF
           END-PERFORM

           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= pay-count
                   IF pay-due(sort-idx) > pay-due(sort-idx + 1)
                       MOVE pay-entry(sort-idx) TO pay-swap
                       MOVE pay-entry(sort-idx + 1)
                           TO pay-entry(sort-idx)
                       MOVE pay-swap TO pay-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT PAYABLES-FILE
           MOVE SPACES TO PAYABLES-LINE
           STRING "PAYABLES DUE - matched supplier invoices, "
               DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO PAYABLES-LINE
           END-STRING
           WRITE PAYABLES-LINE
           DISPLAY " "
           DISPLAY FUNCTION TRIM(PAYABLES-LINE)
           MOVE "due      | supplier | invoice | amount | bank account"
               TO PAYABLES-LINE
           WRITE PAYABLES-LINE
           DISPLAY FUNCTION TRIM(PAYABLES-LINE)
           MOVE 0 TO pay-total
           PERFORM VARYING pay-idx FROM 1 BY 1
                   UNTIL pay-idx > pay-count
               MOVE pay-supplier(pay-idx) TO supplier-input
               PERFORM FIND-SUPPLIER
               ADD pay-amount(pay-idx) TO pay-total
               COMPUTE money-kr = pay-amount(pay-idx) / 100
               MOVE money-kr TO display-cost
               MOVE SPACES TO PAYABLES-LINE
               STRING
                   pay-due(pay-idx) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(pay-supplier(pay-idx))
                       DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(pay-number(pay-idx))
                       DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(display-cost) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   INTO PAYABLES-LINE
               END-STRING
               IF sup-found-idx NOT = 0
                   MOVE SPACES TO match-reason
                   MOVE sup-bank(sup-found-idx) TO match-reason
                   STRING
                       FUNCTION TRIM(PAYABLES-LINE) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(match-reason) DELIMITED BY SIZE
                       INTO PAYABLES-LINE
                   END-STRING
               END-IF
               WRITE PAYABLES-LINE
               DISPLAY FUNCTION TRIM(PAYABLES-LINE)
           END-PERFORM
           COMPUTE money-kr = pay-total / 100
           MOVE money-kr TO display-cost
           MOVE SPACES TO PAYABLES-LINE
           STRING "Total due: " DELIMITED BY SIZE
               FUNCTION TRIM(display-cost) DELIMITED BY SIZE
               INTO PAYABLES-LINE
           END-STRING
           WRITE PAYABLES-LINE
           DISPLAY FUNCTION TRIM(PAYABLES-LINE)
           CLOSE PAYABLES-FILE
           DISPLAY "Payables list: " FUNCTION TRIM(PAYABLES-PATH)
           .

       ADD-PAYABLE.
           MOVE 0 TO pay-found
           PERFORM VARYING pay-idx FROM 1 BY 1
                   UNTIL pay-idx > pay-count
               IF pay-number(pay-idx) = inv-number(inv-idx)
                   AND pay-supplier(pay-idx) = inv-supplier(inv-idx)
                   MOVE 1 TO pay-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF pay-found = 0
               IF pay-count >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO pay-count
               MOVE pay-count TO pay-idx
               MOVE inv-due(inv-idx) TO pay-due(pay-idx)
               MOVE inv-supplier(inv-idx) TO pay-supplier(pay-idx)
               MOVE inv-number(inv-idx) TO pay-number(pay-idx)
               MOVE 0 TO pay-amount(pay-idx)
           END-IF
           COMPUTE pay-amount(pay-idx) = pay-amount(pay-idx)
               + inv-qty(inv-idx) * inv-cost(inv-idx)
           .

       LOAD-STOCK-FILE.
           MOVE 0 TO stock-count
           MOVE 0 TO STOCK-EOF
