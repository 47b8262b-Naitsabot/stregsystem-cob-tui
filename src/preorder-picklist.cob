      ******************************************************************
      * Author: Naitsabot
      * Purpose: Event pre-order pick list
      * Description:
      *     Batch job that prints the pick list for one event's
      *     pre-orders (preorders.txt, taken on the TUI's admin
      *     screen O): every order still OPEN, with who ordered it,
      *     whether it is prepaid or on account, and a tick box per
      *     product line, followed by per-product totals against
      *     the counted stock in stock.txt so a shortfall shows
      *     before the committee arrives rather than after.
      *     PICK_EVENT names the event; without it the code the
      *     kiosk has armed (event-code.txt) is used. The list is
      *     written to exports/picklist-<event>.txt; PICK_PRINT=Y
      *     also queues it as a spool job for PRINT-SPOOLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREORDER-PICKLIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREORDERS-FILE
               ASSIGN TO PREORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREORDERS-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT EVENT-CODE-FILE
               ASSIGN TO EVENT-CODE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-CODE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREORDERS-FILE.
        01 PREORDERS-LINE       PIC X(200).
       FD  STOCK-FILE.
        01 STOCK-LINE           PIC X(64).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  EVENT-CODE-FILE.
        01 EVENT-CODE-LINE      PIC X(64).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 PREORDERS-PATH        PIC X(256).
       01 PREORDERS-STATUS      PIC XX.
       01 PREORDERS-EOF         PIC 9 VALUE 0.
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 EVENT-CODE-PATH       PIC X(256).
       01 EVENT-CODE-STATUS     PIC XX.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 pick-event            PIC X(16).
       01 pick-print            PIC X(8).

      * One preorders.txt line ("orderid<TAB>event<TAB>who<TAB>
      * prodid<TAB>qty<TAB>pay<TAB>state...").
       01 preorder-fields.
           05 po-id             PIC X(16).
           05 po-event          PIC X(16).
           05 po-who            PIC X(33).
           05 po-prod-id        PIC X(10).
           05 po-qty-text       PIC X(16).
           05 po-pay            PIC X(8).
           05 po-state          PIC X(8).

       01 pick-lines.
           05 pl-count          PIC 9(3) COMP-5 VALUE 0.
           05 pl-entry OCCURS 300 TIMES.
               10 pl-id         PIC X(16).
               10 pl-who        PIC X(33).
               10 pl-prod-id    PIC X(10).
               10 pl-qty        PIC S9(6) COMP-5.
               10 pl-pay        PIC X(8).
       01 pl-idx                PIC 9(3) COMP-5.
       01 handed-count          PIC 9(4) COMP-5 VALUE 0.
       01 order-count           PIC 9(4) COMP-5 VALUE 0.
       01 last-order-id         PIC X(16).

       01 pick-totals.
           05 pt-count          PIC 9(3) COMP-5 VALUE 0.
           05 pt-entry OCCURS 200 TIMES.
               10 pt-prod-id    PIC X(10).
               10 pt-qty        PIC S9(6) COMP-5.
       01 pt-idx                PIC 9(3) COMP-5.
       01 pt-found              PIC 9(3) COMP-5.

       01 stock-table.
           05 st-count          PIC 9(3) COMP-5 VALUE 0.
           05 st-entry OCCURS 200 TIMES.
               10 st-id         PIC X(10).
               10 st-qty        PIC S9(6) COMP-5.
       01 st-idx                PIC 9(3) COMP-5.
       01 st-found              PIC 9(3) COMP-5.
       01 stock-id-text         PIC X(10).
       01 stock-qty-text        PIC X(16).

       01 name-table.
           05 nm-count          PIC 9(3) COMP-5 VALUE 0.
           05 nm-entry OCCURS 300 TIMES.
               10 nm-id         PIC X(10).
               10 nm-name       PIC X(30).
       01 nm-idx                PIC 9(3) COMP-5.
       01 lookup-id             PIC X(10).
       01 lookup-name           PIC X(30).

       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).

       01 short-qty             PIC S9(6) COMP-5.
       01 display-qty           PIC -(5)9.
       01 display-qty-2         PIC -(5)9.
       01 display-qty-3         PIC -(5)9.
       01 display-count         PIC ZZZ9.
       01 print-ts              PIC X(21).
       01 shortage-count        PIC 9(4) COMP-5 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM PRE-ORDER PICK LIST"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           IF pick-event = SPACES OR pick-event = "-"
               DISPLAY "No PICK_EVENT given and no event armed - "
                   "nothing to pick for."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PRODUCT-NAMES
           PERFORM READ-STOCK-FILE
           PERFORM READ-PREORDERS
           PERFORM WRITE-PICK-LIST
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(pick-print)) = "Y"
               PERFORM QUEUE-FOR-PRINTER
           END-IF
           MOVE order-count TO display-count
           DISPLAY " "
           DISPLAY "Event      : " FUNCTION TRIM(pick-event)
           DISPLAY "Open orders: " display-count
           MOVE pl-count TO display-count
           DISPLAY "Pick lines : " display-count
           MOVE shortage-count TO display-count
           DISPLAY "Short      : " display-count
           DISPLAY "Pick list  : " FUNCTION TRIM(REPORT-PATH)
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

           MOVE SPACES TO PREORDERS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/preorders.txt" DELIMITED BY SIZE
               INTO PREORDERS-PATH
           END-STRING

           MOVE SPACES TO STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO STOCK-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           MOVE SPACES TO EVENT-CODE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/event-code.txt" DELIMITED BY SIZE
               INTO EVENT-CODE-PATH
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

           MOVE SPACES TO pick-event
           ACCEPT pick-event FROM ENVIRONMENT "PICK_EVENT"
           IF FUNCTION TRIM(pick-event) = SPACES
               PERFORM READ-ARMED-EVENT
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pick-event))
               TO pick-event
           MOVE SPACES TO pick-print
           ACCEPT pick-print FROM ENVIRONMENT "PICK_PRINT"

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/picklist-" DELIMITED BY SIZE
               FUNCTION TRIM(pick-event) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

      * READ-ARMED-EVENT - The code event mode currently stamps on
      * the journal, "-" when none is armed.
       READ-ARMED-EVENT.
           OPEN INPUT EVENT-CODE-FILE
           IF EVENT-CODE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ EVENT-CODE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FUNCTION TRIM(EVENT-CODE-LINE) TO pick-event
           END-READ
           CLOSE EVENT-CODE-FILE
           .

       READ-PRODUCT-NAMES.
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
                           AND nm-count < 300
                           MOVE SPACES TO dict-fields
                           UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
                               INTO dct-id
                                    dct-name
                           END-UNSTRING
                           ADD 1 TO nm-count
                           MOVE FUNCTION TRIM(dct-id)
                               TO nm-id(nm-count)
                           MOVE dct-name TO nm-name(nm-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

      * READ-STOCK-FILE - stock.txt ("productid=qty"), the counted
      * stock the kiosk sells from.
       READ-STOCK-FILE.
           MOVE 0 TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = 1
               READ STOCK-FILE
                   AT END
                       MOVE 1 TO STOCK-EOF
                   NOT AT END
                       IF FUNCTION TRIM(STOCK-LINE) NOT = SPACES
                           AND st-count < 200
                           MOVE SPACES TO stock-id-text
                           MOVE SPACES TO stock-qty-text
                           UNSTRING STOCK-LINE DELIMITED BY "="
                               INTO stock-id-text
                                    stock-qty-text
                           END-UNSTRING
                           ADD 1 TO st-count
                           MOVE FUNCTION TRIM(stock-id-text)
                               TO st-id(st-count)
                           MOVE 0 TO st-qty(st-count)
                           IF FUNCTION TRIM(stock-qty-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(stock-qty-text)
                                   TO st-qty(st-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

       READ-PREORDERS.
           MOVE 0 TO PREORDERS-EOF
           OPEN INPUT PREORDERS-FILE
           IF PREORDERS-STATUS = "35"
               DISPLAY "No preorders.txt yet - nothing has been "
                   "ordered."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PREORDERS-EOF = 1
               READ PREORDERS-FILE
                   AT END
                       MOVE 1 TO PREORDERS-EOF
                   NOT AT END
                       PERFORM PROCESS-PREORDER-LINE
               END-READ
           END-PERFORM
           CLOSE PREORDERS-FILE
           .

       PROCESS-PREORDER-LINE.
           IF FUNCTION TRIM(PREORDERS-LINE) = SPACES
               OR PREORDERS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO preorder-fields
           UNSTRING PREORDERS-LINE DELIMITED BY X"09"
               INTO po-id
                    po-event
                    po-who
                    po-prod-id
                    po-qty-text
                    po-pay
                    po-state
           END-UNSTRING
           IF FUNCTION TRIM(po-event) NOT = FUNCTION TRIM(pick-event)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(po-state) = "HANDED"
               ADD 1 TO handed-count
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(po-state) NOT = "OPEN"
               OR pl-count >= 300
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO pl-count
           MOVE po-id TO pl-id(pl-count)
           MOVE po-who TO pl-who(pl-count)
           MOVE FUNCTION TRIM(po-prod-id) TO pl-prod-id(pl-count)
           MOVE 0 TO pl-qty(pl-count)
           IF FUNCTION TRIM(po-qty-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(po-qty-text) TO pl-qty(pl-count)
           END-IF
           MOVE po-pay TO pl-pay(pl-count)

           MOVE 0 TO pt-found
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > pt-count
               IF pt-prod-id(pt-idx) = pl-prod-id(pl-count)
                   MOVE pt-idx TO pt-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF pt-found = 0 AND pt-count < 200
               ADD 1 TO pt-count
               MOVE pt-count TO pt-found
               MOVE pl-prod-id(pl-count) TO pt-prod-id(pt-found)
               MOVE 0 TO pt-qty(pt-found)
           END-IF
           IF pt-found NOT = 0
               ADD pl-qty(pl-count) TO pt-qty(pt-found)
           END-IF
           .

       LOOKUP-PRODUCT-NAME.
           MOVE SPACES TO lookup-name
           PERFORM VARYING nm-idx FROM 1 BY 1
                   UNTIL nm-idx > nm-count
               IF nm-id(nm-idx) = FUNCTION TRIM(lookup-id)
                   MOVE nm-name(nm-idx) TO lookup-name
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * WRITE-PICK-LIST - One section per order in the order they
      * were taken, then the per-product totals to pull from the
      * store room.
       WRITE-PICK-LIST.
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO print-ts
           MOVE SPACES TO REPORT-LINE
           STRING "PRE-ORDER PICK LIST - EVENT " DELIMITED BY SIZE
               FUNCTION TRIM(pick-event) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Printed " DELIMITED BY SIZE
               print-ts(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               print-ts(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               print-ts(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               print-ts(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               print-ts(11:2) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           IF pl-count = 0
               MOVE "  (no open pre-orders for this event)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO last-order-id
           PERFORM VARYING pl-idx FROM 1 BY 1
                   UNTIL pl-idx > pl-count
               IF pl-id(pl-idx) NOT = last-order-id
                   PERFORM WRITE-ORDER-HEADER
               END-IF
               MOVE pl-prod-id(pl-idx) TO lookup-id
               PERFORM LOOKUP-PRODUCT-NAME
               MOVE pl-qty(pl-idx) TO display-qty
               MOVE SPACES TO REPORT-LINE
               STRING "  [ ] " DELIMITED BY SIZE
                   pl-prod-id(pl-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   lookup-name DELIMITED BY SIZE
                   " qty " DELIMITED BY SIZE
                   display-qty DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTALS TO PICK" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  product    name                           ordered"
               & "  on hand    short" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > pt-count
               PERFORM WRITE-TOTAL-LINE
           END-PERFORM
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE handed-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Lines already handed over for this event: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

       WRITE-ORDER-HEADER.
           MOVE pl-id(pl-idx) TO last-order-id
           ADD 1 TO order-count
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ORDER " DELIMITED BY SIZE
               FUNCTION TRIM(pl-id(pl-idx)) DELIMITED BY SIZE
               "  for " DELIMITED BY SIZE
               FUNCTION TRIM(pl-who(pl-idx)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF FUNCTION TRIM(pl-pay(pl-idx)) = "PREPAID"
               MOVE "PREPAID" TO REPORT-LINE(66:7)
           ELSE
               MOVE "ON ACCOUNT" TO REPORT-LINE(66:10)
           END-IF
           WRITE REPORT-LINE
           .

      * WRITE-TOTAL-LINE - Ordered vs counted stock; a tracked
      * product with less on hand than ordered is flagged short.
      * Products never counted show "-".
       WRITE-TOTAL-LINE.
           MOVE pt-prod-id(pt-idx) TO lookup-id
           PERFORM LOOKUP-PRODUCT-NAME
           MOVE 0 TO st-found
           PERFORM VARYING st-idx FROM 1 BY 1
                   UNTIL st-idx > st-count
               IF st-id(st-idx) = pt-prod-id(pt-idx)
                   MOVE st-idx TO st-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE pt-qty(pt-idx) TO display-qty
           MOVE SPACES TO REPORT-LINE
           MOVE pt-prod-id(pt-idx) TO REPORT-LINE(3:10)
           MOVE lookup-name TO REPORT-LINE(14:30)
           MOVE display-qty TO REPORT-LINE(48:6)
           IF st-found = 0
               MOVE "-" TO REPORT-LINE(62:1)
           ELSE
               MOVE st-qty(st-found) TO display-qty-2
               MOVE display-qty-2 TO REPORT-LINE(57:6)
               COMPUTE short-qty = pt-qty(pt-idx) - st-qty(st-found)
               IF short-qty > 0
                   MOVE short-qty TO display-qty-3
                   MOVE display-qty-3 TO REPORT-LINE(66:6)
                   ADD 1 TO shortage-count
               END-IF
           END-IF
           WRITE REPORT-LINE
           .

      * QUEUE-FOR-PRINTER - A copy of the list goes into spool/ as
      * a job of its own; PRINT-SPOOLER feeds it to the printer.
       QUEUE-FOR-PRINTER.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool/failed && cp " DELIMITED BY SIZE
               FUNCTION TRIM(REPORT-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool/job-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               "-picklist.txt" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           DISPLAY "Queued for the receipt printer."
           .

       END PROGRAM PREORDER-PICKLIST.
