      *     suggested reorder list sorted by urgency - soonest-empty
      *     first. The suggested order quantity tops stock back up to
      *     two weeks of sales.
      *     Mixed drinks with a recipe (recipes.txt, as the kiosk
      *     pours them) count as sales of their components - the
      *     whisky and cream an Irish coffee uses - so bottles are
      *     reordered by what was actually poured.
      *
      *     JOURNAL_FILE overrides the journal path the same way it
      *     does for SETTLEMENT-REPORT.
      *
      *     RESTOCK_ROOM narrows the report to one room: only that
      *     room's sales count, and on hand is the room's own shelf
      *     (room-stock.txt) where it keeps the product, else the
      *     main store - stock.txt less every room shelf and every
      *     transfer still in transit. The room's list is written to
      *     restock-suggestions-<room>.txt so the nightly kiosk-wide
      *     file PURCHASE-ORDERS seeds from is left alone.
      *
      *     Main-store stock set aside for open event pre-orders
      *     (preorders.txt) is not on hand for ordinary sales, so it
      *     is netted off before the run-out is projected.
      *
      *     Under the reorder list the kiosk-wide run prints the top
      *     member wishes for products we do not carry, as the last
      *     WISH-REPORT run left them in exports/wish-top.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTOCK-REPORT.
               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT RECIPE-FILE
               ASSIGN TO RECIPE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIPE-STATUS.
           SELECT SUGGEST-FILE
               ASSIGN TO SUGGEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUGGEST-STATUS.
           SELECT ROOM-STOCK-FILE
               ASSIGN TO ROOM-STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STOCK-STATUS.
           SELECT XFER-FILE
               ASSIGN TO XFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-STATUS.
           SELECT PREORDERS-FILE
               ASSIGN TO PREORDERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREORDERS-STATUS.
           SELECT WISH-TOP-FILE
               ASSIGN TO WISH-TOP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISH-TOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 JOURNAL-LINE         PIC X(512).
       FD  STOCK-FILE.
        01 STOCK-LINE           PIC X(64).
       FD  RECIPE-FILE.
        01 RECIPE-LINE          PIC X(64).
       FD  SUGGEST-FILE.
        01 SUGGEST-LINE         PIC X(64).
       FD  ROOM-STOCK-FILE.
        01 ROOM-STOCK-LINE      PIC X(64).
       FD  XFER-FILE.
        01 XFER-LINE            PIC X(200).
       FD  PREORDERS-FILE.
        01 PREORDERS-LINE       PIC X(200).
       FD  WISH-TOP-FILE.
        01 WISH-TOP-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 RECIPE-PATH           PIC X(256).
       01 RECIPE-STATUS         PIC XX.
       01 RECIPE-EOF            PIC 9 VALUE 0.
       01 SUGGEST-PATH          PIC X(256).
       01 SUGGEST-STATUS        PIC XX.
       01 ROOM-STOCK-PATH       PIC X(256).
       01 ROOM-STOCK-STATUS     PIC XX.
       01 ROOM-STOCK-EOF        PIC 9 VALUE 0.
       01 XFER-PATH             PIC X(256).
       01 XFER-STATUS           PIC XX.
       01 XFER-EOF              PIC 9 VALUE 0.
       01 PREORDERS-PATH        PIC X(256).
       01 PREORDERS-STATUS      PIC XX.
       01 PREORDERS-EOF         PIC 9 VALUE 0.
       01 WISH-TOP-PATH         PIC X(256).
       01 WISH-TOP-STATUS       PIC XX.
       01 WISH-TOP-EOF          PIC 9 VALUE 0.
       01 REPORT-ROOM           PIC X(8).
       01 SYSTEM-CMD            PIC X(600).
       01 suggest-written       PIC 9(4) COMP-5 VALUE 0.

      *        so "1.5 weeks" sorts and prints without COMP-3 edits.
               10 report-weeks-left     PIC S9(6) COMP-5.
               10 report-reorder-qty    PIC S9(6) COMP-5.
      *        Fractional units poured by recipe, folded into
      *        report-product-qty (rounded up) before projecting.
               10 report-product-part   PIC 9(6)V9(4) COMP-3.
      *        Room run: the room's own shelf when it keeps one for
      *        the product (report-room-shelf 1), and what the room
      *        shelves and transfers in transit hold between them.
               10 report-room-shelf     PIC 9.
               10 report-room-qty       PIC S9(6) COMP-5.
               10 report-held-qty       PIC S9(6) COMP-5.

      * transit-work - one stock-transfers.txt line ("xferid<TAB>
      * state<TAB>from<TAB>to<TAB>prodid<TAB>sent..."); SENT lines
      * are goods between rooms, on no shelf.
       01 transit-work.
           05 xf-id             PIC X(16).
           05 xf-state          PIC X(8).
           05 xf-from           PIC X(8).
           05 xf-to             PIC X(8).
           05 xf-prod-id        PIC X(10).
           05 xf-sent-text      PIC X(16).
       01 rs-room               PIC X(8).

      * reserve-work - one preorders.txt line ("orderid<TAB>event<TAB>
      * who<TAB>prodid<TAB>qty<TAB>pay<TAB>state..."); OPEN lines
      * hold main-store stock for an event.
       01 reserve-work.
           05 pr-id             PIC X(16).
           05 pr-event          PIC X(16).
           05 pr-who            PIC X(33).
           05 pr-prod-id        PIC X(10).
           05 pr-qty-text       PIC X(16).
           05 pr-pay            PIC X(8).
           05 pr-state          PIC X(8).

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
           05 whole-units       PIC 9(6) COMP-5.

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 report-idx            PIC 9(4) COMP-5.
       01 sort-idx              PIC 9(4) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 swap-entry            PIC X(69).
       01 stock-id-text         PIC X(10).
       01 stock-qty-text        PIC X(16).
       01 weeks-whole           PIC S9(6) COMP-5.
       01 display-stock         PIC -(5)9.
       01 display-weeks         PIC -(4)9.

       01 wish-top-fields.
           05 wtp-members       PIC X(6).
           05 wtp-wishes        PIC X(6).
           05 wtp-text          PIC X(60).
           05 wtp-rank          PIC 9(2) COMP-5 VALUE 0.
           05 wtp-rank-disp     PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM RESTOCK SUGGESTIONS"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-RECIPES
           PERFORM READ-JOURNAL
           PERFORM READ-STOCK-FILE
           IF REPORT-ROOM NOT = SPACES
               PERFORM READ-ROOM-SHELVES
               PERFORM READ-IN-TRANSIT
               PERFORM APPLY-ROOM-ON-HAND
           END-IF
           PERFORM READ-RESERVATIONS
           PERFORM PROJECT-RUNOUT
           PERFORM SORT-BY-URGENCY
           PERFORM PRINT-REPORT
           IF REPORT-ROOM = SPACES
               PERFORM PRINT-MEMBER-WISHES
           END-IF
           PERFORM WRITE-SUGGESTIONS-FILE
           STOP RUN.

               INTO STOCK-PATH
           END-STRING

           MOVE SPACES TO RECIPE-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/recipes.txt"
                   DELIMITED BY SIZE
               INTO RECIPE-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO REPORT-ROOM
           ACCEPT REPORT-ROOM FROM ENVIRONMENT "RESTOCK_ROOM"
           MOVE FUNCTION TRIM(REPORT-ROOM) TO REPORT-ROOM

           MOVE SPACES TO SUGGEST-PATH
           IF REPORT-ROOM = SPACES
               STRING
                   FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
                   "/.config/stregsystem-tui/exports/"
                       DELIMITED BY SIZE
                   "restock-suggestions.txt" DELIMITED BY SIZE
                   INTO SUGGEST-PATH
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
                   "/.config/stregsystem-tui/exports/"
                       DELIMITED BY SIZE
                   "restock-suggestions-" DELIMITED BY SIZE
                   FUNCTION TRIM(REPORT-ROOM) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO SUGGEST-PATH
               END-STRING
           END-IF

           MOVE SPACES TO ROOM-STOCK-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/room-stock.txt"
                   DELIMITED BY SIZE
               INTO ROOM-STOCK-PATH
           END-STRING

           MOVE SPACES TO XFER-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/stock-transfers.txt"
                   DELIMITED BY SIZE
               INTO XFER-PATH
           END-STRING

           MOVE SPACES TO PREORDERS-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/preorders.txt"
                   DELIMITED BY SIZE
               INTO PREORDERS-PATH
           END-STRING

           MOVE SPACES TO WISH-TOP-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/exports/wish-top.txt"
                   DELIMITED BY SIZE
               INTO WISH-TOP-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-num
           MOVE cutoff-num TO cutoff-date
           .

      * READ-RECIPES - recipes.txt ("soldid<TAB>componentid<TAB>
      * qty", qty a decimal or "4/70"), parsed as the kiosk does.
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

       READ-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
               AND FUNCTION TRIM(jnl-type) NOT = "SALE"
               EXIT PARAGRAPH
           END-IF
           IF REPORT-ROOM NOT = SPACES
               AND FUNCTION TRIM(jnl-room) NOT = REPORT-ROOM
               EXIT PARAGRAPH
           END-IF

           PERFORM TALLY-ORDER-TOKENS
           .
               MOVE FUNCTION NUMVAL(token-qty-text) TO token-qty
           END-IF

           PERFORM TALLY-RECIPE-COMPONENTS
           IF recipe-hits > 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               ADD token-qty TO report-product-qty(found-idx)
           END-IF
           .

      * TALLY-RECIPE-COMPONENTS - A mixed drink is not restocked
      * itself; its components are, by the fraction each pour uses.
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
                       COMPUTE report-product-part(found-idx) =
                           report-product-part(found-idx)
                           + recipe-comp-qty(recipe-idx) * token-qty
                   END-IF
               END-IF
           END-PERFORM
           MOVE recipe-sold-name TO token-name
           .

       FIND-OR-ADD-PRODUCT.
           MOVE 0 TO found-idx
           PERFORM VARYING report-idx FROM 1 BY 1
               MOVE 0 TO report-stock-tracked(found-idx)
               MOVE 0 TO report-weeks-left(found-idx)
               MOVE 0 TO report-reorder-qty(found-idx)
               MOVE 0 TO report-product-part(found-idx)
               MOVE 0 TO report-room-shelf(found-idx)
               MOVE 0 TO report-room-qty(found-idx)
               MOVE 0 TO report-held-qty(found-idx)
           END-IF
           .

           END-IF
           .

      * READ-ROOM-SHELVES - room-stock.txt ("room<TAB>prodid<TAB>
      * qty"): every shelf counts toward what the main store does
      * not hold; the report room's own shelf is noted per product.
       READ-ROOM-SHELVES.
           MOVE 0 TO ROOM-STOCK-EOF
           OPEN INPUT ROOM-STOCK-FILE
           IF ROOM-STOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ROOM-STOCK-EOF = 1
               READ ROOM-STOCK-FILE
                   AT END
                       MOVE 1 TO ROOM-STOCK-EOF
                   NOT AT END
                       PERFORM PROCESS-ROOM-STOCK-LINE
               END-READ
           END-PERFORM
           CLOSE ROOM-STOCK-FILE
           .

       PROCESS-ROOM-STOCK-LINE.
           IF FUNCTION TRIM(ROOM-STOCK-LINE) = SPACES
               OR ROOM-STOCK-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO rs-room
           MOVE SPACES TO stock-id-text
           MOVE SPACES TO stock-qty-text
           UNSTRING ROOM-STOCK-LINE DELIMITED BY X"09"
               INTO rs-room
                    stock-id-text
                    stock-qty-text
           END-UNSTRING
           MOVE FUNCTION TRIM(stock-id-text) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(stock-qty-text) NOT = SPACES
               COMPUTE report-held-qty(found-idx) =
                   report-held-qty(found-idx)
                   + FUNCTION NUMVAL(stock-qty-text)
           END-IF
           IF FUNCTION TRIM(rs-room) = REPORT-ROOM
               MOVE 1 TO report-room-shelf(found-idx)
               MOVE 0 TO report-room-qty(found-idx)
               IF FUNCTION TRIM(stock-qty-text) NOT = SPACES
                   MOVE FUNCTION NUMVAL(stock-qty-text)
                       TO report-room-qty(found-idx)
               END-IF
           END-IF
           .

      * READ-IN-TRANSIT - SENT transfer lines are on no shelf yet.
       READ-IN-TRANSIT.
           MOVE 0 TO XFER-EOF
           OPEN INPUT XFER-FILE
           IF XFER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL XFER-EOF = 1
               READ XFER-FILE
                   AT END
                       MOVE 1 TO XFER-EOF
                   NOT AT END
                       PERFORM PROCESS-XFER-LINE
               END-READ
           END-PERFORM
           CLOSE XFER-FILE
           .

       PROCESS-XFER-LINE.
           MOVE SPACES TO transit-work
           UNSTRING XFER-LINE DELIMITED BY X"09"
               INTO xf-id
                    xf-state
                    xf-from
                    xf-to
                    xf-prod-id
                    xf-sent-text
           END-UNSTRING
           IF FUNCTION TRIM(xf-state) NOT = "SENT"
               OR FUNCTION TRIM(xf-sent-text) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(xf-prod-id) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               COMPUTE report-held-qty(found-idx) =
                   report-held-qty(found-idx)
                   + FUNCTION NUMVAL(xf-sent-text)
           END-IF
           .

      * APPLY-ROOM-ON-HAND - On hand for the report room: its own
      * shelf where it keeps one, else the main store's share of
      * stock.txt.
       APPLY-ROOM-ON-HAND.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-product-count
               IF report-room-shelf(report-idx) = 1
                   MOVE 1 TO report-stock-tracked(report-idx)
                   MOVE report-room-qty(report-idx)
                       TO report-stock-on-hand(report-idx)
               ELSE
                   SUBTRACT report-held-qty(report-idx)
                       FROM report-stock-on-hand(report-idx)
               END-IF
           END-PERFORM
           .

      * READ-RESERVATIONS - Open pre-order quantities come off the
      * main store's on hand; a room selling from its own shelf is
      * not touched, pre-orders are picked from the main store.
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
           MOVE FUNCTION TRIM(pr-prod-id) TO token-name
           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx NOT = 0
               AND report-room-shelf(found-idx) = 0
               COMPUTE report-stock-on-hand(found-idx) =
                   report-stock-on-hand(found-idx)
                   - FUNCTION NUMVAL(pr-qty-text)
           END-IF
           .

      * PROJECT-RUNOUT - weekly velocity = 4-week qty / 4; weeks
      * left (x10) = stock / weekly; suggested reorder tops stock
      * back up to two weeks of sales. Products with no sales in the
       PROJECT-RUNOUT.
           PERFORM VARYING report-idx FROM 1 BY 1
                   UNTIL report-idx > report-product-count
               IF report-product-part(report-idx) > 0
                   COMPUTE whole-units =
                       report-product-part(report-idx)
                   IF whole-units < report-product-part(report-idx)
                       ADD 1 TO whole-units
                   END-IF
                   ADD whole-units TO report-product-qty(report-idx)
               END-IF
               IF report-product-qty(report-idx) = 0
                   MOVE 99990 TO report-weeks-left(report-idx)
                   MOVE 0 TO report-reorder-qty(report-idx)
       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "Journal : " FUNCTION TRIM(JOURNAL-PATH)
           IF REPORT-ROOM NOT = SPACES
               DISPLAY "Room    : " FUNCTION TRIM(REPORT-ROOM)
           END-IF
           DISPLAY "Window  : last 28 days (from " cutoff-date ")"
           DISPLAY " "
           DISPLAY "Suggested reorders (soonest-empty first):"
           DISPLAY " | " display-stock
           .

      * PRINT-MEMBER-WISHES - "members<TAB>wishes<TAB>text" lines,
      * best first; no file (WISH-REPORT never ran) prints nothing.
       PRINT-MEMBER-WISHES.
           MOVE 0 TO WISH-TOP-EOF
           OPEN INPUT WISH-TOP-FILE
           IF WISH-TOP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Top member wishes (products we do not carry):"
           DISPLAY "  rank | members | wishes | wish"
           DISPLAY "------------------------------------------"
           MOVE 0 TO wtp-rank
           PERFORM UNTIL WISH-TOP-EOF = 1
               READ WISH-TOP-FILE
                   AT END
                       MOVE 1 TO WISH-TOP-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-WISH
               END-READ
           END-PERFORM
           CLOSE WISH-TOP-FILE
           IF wtp-rank = 0
               DISPLAY "  (no open wishes)"
           END-IF
           DISPLAY "------------------------------------------"
           .

       PRINT-ONE-WISH.
           IF FUNCTION TRIM(WISH-TOP-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO wtp-members wtp-wishes wtp-text
           UNSTRING WISH-TOP-LINE DELIMITED BY X"09"
               INTO wtp-members
                    wtp-wishes
                    wtp-text
           END-UNSTRING
           ADD 1 TO wtp-rank
           MOVE wtp-rank TO wtp-rank-disp
           DISPLAY "    " wtp-rank-disp " | "
               FUNCTION TRIM(wtp-members) " | "
               FUNCTION TRIM(wtp-wishes) " | "
               FUNCTION TRIM(wtp-text)
           .

      * WRITE-SUGGESTIONS-FILE - The same suggested reorders as the
      * printed list, machine-readable ("prodid<TAB>qty"), so
      * PURCHASE-ORDERS can seed a PO from tonight's run instead of
