      ******************************************************************
      * Author: Naitsabot
      * Purpose: Digital menu board for the TV above the bar
      * Description:
      *     Builds the bar's menu as an HTML page (menu.html, which
      *     the TV's browser reloads on its own through a meta
      *     refresh) and a plain text twin (menu.txt) from the same
      *     files the kiosk sells against: the persisted product
      *     dictionary, categories.txt for the sections, the room's
      *     assortments.txt lines and price overrides, clearance.txt
      *     and the HHSTART/HHEND/HHPCT happy-hour window for the
      *     live price, stock.txt / room-stock.txt less open
      *     pre-orders for the SOLD OUT marks, and promos.txt
      *     spelled out in words at the foot of the page. Both files
      *     are written beside themselves and renamed into place, so
      *     the TV never loads half a menu.
      *
      *     MENU_ROOM picks the room (default config.txt ROOM=);
      *     MENUBOARD_DIR (or config.txt MENUBOARDDIR=) where the
      *     pages are dropped - a share or web root the TV can
      *     reach - default menu-board/ under the config dir;
      *     MENUREFRESH= the TV's reload interval in seconds
      *     (default 60). Without further settings the board is
      *     built once. MENU_WATCH=<seconds> keeps running and
      *     rebuilds whenever a price, stock, promo or happy-hour
      *     change shows up; MENU_PORT=<port> serves the page itself
      *     the way STATUS-SERVE does - one "nc -l" connection per
      *     loop, rebuilt first when anything changed - and
      *     MENU_ONCE=1 stops after a single request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU-BOARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READER-FILE
               ASSIGN TO READER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READER-STATUS.
           SELECT PAGE-FILE
               ASSIGN TO PAGE-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAGE-STATUS.
           SELECT TEXT-FILE
               ASSIGN TO TEXT-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-STATUS.
           SELECT HEADER-FILE
               ASSIGN TO HEADER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEADER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READER-FILE.
        01 READER-LINE          PIC X(256).
       FD  PAGE-FILE.
        01 PAGE-LINE            PIC X(600).
       FD  TEXT-FILE.
        01 TEXT-LINE            PIC X(100).
       FD  HEADER-FILE.
        01 HEADER-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 READER-PATH           PIC X(256).
       01 READER-STATUS         PIC XX.
       01 READER-EOF            PIC 9 VALUE 0.
       01 PAGE-PATH             PIC X(256).
       01 PAGE-TMP-PATH         PIC X(256).
       01 PAGE-STATUS           PIC XX.
       01 TEXT-PATH             PIC X(256).
       01 TEXT-TMP-PATH         PIC X(256).
       01 TEXT-STATUS           PIC XX.
       01 HEADER-PATH           PIC X(256).
       01 HEADER-STATUS         PIC XX.
       01 SIG-PATH              PIC X(256).
       01 SYSTEM-CMD            PIC X(900).

       01 board-config.
           05 board-dir         PIC X(256).
           05 env-board-dir     PIC X(256).
           05 board-room        PIC X(8).
           05 env-room          PIC X(8).
           05 board-port        PIC X(6).
           05 watch-text        PIC X(6).
           05 watch-secs        PIC 9(4) COMP-5 VALUE 0.
           05 watch-disp        PIC ZZZ9.
           05 once-flag         PIC X(4).
           05 refresh-secs      PIC 9(4) COMP-5 VALUE 60.
           05 refresh-disp      PIC ZZZ9.
           05 board-done        PIC 9 VALUE 0.
           05 config-key        PIC X(64).
           05 config-value      PIC X(200).

       01 hh-work.
           05 hh-start          PIC 9(4) VALUE 0.
           05 hh-end            PIC 9(4) VALUE 0.
           05 hh-pct            PIC 9(3) COMP-5 VALUE 0.
           05 hh-pct-disp       PIC ZZ9.
           05 hh-now            PIC 9(4).
           05 hh-active         PIC 9 VALUE 0.
           05 hh-end-text       PIC X(5).

      * change-work - the cksum of a long listing of every input
      * file plus the happy-hour state; a new value means the board
      * is out of date.
       01 change-work.
           05 last-sig          PIC X(48) VALUE SPACES.
           05 new-sig           PIC X(48).
           05 board-changed     PIC 9 VALUE 0.

      * board-products - what goes on the board, in dictionary
      * order: brd-price is the room's list price, brd-now what a
      * member pays right now, brd-deal HAPPY or CLEAR when the two
      * differ, brd-out 1 when tracked stock has run out.
       01 board-products.
           05 brd-count         PIC 9(3) COMP-5 VALUE 0.
           05 brd-entry OCCURS 300 TIMES.
               10 brd-id        PIC X(10).
               10 brd-name      PIC X(50).
               10 brd-cat       PIC X(24).
               10 brd-price     PIC S9(9) COMP-5.
               10 brd-now       PIC S9(9) COMP-5.
               10 brd-deal      PIC X(5).
               10 brd-pct       PIC 9(3) COMP-5.
               10 brd-out       PIC 9.
           05 brd-idx           PIC 9(3) COMP-5.
           05 brd-hit-idx       PIC 9(3) COMP-5.
           05 sold-out-count    PIC 9(3) COMP-5 VALUE 0.
           05 deal-count        PIC 9(3) COMP-5 VALUE 0.

       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).
           05 dct-price         PIC X(16).
           05 dct-active        PIC X(2).
           05 dct-source        PIC X(10).

       01 category-map.
           05 pcat-count        PIC 9(3) COMP-5 VALUE 0.
           05 pcat-entry OCCURS 300 TIMES.
               10 pcat-id       PIC X(10).
               10 pcat-name     PIC X(24).
           05 pcat-idx          PIC 9(3) COMP-5.

      * board-sections - the distinct categories on the board,
      * sorted by name with OTHER last.
       01 board-sections.
           05 sec-count         PIC 9(2) COMP-5 VALUE 0.
           05 sec-name          PIC X(24) OCCURS 50 TIMES.
           05 sec-idx           PIC 9(2) COMP-5.
           05 sec-idx2          PIC 9(2) COMP-5.
           05 sec-swap          PIC X(24).
           05 sec-found         PIC 9.

       01 stock-map.
           05 stk-count         PIC 9(3) COMP-5 VALUE 0.
           05 stk-entry OCCURS 300 TIMES.
               10 stk-id        PIC X(10).
               10 stk-qty       PIC S9(7) COMP-5.
           05 stk-idx           PIC 9(3) COMP-5.
           05 stk-hit-idx       PIC 9(3) COMP-5.
           05 stk-qty-text      PIC X(12).

       01 room-stock-map.
           05 rms-count         PIC 9(3) COMP-5 VALUE 0.
           05 rms-entry OCCURS 300 TIMES.
               10 rms-room      PIC X(8).
               10 rms-id        PIC X(10).
               10 rms-qty       PIC S9(7) COMP-5.
           05 rms-idx           PIC 9(3) COMP-5.
           05 rms-hit-idx       PIC 9(3) COMP-5.

      * preorder-hold - open pre-order quantities per product, held
      * back from stock.txt the same as at the kiosk.
       01 preorder-hold.
           05 hold-count        PIC 9(3) COMP-5 VALUE 0.
           05 hold-entry OCCURS 300 TIMES.
               10 hold-id       PIC X(10).
               10 hold-qty      PIC S9(7) COMP-5.
           05 hold-idx          PIC 9(3) COMP-5.
           05 hold-reserved     PIC S9(7) COMP-5.
           05 pre-fields.
               10 pre-f-id      PIC X(16).
               10 pre-f-event   PIC X(16).
               10 pre-f-who     PIC X(33).
               10 pre-f-prod    PIC X(10).
               10 pre-f-qty     PIC X(8).
               10 pre-f-pay     PIC X(8).
               10 pre-f-state   PIC X(8).

       01 clearance-map.
           05 clr-count         PIC 9(3) COMP-5 VALUE 0.
           05 clr-entry OCCURS 100 TIMES.
               10 clr-id        PIC X(10).
               10 clr-pct       PIC 9(3) COMP-5.
           05 clr-idx           PIC 9(3) COMP-5.
           05 clr-pct-text      PIC X(8).
           05 clr-hit-pct       PIC 9(3) COMP-5.

       01 assortment-map.
           05 asr-count         PIC 9(3) COMP-5 VALUE 0.
           05 asr-entry OCCURS 200 TIMES.
               10 asr-room      PIC X(8).
               10 asr-prod      PIC X(10).
               10 asr-price     PIC S9(9) COMP-5.
           05 asr-idx           PIC 9(3) COMP-5.
           05 asr-room-hits     PIC 9(3) COMP-5.
           05 asr-keep          PIC 9.
           05 asr-f1            PIC X(10).
           05 asr-f2            PIC X(10).
           05 asr-f3            PIC X(12).

      * promo-map - promos.txt, the same MULTI:/COMBO: rules the
      * kiosk applies at checkout.
       01 promo-map.
           05 prm-count         PIC 9(2) COMP-5 VALUE 0.
           05 prm-entry OCCURS 50 TIMES.
               10 prm-kind      PIC X(5).
               10 prm-id1       PIC X(10).
               10 prm-id2       PIC X(10).
               10 prm-qty       PIC 9(3) COMP-5.
               10 prm-pay       PIC S9(9) COMP-5.
           05 prm-idx           PIC 9(2) COMP-5.
           05 prm-f1            PIC X(20).
           05 prm-f2            PIC X(20).
           05 prm-f3            PIC X(20).
           05 prm-shown         PIC 9(2) COMP-5 VALUE 0.
           05 prm-words         PIC X(200).
           05 prm-qty-disp      PIC ZZ9.
           05 prm-name1         PIC X(50).
           05 prm-name2         PIC X(50).

       01 render-work.
           05 money-ore         PIC S9(9) COMP-5.
           05 money-kr          PIC S9(7)V99 COMP-3.
           05 money-edit        PIC ZZZZ9.99.
           05 list-text         PIC X(12).
           05 now-text          PIC X(12).
           05 price-cell        PIC X(120).
           05 price-words       PIC X(40).
           05 row-class         PIC X(16).
           05 row-tag           PIC X(60).
           05 dot-line          PIC X(60) VALUE ALL ".".
           05 name-width        PIC 9(3) COMP-5.
           05 dot-count         PIC 9(3) COMP-5.
           05 title-text        PIC X(60).
           05 stamp-text        PIC X(16).
           05 now-stamp         PIC X(21).
           05 board-count-disp  PIC ZZ9.
           05 sold-out-disp     PIC ZZ9.

      * html-escape - esc-in copied to esc-out with &, <, > and "
      * turned into entities; product names are typed by hand.
       01 html-escape.
           05 esc-in            PIC X(200).
           05 esc-out           PIC X(400).
           05 esc-len           PIC 9(3) COMP-5.
           05 esc-pos           PIC 9(3) COMP-5.
           05 esc-ptr           PIC 9(3) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM MENU BOARD"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-KEYS
           PERFORM PREPARE-BOARD-DIR

           IF FUNCTION TRIM(board-port) NOT = SPACES
               DISPLAY "Serving the menu board on port "
                   FUNCTION TRIM(board-port)
                   " (one request per connection)."
               PERFORM UNTIL board-done = 1
                   PERFORM CHECK-FOR-CHANGES
                   IF board-changed = 1
                       PERFORM BUILD-BOARD
                   END-IF
                   PERFORM SERVE-ONE-REQUEST
                   IF FUNCTION TRIM(once-flag) = "1"
                       MOVE 1 TO board-done
                   END-IF
               END-PERFORM
               STOP RUN
           END-IF

           IF watch-secs > 0
               MOVE watch-secs TO watch-disp
               DISPLAY "Watching for price and stock changes every "
                   FUNCTION TRIM(watch-disp) " seconds."
               PERFORM UNTIL board-done = 1
                   PERFORM CHECK-FOR-CHANGES
                   IF board-changed = 1
                       PERFORM BUILD-BOARD
                   END-IF
                   MOVE SPACES TO SYSTEM-CMD
                   STRING "sleep " DELIMITED BY SIZE
                       FUNCTION TRIM(watch-disp) DELIMITED BY SIZE
                       INTO SYSTEM-CMD
                   END-STRING
                   CALL "SYSTEM" USING SYSTEM-CMD
                   END-CALL
               END-PERFORM
               STOP RUN
           END-IF

           PERFORM CHECK-FOR-CHANGES
           PERFORM BUILD-BOARD
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

           MOVE SPACES TO SIG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/menu-board-sig.tmp" DELIMITED BY SIZE
               INTO SIG-PATH
           END-STRING

           MOVE SPACES TO HEADER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/menu-board-header.tmp" DELIMITED BY SIZE
               INTO HEADER-PATH
           END-STRING

           MOVE SPACES TO env-room
           ACCEPT env-room FROM ENVIRONMENT "MENU_ROOM"
           MOVE SPACES TO env-board-dir
           ACCEPT env-board-dir FROM ENVIRONMENT "MENUBOARD_DIR"
           MOVE SPACES TO board-port
           ACCEPT board-port FROM ENVIRONMENT "MENU_PORT"
           MOVE SPACES TO once-flag
           ACCEPT once-flag FROM ENVIRONMENT "MENU_ONCE"
           MOVE SPACES TO watch-text
           ACCEPT watch-text FROM ENVIRONMENT "MENU_WATCH"
           MOVE 0 TO watch-secs
           IF FUNCTION TRIM(watch-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(watch-text) TO watch-secs
           END-IF
           .

      * READ-CONFIG-KEYS - Room, output directory, refresh interval
      * and the happy-hour window. Read again on every change check:
      * a new HHPCT= must reach the board without a restart.
       READ-CONFIG-KEYS.
           MOVE SPACES TO board-room
           MOVE SPACES TO board-dir
           MOVE 60 TO refresh-secs
           MOVE 0 TO hh-start
           MOVE 0 TO hh-end
           MOVE 0 TO hh-pct

           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS NOT = "35"
               PERFORM UNTIL READER-EOF = 1
                   READ READER-FILE
                       AT END
                           MOVE 1 TO READER-EOF
                       NOT AT END
                           PERFORM PARSE-CONFIG-LINE
                   END-READ
               END-PERFORM
               CLOSE READER-FILE
           END-IF

           IF FUNCTION TRIM(env-room) NOT = SPACES
               MOVE env-room TO board-room
           END-IF
           IF FUNCTION TRIM(env-board-dir) NOT = SPACES
               MOVE env-board-dir TO board-dir
           END-IF
           IF FUNCTION TRIM(board-dir) = SPACES
               STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/menu-board" DELIMITED BY SIZE
                   INTO board-dir
               END-STRING
           END-IF
           IF refresh-secs < 5
               MOVE 60 TO refresh-secs
           END-IF

           MOVE SPACES TO PAGE-PATH
           STRING FUNCTION TRIM(board-dir) DELIMITED BY SIZE
               "/menu.html" DELIMITED BY SIZE
               INTO PAGE-PATH
           END-STRING
           MOVE SPACES TO PAGE-TMP-PATH
           STRING FUNCTION TRIM(board-dir) DELIMITED BY SIZE
               "/menu.html.tmp" DELIMITED BY SIZE
               INTO PAGE-TMP-PATH
           END-STRING
           MOVE SPACES TO TEXT-PATH
           STRING FUNCTION TRIM(board-dir) DELIMITED BY SIZE
               "/menu.txt" DELIMITED BY SIZE
               INTO TEXT-PATH
           END-STRING
           MOVE SPACES TO TEXT-TMP-PATH
           STRING FUNCTION TRIM(board-dir) DELIMITED BY SIZE
               "/menu.txt.tmp" DELIMITED BY SIZE
               INTO TEXT-TMP-PATH
           END-STRING
           .

       PARSE-CONFIG-LINE.
           MOVE SPACES TO config-key
           MOVE SPACES TO config-value
           UNSTRING READER-LINE DELIMITED BY "="
               INTO config-key
                    config-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(config-key))
               TO config-key
           IF FUNCTION TRIM(config-value) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE config-key
               WHEN "ROOM"
                   MOVE FUNCTION TRIM(config-value) TO board-room
               WHEN "MENUBOARDDIR"
                   MOVE FUNCTION TRIM(config-value) TO board-dir
               WHEN "MENUREFRESH"
                   MOVE FUNCTION NUMVAL(config-value) TO refresh-secs
               WHEN "HHSTART"
                   MOVE FUNCTION NUMVAL(config-value) TO hh-start
               WHEN "HHEND"
                   MOVE FUNCTION NUMVAL(config-value) TO hh-end
               WHEN "HHPCT"
                   MOVE FUNCTION NUMVAL(config-value) TO hh-pct
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PREPARE-BOARD-DIR.
           MOVE SPACES TO SYSTEM-CMD
           STRING "mkdir -p '" DELIMITED BY SIZE
               FUNCTION TRIM(board-dir) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * CHECK-HAPPY-HOUR - Same window test as the kiosk's
      * inventory grid: HHSTART to HHEND (HHMM, same day), with an
      * HHPCT discount configured.
       CHECK-HAPPY-HOUR.
           MOVE 0 TO hh-active
           IF hh-pct > 0 AND hh-pct < 100 AND hh-start < hh-end
               MOVE FUNCTION CURRENT-DATE(9:4) TO hh-now
               IF hh-now >= hh-start AND hh-now < hh-end
                   MOVE 1 TO hh-active
               END-IF
           END-IF
           .

      * CHECK-FOR-CHANGES - board-changed 1 when any input file's
      * size or modification time moved, or happy hour opened or
      * closed, since the board was last built.
       CHECK-FOR-CHANGES.
           PERFORM READ-CONFIG-KEYS
           PERFORM CHECK-HAPPY-HOUR

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cd '" DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "' 2>/dev/null && ls -ln --full-time " DELIMITED BY SIZE
               "config.txt product-dict.txt categories.txt "
                   DELIMITED BY SIZE
               "assortments.txt clearance.txt stock.txt "
                   DELIMITED BY SIZE
               "room-stock.txt preorders.txt promos.txt "
                   DELIMITED BY SIZE
               "2>/dev/null | cksum > '" DELIMITED BY SIZE
               FUNCTION TRIM(SIG-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO new-sig
           MOVE SIG-PATH TO READER-PATH
           OPEN INPUT READER-FILE
           IF READER-STATUS NOT = "35"
               READ READER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE READER-LINE(1:40) TO new-sig
               END-READ
               CLOSE READER-FILE
           END-IF
           MOVE hh-active TO new-sig(48:1)

           MOVE 0 TO board-changed
           IF new-sig NOT = last-sig
               MOVE 1 TO board-changed
               MOVE new-sig TO last-sig
           END-IF
           .

      * BUILD-BOARD - Load everything fresh, work out each product's
      * live price and stock mark, then write both pages.
       BUILD-BOARD.
           PERFORM LOAD-CATEGORIES
           PERFORM LOAD-STOCK
           PERFORM LOAD-ROOM-STOCK
           PERFORM LOAD-PREORDER-HOLDS
           PERFORM LOAD-CLEARANCE
           PERFORM LOAD-ASSORTMENTS
           PERFORM LOAD-PROMOS
           PERFORM LOAD-BOARD-PRODUCTS
           IF brd-count = 0
               DISPLAY "No active products in product-dict.txt "
                   "for this room - the board is left as it was."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM COLLECT-SECTIONS

           MOVE FUNCTION CURRENT-DATE TO now-stamp
           MOVE SPACES TO stamp-text
           STRING now-stamp(1:4) "-" now-stamp(5:2) "-"
               now-stamp(7:2) " " now-stamp(9:2) ":"
               now-stamp(11:2) DELIMITED BY SIZE
               INTO stamp-text
           END-STRING
           MOVE SPACES TO title-text
           IF FUNCTION TRIM(board-room) = SPACES
               MOVE "Menu" TO title-text
           ELSE
               STRING "Menu - room " DELIMITED BY SIZE
                   FUNCTION TRIM(board-room) DELIMITED BY SIZE
                   INTO title-text
               END-STRING
           END-IF
           MOVE SPACES TO hh-end-text
           STRING hh-end(1:2) ":" hh-end(3:2) DELIMITED BY SIZE
               INTO hh-end-text
           END-STRING
           MOVE hh-pct TO hh-pct-disp

           PERFORM WRITE-HTML-PAGE
           PERFORM WRITE-TEXT-PAGE
           PERFORM PUBLISH-PAGES

           MOVE brd-count TO board-count-disp
           MOVE sold-out-count TO sold-out-disp
           DISPLAY stamp-text " board built: "
               FUNCTION TRIM(board-count-disp) " product(s), "
               FUNCTION TRIM(sold-out-disp) " sold out -> "
               FUNCTION TRIM(PAGE-PATH)
           .

       LOAD-CATEGORIES.
           MOVE 0 TO pcat-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/categories.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND pcat-count < 300
                           ADD 1 TO pcat-count
                           MOVE SPACES TO pcat-entry(pcat-count)
                           UNSTRING READER-LINE DELIMITED BY "="
                               INTO pcat-id(pcat-count)
                                    pcat-name(pcat-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(pcat-name(pcat-count)))
                               TO pcat-name(pcat-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       LOAD-STOCK.
           MOVE 0 TO stk-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND stk-count < 300
                           ADD 1 TO stk-count
                           MOVE SPACES TO stk-id(stk-count)
                           MOVE SPACES TO stk-qty-text
                           UNSTRING READER-LINE DELIMITED BY "="
                               INTO stk-id(stk-count)
                                    stk-qty-text
                           END-UNSTRING
                           MOVE 0 TO stk-qty(stk-count)
                           IF FUNCTION TRIM(stk-qty-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(stk-qty-text)
                                   TO stk-qty(stk-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       LOAD-ROOM-STOCK.
           MOVE 0 TO rms-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/room-stock.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND rms-count < 300
                           ADD 1 TO rms-count
                           MOVE SPACES TO rms-room(rms-count)
                           MOVE SPACES TO rms-id(rms-count)
                           MOVE SPACES TO stk-qty-text
                           UNSTRING READER-LINE DELIMITED BY X"09"
                               INTO rms-room(rms-count)
                                    rms-id(rms-count)
                                    stk-qty-text
                           END-UNSTRING
                           MOVE 0 TO rms-qty(rms-count)
                           IF FUNCTION TRIM(stk-qty-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(stk-qty-text)
                                   TO rms-qty(rms-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

      * LOAD-PREORDER-HOLDS - Sum the OPEN lines of preorders.txt
      * per product.
       LOAD-PREORDER-HOLDS.
           MOVE 0 TO hold-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/preorders.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           PERFORM ADD-PREORDER-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       ADD-PREORDER-HOLD.
           MOVE SPACES TO pre-fields
           UNSTRING READER-LINE DELIMITED BY X"09"
               INTO pre-f-id
                    pre-f-event
                    pre-f-who
                    pre-f-prod
                    pre-f-qty
                    pre-f-pay
                    pre-f-state
           END-UNSTRING
           IF FUNCTION TRIM(pre-f-state) NOT = "OPEN"
               OR FUNCTION TRIM(pre-f-qty) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               IF hold-id(hold-idx) = pre-f-prod
                   COMPUTE hold-qty(hold-idx) = hold-qty(hold-idx)
                       + FUNCTION NUMVAL(pre-f-qty)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF hold-count < 300
               ADD 1 TO hold-count
               MOVE pre-f-prod TO hold-id(hold-count)
               MOVE FUNCTION NUMVAL(pre-f-qty) TO hold-qty(hold-count)
           END-IF
           .

       LOAD-CLEARANCE.
           MOVE 0 TO clr-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/clearance.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND clr-count < 100
                           ADD 1 TO clr-count
                           MOVE SPACES TO clr-id(clr-count)
                           MOVE SPACES TO clr-pct-text
                           UNSTRING READER-LINE DELIMITED BY "="
                               INTO clr-id(clr-count)
                                    clr-pct-text
                           END-UNSTRING
                           MOVE 0 TO clr-pct(clr-count)
                           IF FUNCTION TRIM(clr-pct-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(clr-pct-text)
                                   TO clr-pct(clr-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       LOAD-ASSORTMENTS.
           MOVE 0 TO asr-count
           MOVE 0 TO asr-room-hits
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/assortments.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND asr-count < 200
                           PERFORM PARSE-ASSORTMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       PARSE-ASSORTMENT-LINE.
           MOVE SPACES TO asr-f1
           MOVE SPACES TO asr-f2
           MOVE SPACES TO asr-f3
           UNSTRING READER-LINE DELIMITED BY ":"
               INTO asr-f1
                    asr-f2
                    asr-f3
           END-UNSTRING
           IF FUNCTION TRIM(asr-f1) = SPACES
               OR FUNCTION TRIM(asr-f2) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO asr-count
           MOVE FUNCTION TRIM(asr-f1) TO asr-room(asr-count)
           MOVE FUNCTION TRIM(asr-f2) TO asr-prod(asr-count)
           MOVE 0 TO asr-price(asr-count)
           IF FUNCTION TRIM(asr-f3) NOT = SPACES
               AND FUNCTION TRIM(asr-f3) NUMERIC
               MOVE FUNCTION NUMVAL(asr-f3) TO asr-price(asr-count)
           END-IF
           IF FUNCTION TRIM(board-room) NOT = SPACES
               AND asr-room(asr-count) = board-room
               ADD 1 TO asr-room-hits
           END-IF
           .

       LOAD-PROMOS.
           MOVE 0 TO prm-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/promos.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       IF FUNCTION TRIM(READER-LINE) NOT = SPACES
                           AND READER-LINE(1:1) NOT = "#"
                           AND prm-count < 50
                           PERFORM PARSE-PROMO-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       PARSE-PROMO-LINE.
           MOVE SPACES TO prm-f1
           MOVE SPACES TO prm-f2
           MOVE SPACES TO prm-f3
           IF FUNCTION UPPER-CASE(READER-LINE(1:6)) = "MULTI:"
               UNSTRING READER-LINE(7:58) DELIMITED BY ":"
                   INTO prm-f1
                        prm-f2
                        prm-f3
               END-UNSTRING
               IF FUNCTION TRIM(prm-f2) NOT = SPACES
                   AND FUNCTION TRIM(prm-f3) NOT = SPACES
                   ADD 1 TO prm-count
                   MOVE "MULTI" TO prm-kind(prm-count)
                   MOVE FUNCTION TRIM(prm-f1) TO prm-id1(prm-count)
                   MOVE SPACES TO prm-id2(prm-count)
                   MOVE FUNCTION NUMVAL(prm-f2) TO prm-qty(prm-count)
                   MOVE FUNCTION NUMVAL(prm-f3) TO prm-pay(prm-count)
               END-IF
           END-IF
           IF FUNCTION UPPER-CASE(READER-LINE(1:6)) = "COMBO:"
               UNSTRING READER-LINE(7:58) DELIMITED BY ":"
                   INTO prm-f1
                        prm-f2
               END-UNSTRING
               IF FUNCTION TRIM(prm-f2) NOT = SPACES
                   ADD 1 TO prm-count
                   MOVE "COMBO" TO prm-kind(prm-count)
                   MOVE SPACES TO prm-id1(prm-count)
                   MOVE SPACES TO prm-id2(prm-count)
                   UNSTRING prm-f1 DELIMITED BY "+"
                       INTO prm-id1(prm-count)
                            prm-id2(prm-count)
                   END-UNSTRING
                   MOVE 1 TO prm-qty(prm-count)
                   MOVE FUNCTION NUMVAL(prm-f2) TO prm-pay(prm-count)
               END-IF
           END-IF
           .

      * LOAD-BOARD-PRODUCTS - Every active dictionary product, cut
      * down to the room's assortment when the room has one.
       LOAD-BOARD-PRODUCTS.
           MOVE 0 TO brd-count
           MOVE 0 TO sold-out-count
           MOVE 0 TO deal-count
           MOVE SPACES TO READER-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       PERFORM ADD-BOARD-PRODUCT
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       ADD-BOARD-PRODUCT.
           IF FUNCTION TRIM(READER-LINE) = SPACES
               OR READER-LINE(1:1) = "#"
               OR brd-count >= 300
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO dict-fields
           UNSTRING READER-LINE DELIMITED BY X"09"
               INTO dct-id
                    dct-name
                    dct-price
                    dct-active
                    dct-source
           END-UNSTRING
           IF FUNCTION TRIM(dct-id) = SPACES
               OR FUNCTION TRIM(dct-active) = "0"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO brd-count
           MOVE FUNCTION TRIM(dct-id) TO brd-id(brd-count)
           MOVE FUNCTION TRIM(dct-name) TO brd-name(brd-count)
           MOVE 0 TO brd-price(brd-count)
           IF FUNCTION TRIM(dct-price) NOT = SPACES
               MOVE FUNCTION NUMVAL(dct-price) TO brd-price(brd-count)
           END-IF

      *    A room with assortment lines sells only those products,
      *    at the room's own price where one is given.
           IF asr-room-hits > 0
               MOVE 0 TO asr-keep
               PERFORM VARYING asr-idx FROM 1 BY 1
                       UNTIL asr-idx > asr-count
                   IF asr-room(asr-idx) = board-room
                       AND asr-prod(asr-idx) = brd-id(brd-count)
                       MOVE 1 TO asr-keep
                       IF asr-price(asr-idx) > 0
                           MOVE asr-price(asr-idx)
                               TO brd-price(brd-count)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF asr-keep = 0
                   SUBTRACT 1 FROM brd-count
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "OTHER" TO brd-cat(brd-count)
           PERFORM VARYING pcat-idx FROM 1 BY 1
                   UNTIL pcat-idx > pcat-count
               IF FUNCTION TRIM(pcat-id(pcat-idx)) = brd-id(brd-count)
                   AND pcat-name(pcat-idx) NOT = SPACES
                   MOVE pcat-name(pcat-idx) TO brd-cat(brd-count)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM MARK-SOLD-OUT
           PERFORM SET-LIVE-PRICE
           .

      * MARK-SOLD-OUT - The kiosk grid's OUT rule: tracked stock
      * less open pre-orders at or below zero, or the room's own
      * shelf empty. Untracked products are never out.
       MARK-SOLD-OUT.
           MOVE 0 TO brd-out(brd-count)
           MOVE 0 TO hold-reserved
           PERFORM VARYING hold-idx FROM 1 BY 1
                   UNTIL hold-idx > hold-count
               IF FUNCTION TRIM(hold-id(hold-idx)) = brd-id(brd-count)
                   MOVE hold-qty(hold-idx) TO hold-reserved
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING stk-idx FROM 1 BY 1
                   UNTIL stk-idx > stk-count
               IF FUNCTION TRIM(stk-id(stk-idx)) = brd-id(brd-count)
                   IF stk-qty(stk-idx) - hold-reserved <= 0
                       MOVE 1 TO brd-out(brd-count)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(board-room) NOT = SPACES
               PERFORM VARYING rms-idx FROM 1 BY 1
                       UNTIL rms-idx > rms-count
                   IF FUNCTION TRIM(rms-room(rms-idx)) = board-room
                       AND FUNCTION TRIM(rms-id(rms-idx)) =
                           brd-id(brd-count)
                       IF rms-qty(rms-idx) <= 0
                           MOVE 1 TO brd-out(brd-count)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF brd-out(brd-count) = 1
               ADD 1 TO sold-out-count
           END-IF
           .

      * SET-LIVE-PRICE - Clearance beats happy hour, as on the
      * kiosk's grid.
       SET-LIVE-PRICE.
           MOVE brd-price(brd-count) TO brd-now(brd-count)
           MOVE SPACES TO brd-deal(brd-count)
           MOVE 0 TO brd-pct(brd-count)
           MOVE 0 TO clr-hit-pct
           PERFORM VARYING clr-idx FROM 1 BY 1
                   UNTIL clr-idx > clr-count
               IF FUNCTION TRIM(clr-id(clr-idx)) = brd-id(brd-count)
                   MOVE clr-pct(clr-idx) TO clr-hit-pct
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF clr-hit-pct > 0 AND clr-hit-pct < 100
               MOVE "CLEAR" TO brd-deal(brd-count)
               MOVE clr-hit-pct TO brd-pct(brd-count)
           ELSE
               IF hh-active = 1
                   MOVE "HAPPY" TO brd-deal(brd-count)
                   MOVE hh-pct TO brd-pct(brd-count)
               END-IF
           END-IF
           IF brd-pct(brd-count) > 0
               COMPUTE brd-now(brd-count) = brd-price(brd-count)
                   * (100 - brd-pct(brd-count)) / 100
               IF brd-out(brd-count) = 0
                   ADD 1 TO deal-count
               END-IF
           END-IF
           .

      * COLLECT-SECTIONS - One section per category on the board,
      * alphabetical, OTHER at the bottom.
       COLLECT-SECTIONS.
           MOVE 0 TO sec-count
           PERFORM VARYING brd-idx FROM 1 BY 1
                   UNTIL brd-idx > brd-count
               MOVE 0 TO sec-found
               PERFORM VARYING sec-idx FROM 1 BY 1
                       UNTIL sec-idx > sec-count
                   IF sec-name(sec-idx) = brd-cat(brd-idx)
                       MOVE 1 TO sec-found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF sec-found = 0 AND sec-count < 50
                   ADD 1 TO sec-count
                   MOVE brd-cat(brd-idx) TO sec-name(sec-count)
               END-IF
           END-PERFORM

           PERFORM VARYING sec-idx FROM 1 BY 1
                   UNTIL sec-idx >= sec-count
               PERFORM VARYING sec-idx2 FROM 1 BY 1
                       UNTIL sec-idx2 > sec-count - sec-idx
                   IF (sec-name(sec-idx2) = "OTHER"
                           OR sec-name(sec-idx2) >
                               sec-name(sec-idx2 + 1))
                       AND sec-name(sec-idx2 + 1) NOT = "OTHER"
                       MOVE sec-name(sec-idx2) TO sec-swap
                       MOVE sec-name(sec-idx2 + 1)
                           TO sec-name(sec-idx2)
                       MOVE sec-swap TO sec-name(sec-idx2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * FORMAT-PRICES - list-text and now-text for brd-idx, "15.00".
       FORMAT-PRICES.
           MOVE brd-price(brd-idx) TO money-ore
           COMPUTE money-kr = money-ore / 100
           MOVE money-kr TO money-edit
           MOVE SPACES TO list-text
           MOVE FUNCTION TRIM(money-edit) TO list-text
           MOVE brd-now(brd-idx) TO money-ore
           COMPUTE money-kr = money-ore / 100
           MOVE money-kr TO money-edit
           MOVE SPACES TO now-text
           MOVE FUNCTION TRIM(money-edit) TO now-text
           .

       ESCAPE-HTML.
           MOVE SPACES TO esc-out
           MOVE 1 TO esc-ptr
           MOVE FUNCTION LENGTH(FUNCTION TRIM(esc-in TRAILING))
               TO esc-len
           IF esc-in = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING esc-pos FROM 1 BY 1
                   UNTIL esc-pos > esc-len
               EVALUATE esc-in(esc-pos:1)
                   WHEN "&"
                       STRING "&amp;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-ptr
                       END-STRING
                   WHEN "<"
                       STRING "&lt;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-ptr
                       END-STRING
                   WHEN ">"
                       STRING "&gt;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-ptr
                       END-STRING
                   WHEN '"'
                       STRING "&quot;" DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-ptr
                       END-STRING
                   WHEN OTHER
                       STRING esc-in(esc-pos:1) DELIMITED BY SIZE
                           INTO esc-out WITH POINTER esc-ptr
                       END-STRING
               END-EVALUATE
           END-PERFORM
           .

       WRITE-HTML-PAGE.
           OPEN OUTPUT PAGE-FILE
           MOVE refresh-secs TO refresh-disp
           MOVE "<!DOCTYPE html>" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "<html><head><meta charset=""utf-8"">" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE SPACES TO PAGE-LINE
           STRING "<meta http-equiv=""refresh"" content="""
               DELIMITED BY SIZE
               FUNCTION TRIM(refresh-disp) DELIMITED BY SIZE
               """>" DELIMITED BY SIZE
               INTO PAGE-LINE
           END-STRING
           WRITE PAGE-LINE
           MOVE title-text TO esc-in
           PERFORM ESCAPE-HTML
           MOVE SPACES TO PAGE-LINE
           STRING "<title>" DELIMITED BY SIZE
               FUNCTION TRIM(esc-out) DELIMITED BY SIZE
               "</title>" DELIMITED BY SIZE
               INTO PAGE-LINE
           END-STRING
           WRITE PAGE-LINE
           MOVE "<style>" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "body{background:#111;color:#eee;margin:2vw;"
               TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "font-family:sans-serif;font-size:2.4vw}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "h1{font-size:4vw;margin:0 0 1vw 0}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "h2{color:#fc3;border-bottom:2px solid #444;"
               TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "margin:2vw 0 .5vw 0}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "table{width:100%;border-collapse:collapse}"
               TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "td{padding:.2vw 0}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "td.p{text-align:right;white-space:nowrap}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "tr.out td{color:#777}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "tr.out td.p{color:#e44;font-weight:bold}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "tr.deal td.p{color:#6e6;font-weight:bold}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "s{color:#999;font-weight:normal}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE ".tag{font-size:60%;color:#111;background:#6e6;"
               TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "padding:0 .4vw}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE ".hh{background:#fc3;color:#111;padding:.5vw;"
               TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "font-weight:bold}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE ".upd{color:#777;font-size:60%}" TO PAGE-LINE
           WRITE PAGE-LINE
           MOVE "</style></head><body>" TO PAGE-LINE
           WRITE PAGE-LINE

           MOVE SPACES TO PAGE-LINE
           STRING "<h1>" DELIMITED BY SIZE
               FUNCTION TRIM(esc-out) DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
               INTO PAGE-LINE
           END-STRING
           WRITE PAGE-LINE
           IF hh-active = 1
               MOVE SPACES TO PAGE-LINE
               STRING "<p class=""hh"">Happy hour until "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(hh-end-text) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(hh-pct-disp) DELIMITED BY SIZE
                   "% off</p>" DELIMITED BY SIZE
                   INTO PAGE-LINE
               END-STRING
               WRITE PAGE-LINE
           END-IF

           PERFORM VARYING sec-idx FROM 1 BY 1
                   UNTIL sec-idx > sec-count
               MOVE sec-name(sec-idx) TO esc-in
               PERFORM ESCAPE-HTML
               MOVE SPACES TO PAGE-LINE
               STRING "<h2>" DELIMITED BY SIZE
                   FUNCTION TRIM(esc-out) DELIMITED BY SIZE
                   "</h2><table>" DELIMITED BY SIZE
                   INTO PAGE-LINE
               END-STRING
               WRITE PAGE-LINE
               PERFORM VARYING brd-idx FROM 1 BY 1
                       UNTIL brd-idx > brd-count
                   IF brd-cat(brd-idx) = sec-name(sec-idx)
                       PERFORM WRITE-HTML-ROW
                   END-IF
               END-PERFORM
               MOVE "</table>" TO PAGE-LINE
               WRITE PAGE-LINE
           END-PERFORM

           MOVE 0 TO prm-shown
           PERFORM VARYING prm-idx FROM 1 BY 1
                   UNTIL prm-idx > prm-count
               PERFORM DESCRIBE-PROMO
               IF prm-words NOT = SPACES
                   IF prm-shown = 0
                       MOVE "<h2>Offers</h2><ul>" TO PAGE-LINE
                       WRITE PAGE-LINE
                   END-IF
                   ADD 1 TO prm-shown
                   MOVE prm-words TO esc-in
                   PERFORM ESCAPE-HTML
                   MOVE SPACES TO PAGE-LINE
                   STRING "<li>" DELIMITED BY SIZE
                       FUNCTION TRIM(esc-out) DELIMITED BY SIZE
                       "</li>" DELIMITED BY SIZE
                       INTO PAGE-LINE
                   END-STRING
                   WRITE PAGE-LINE
               END-IF
           END-PERFORM
           IF prm-shown > 0
               MOVE "</ul>" TO PAGE-LINE
               WRITE PAGE-LINE
           END-IF

           MOVE SPACES TO PAGE-LINE
           STRING "<p class=""upd"">Updated " DELIMITED BY SIZE
               FUNCTION TRIM(stamp-text) DELIMITED BY SIZE
               "</p>" DELIMITED BY SIZE
               INTO PAGE-LINE
           END-STRING
           WRITE PAGE-LINE
           MOVE "</body></html>" TO PAGE-LINE
           WRITE PAGE-LINE
           CLOSE PAGE-FILE
           .

       WRITE-HTML-ROW.
           PERFORM FORMAT-PRICES
           MOVE SPACES TO row-class
           MOVE SPACES TO row-tag
           MOVE SPACES TO price-cell
           IF brd-out(brd-idx) = 1
               MOVE " class=""out""" TO row-class
               MOVE "SOLD OUT" TO price-cell
           ELSE
               IF brd-deal(brd-idx) = SPACES
                   STRING FUNCTION TRIM(now-text) DELIMITED BY SIZE
                       " kr" DELIMITED BY SIZE
                       INTO price-cell
                   END-STRING
               ELSE
                   MOVE " class=""deal""" TO row-class
                   STRING "<s>" DELIMITED BY SIZE
                       FUNCTION TRIM(list-text) DELIMITED BY SIZE
                       "</s> " DELIMITED BY SIZE
                       FUNCTION TRIM(now-text) DELIMITED BY SIZE
                       " kr" DELIMITED BY SIZE
                       INTO price-cell
                   END-STRING
                   IF brd-deal(brd-idx) = "CLEAR"
                       MOVE " <span class=""tag"">clearance</span>"
                           TO row-tag
                   ELSE
                       MOVE " <span class=""tag"">happy hour</span>"
                           TO row-tag
                   END-IF
               END-IF
           END-IF
           MOVE brd-name(brd-idx) TO esc-in
           PERFORM ESCAPE-HTML
           MOVE SPACES TO PAGE-LINE
           STRING "<tr" DELIMITED BY SIZE
               FUNCTION TRIM(row-class TRAILING) DELIMITED BY SIZE
               "><td>" DELIMITED BY SIZE
               FUNCTION TRIM(esc-out) DELIMITED BY SIZE
               FUNCTION TRIM(row-tag TRAILING) DELIMITED BY SIZE
               "</td><td class=""p"">" DELIMITED BY SIZE
               FUNCTION TRIM(price-cell) DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO PAGE-LINE
           END-STRING
           WRITE PAGE-LINE
           .

      * DESCRIBE-PROMO - prm-words, the rule at prm-idx in plain
      * words; blank when a product it needs is not on the board.
       DESCRIBE-PROMO.
           MOVE SPACES TO prm-words
           MOVE SPACES TO prm-name1
           MOVE SPACES TO prm-name2
           PERFORM VARYING brd-hit-idx FROM 1 BY 1
                   UNTIL brd-hit-idx > brd-count
               IF brd-id(brd-hit-idx) = prm-id1(prm-idx)
                   MOVE brd-name(brd-hit-idx) TO prm-name1
               END-IF
               IF prm-id2(prm-idx) NOT = SPACES
                   AND brd-id(brd-hit-idx) = prm-id2(prm-idx)
                   MOVE brd-name(brd-hit-idx) TO prm-name2
               END-IF
           END-PERFORM
           IF prm-name1 = SPACES
               EXIT PARAGRAPH
           END-IF

           IF prm-kind(prm-idx) = "MULTI"
               IF prm-pay(prm-idx) < prm-qty(prm-idx)
                   AND prm-pay(prm-idx) > 0
      *            MULTI:<id>:3:2 - pay for 2 of every 3.
                   MOVE prm-qty(prm-idx) TO prm-qty-disp
                   STRING FUNCTION TRIM(prm-qty-disp)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(prm-name1) DELIMITED BY SIZE
                       " for the price of " DELIMITED BY SIZE
                       INTO prm-words
                   END-STRING
                   MOVE prm-pay(prm-idx) TO prm-qty-disp
                   STRING FUNCTION TRIM(prm-words) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(prm-qty-disp) DELIMITED BY SIZE
                       INTO prm-words
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF prm-name2 = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE money-kr = prm-pay(prm-idx) / 100
           MOVE money-kr TO money-edit
           STRING FUNCTION TRIM(prm-name1) DELIMITED BY SIZE
               " and " DELIMITED BY SIZE
               FUNCTION TRIM(prm-name2) DELIMITED BY SIZE
               " together for " DELIMITED BY SIZE
               FUNCTION TRIM(money-edit) DELIMITED BY SIZE
               " kr" DELIMITED BY SIZE
               INTO prm-words
           END-STRING
           .

      * WRITE-TEXT-PAGE - The same board as fixed-width text, for a
      * screen that cannot show HTML or a quick look over ssh.
       WRITE-TEXT-PAGE.
           OPEN OUTPUT TEXT-FILE
           MOVE SPACES TO TEXT-LINE
           STRING FUNCTION UPPER-CASE(FUNCTION TRIM(title-text))
                   DELIMITED BY SIZE
               "   (updated " DELIMITED BY SIZE
               FUNCTION TRIM(stamp-text) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO TEXT-LINE
           END-STRING
           WRITE TEXT-LINE
           MOVE ALL "=" TO TEXT-LINE(1:60)
           WRITE TEXT-LINE
           IF hh-active = 1
               MOVE SPACES TO TEXT-LINE
               STRING "*** HAPPY HOUR until " DELIMITED BY SIZE
                   FUNCTION TRIM(hh-end-text) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(hh-pct-disp) DELIMITED BY SIZE
                   "% off ***" DELIMITED BY SIZE
                   INTO TEXT-LINE
               END-STRING
               WRITE TEXT-LINE
           END-IF

           PERFORM VARYING sec-idx FROM 1 BY 1
                   UNTIL sec-idx > sec-count
               MOVE SPACES TO TEXT-LINE
               WRITE TEXT-LINE
               MOVE sec-name(sec-idx) TO TEXT-LINE
               WRITE TEXT-LINE
               PERFORM VARYING brd-idx FROM 1 BY 1
                       UNTIL brd-idx > brd-count
                   IF brd-cat(brd-idx) = sec-name(sec-idx)
                       PERFORM WRITE-TEXT-ROW
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO prm-shown
           PERFORM VARYING prm-idx FROM 1 BY 1
                   UNTIL prm-idx > prm-count
               PERFORM DESCRIBE-PROMO
               IF prm-words NOT = SPACES
                   IF prm-shown = 0
                       MOVE SPACES TO TEXT-LINE
                       WRITE TEXT-LINE
                       MOVE "OFFERS" TO TEXT-LINE
                       WRITE TEXT-LINE
                   END-IF
                   ADD 1 TO prm-shown
                   MOVE SPACES TO TEXT-LINE
                   STRING "  * " DELIMITED BY SIZE
                       FUNCTION TRIM(prm-words) DELIMITED BY SIZE
                       INTO TEXT-LINE
                   END-STRING
                   WRITE TEXT-LINE
               END-IF
           END-PERFORM
           CLOSE TEXT-FILE
           .

      * WRITE-TEXT-ROW - "  Name ........ 15.00 kr", the price
      * column starting at 40.
       WRITE-TEXT-ROW.
           PERFORM FORMAT-PRICES
           MOVE SPACES TO price-words
           IF brd-out(brd-idx) = 1
               MOVE "SOLD OUT" TO price-words
           ELSE
               IF brd-deal(brd-idx) = SPACES
                   STRING FUNCTION TRIM(now-text) DELIMITED BY SIZE
                       " kr" DELIMITED BY SIZE
                       INTO price-words
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(now-text) DELIMITED BY SIZE
                       " kr (was " DELIMITED BY SIZE
                       FUNCTION TRIM(list-text) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       INTO price-words
                   END-STRING
                   IF brd-deal(brd-idx) = "CLEAR"
                       STRING FUNCTION TRIM(price-words)
                               DELIMITED BY SIZE
                           " clearance)" DELIMITED BY SIZE
                           INTO price-words
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(price-words)
                               DELIMITED BY SIZE
                           " happy hour)" DELIMITED BY SIZE
                           INTO price-words
                       END-STRING
                   END-IF
               END-IF
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(brd-name(brd-idx)))
               TO name-width
           IF brd-name(brd-idx) = SPACES
               MOVE 1 TO name-width
           END-IF
           IF name-width > 34
               MOVE 34 TO name-width
           END-IF
           COMPUTE dot-count = 36 - name-width
           MOVE SPACES TO TEXT-LINE
           STRING "  " DELIMITED BY SIZE
               brd-name(brd-idx)(1:name-width) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               dot-line(1:dot-count) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(price-words) DELIMITED BY SIZE
               INTO TEXT-LINE
           END-STRING
           WRITE TEXT-LINE
           .

      * PUBLISH-PAGES - Rename the finished pages over the live
      * ones; a browser reloading mid-build still gets a whole page.
       PUBLISH-PAGES.
           MOVE SPACES TO SYSTEM-CMD
           STRING "mv -f '" DELIMITED BY SIZE
               FUNCTION TRIM(PAGE-TMP-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(PAGE-PATH) DELIMITED BY SIZE
               "' && mv -f '" DELIMITED BY SIZE
               FUNCTION TRIM(TEXT-TMP-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(TEXT-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * SERVE-ONE-REQUEST - One connection gets the current page,
      * whatever path it asked for; the request itself is drained
      * to /dev/null. The same nc STATUS-SERVE uses.
       SERVE-ONE-REQUEST.
           OPEN OUTPUT HEADER-FILE
           MOVE "HTTP/1.0 200 OK" TO HEADER-LINE
           WRITE HEADER-LINE
           MOVE "Content-Type: text/html; charset=utf-8"
               TO HEADER-LINE
           WRITE HEADER-LINE
           MOVE "Cache-Control: no-cache" TO HEADER-LINE
           WRITE HEADER-LINE
           MOVE "Connection: close" TO HEADER-LINE
           WRITE HEADER-LINE
           MOVE SPACES TO HEADER-LINE
           WRITE HEADER-LINE
           CLOSE HEADER-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cat '" DELIMITED BY SIZE
               FUNCTION TRIM(HEADER-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(PAGE-PATH) DELIMITED BY SIZE
               "' 2>/dev/null | nc -l -p " DELIMITED BY SIZE
               FUNCTION TRIM(board-port) DELIMITED BY SIZE
               " > /dev/null 2>&1" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       END PROGRAM MENU-BOARD.
