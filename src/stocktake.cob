      *     <TAB>reason"), which SETTLEMENT-REPORT totals as its
      *     shrinkage line - so losses stop hiding inside "stock was
      *     wrong".
      *
      *     STOCKTAKE_ROOM names a room that keeps its own shelf
      *     (room-stock.txt, kept by the kiosk's room transfers): the
      *     session then counts that room's rows only, commits them
      *     to room-stock.txt and moves stock.txt (the kiosk total)
      *     by the same variance. Without it the session counts the
      *     main store - the system figure is stock.txt less every
      *     room shelf and every transfer still in transit, and the
      *     committed total puts those back on top of the count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE.
               ASSIGN TO SHRINK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRINK-STATUS.
           SELECT ROOM-STOCK-FILE
               ASSIGN TO ROOM-STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STOCK-STATUS.
           SELECT XFER-FILE
               ASSIGN TO XFER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 STOCK-LINE           PIC X(64).
       FD  SHRINK-FILE.
        01 SHRINK-LINE          PIC X(100).
       FD  ROOM-STOCK-FILE.
        01 ROOM-STOCK-LINE      PIC X(64).
       FD  XFER-FILE.
        01 XFER-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 SHRINK-PATH           PIC X(256).
       01 SHRINK-STATUS         PIC XX.
       01 ROOM-STOCK-PATH       PIC X(256).
       01 ROOM-STOCK-STATUS     PIC XX.
       01 ROOM-STOCK-EOF        PIC 9 VALUE 0.
       01 XFER-PATH             PIC X(256).
       01 XFER-STATUS           PIC XX.
       01 XFER-EOF              PIC 9 VALUE 0.
       01 COUNT-ROOM            PIC X(8).
       01 SYSTEM-CMD            PIC X(600).
       01 REAL-PATH             PIC X(256).
       01 TMP-PATH              PIC X(256).

       01 lock-work.
           05 lock-name         PIC X(16).
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.
       01 fs-idx                PIC 9(3) COMP-5.
       01 fs-hit                PIC 9.

      * room-shelves - room-stock.txt ("room<TAB>prodid<TAB>qty");
      * loaded at session open to net the main store, and again at
      * commit - under the "room-stock" lock for a room count,
      * under the "stock" lock for a main-store count.
       01 room-shelves.
           05 rs-count          PIC 9(3) COMP-5 VALUE 0.
           05 rs-entry OCCURS 300 TIMES.
               10 rs-room       PIC X(8).
               10 rs-prod-id    PIC X(10).
               10 rs-qty        PIC S9(6) COMP-5.
       01 rs-idx                PIC 9(3) COMP-5.

      * transit-work - the SENT lines of stock-transfers.txt
      * ("xferid<TAB>state<TAB>from<TAB>to<TAB>prodid<TAB>sent..."):
      * goods on their way between rooms, on no shelf.
       01 transit-work.
           05 xf-id             PIC X(16).
           05 xf-state          PIC X(8).
           05 xf-from           PIC X(8).
           05 xf-to             PIC X(8).
           05 xf-prod-id        PIC X(10).
           05 xf-sent-text      PIC X(16).

       01 count-session.
           05 cs-count          PIC 9(3) COMP-5 VALUE 0.
           05 cs-entry OCCURS 200 TIMES.
               10 cs-counted    PIC S9(6) COMP-5.
               10 cs-was-keyed  PIC 9.
               10 cs-reason     PIC X(1).
      *        Main-store count only: the room shelves plus goods in
      *        transit, which the committed total adds back - as they
      *        stand at commit, not at session open.
               10 cs-held-qty   PIC S9(6) COMP-5.
       01 cs-idx                PIC 9(3) COMP-5.

       01 input-text            PIC X(16).
       01 confirm-input         PIC X(1).
       01 display-qty           PIC -(5)9.
       01 display-qty2          PIC -(5)9.
       01 new-qty               PIC S9(6) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-STOCK-FILE
           PERFORM LOAD-ROOM-SHELVES
           IF COUNT-ROOM = SPACES
               PERFORM NET-MAIN-STORE
           ELSE
               PERFORM SELECT-ROOM-SHELF
           END-IF
           IF cs-count = 0
               IF COUNT-ROOM = SPACES
                   DISPLAY "No tracked products in stock.txt - "
                       "nothing to count."
               ELSE
                   DISPLAY "Room " FUNCTION TRIM(COUNT-ROOM)
                       " keeps no shelf of its own - nothing to "
                       "count."
               END-IF
               STOP RUN
           END-IF
           PERFORM KEY-BLIND-COUNTS
                   DELIMITED BY SIZE
               INTO SHRINK-PATH
           END-STRING

           MOVE SPACES TO ROOM-STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/room-stock.txt" DELIMITED BY SIZE
               INTO ROOM-STOCK-PATH
           END-STRING

           MOVE SPACES TO XFER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock-transfers.txt" DELIMITED BY SIZE
               INTO XFER-PATH
           END-STRING

           MOVE SPACES TO COUNT-ROOM
           ACCEPT COUNT-ROOM FROM ENVIRONMENT "STOCKTAKE_ROOM"
           MOVE FUNCTION TRIM(COUNT-ROOM) TO COUNT-ROOM
           IF COUNT-ROOM = "-"
               MOVE SPACES TO COUNT-ROOM
           END-IF
           IF COUNT-ROOM = SPACES
               DISPLAY "Counting: main store"
           ELSE
               DISPLAY "Counting: room " FUNCTION TRIM(COUNT-ROOM)
           END-IF
           .

       LOAD-STOCK-FILE.
                           MOVE 0 TO cs-counted(cs-count)
                           MOVE 0 TO cs-was-keyed(cs-count)
                           MOVE SPACE TO cs-reason(cs-count)
                           MOVE 0 TO cs-held-qty(cs-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

      * LOAD-ROOM-SHELVES - room-stock.txt into rs-entry; no file
      * means no room keeps a shelf and the main store is all of
      * stock.txt.
       LOAD-ROOM-SHELVES.
           MOVE 0 TO rs-count
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
                       IF FUNCTION TRIM(ROOM-STOCK-LINE) NOT = SPACES
                           AND ROOM-STOCK-LINE(1:1) NOT = "#"
                           AND rs-count < 300
                           ADD 1 TO rs-count
                           MOVE SPACES TO stock-qty-text
                           UNSTRING ROOM-STOCK-LINE DELIMITED BY X"09"
                               INTO rs-room(rs-count)
                                    rs-prod-id(rs-count)
                                    stock-qty-text
                           END-UNSTRING
                           MOVE 0 TO rs-qty(rs-count)
                           IF FUNCTION TRIM(stock-qty-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(stock-qty-text)
                                   TO rs-qty(rs-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-STOCK-FILE
           .

      * NET-MAIN-STORE - Take every room shelf and every transfer
      * still in transit off the stock.txt figure, leaving what the
      * main store itself should hold.
       NET-MAIN-STORE.
           PERFORM SUM-HELD-QTY
           PERFORM VARYING cs-idx FROM 1 BY 1 UNTIL cs-idx > cs-count
               SUBTRACT cs-held-qty(cs-idx)
                   FROM cs-system-qty(cs-idx)
           END-PERFORM
           .

      * SUM-HELD-QTY - cs-held-qty per product: the loaded room
      * shelves plus the SENT lines of stock-transfers.txt.
       SUM-HELD-QTY.
           PERFORM VARYING cs-idx FROM 1 BY 1 UNTIL cs-idx > cs-count
               MOVE 0 TO cs-held-qty(cs-idx)
           END-PERFORM
           PERFORM VARYING rs-idx FROM 1 BY 1 UNTIL rs-idx > rs-count
               PERFORM VARYING cs-idx FROM 1 BY 1
                       UNTIL cs-idx > cs-count
                   IF FUNCTION TRIM(cs-prod-id(cs-idx)) =
                           FUNCTION TRIM(rs-prod-id(rs-idx))
                       ADD rs-qty(rs-idx) TO cs-held-qty(cs-idx)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO XFER-EOF
           OPEN INPUT XFER-FILE
           IF XFER-STATUS NOT = "35"
               PERFORM UNTIL XFER-EOF = 1
                   READ XFER-FILE
                       AT END
                           MOVE 1 TO XFER-EOF
                       NOT AT END
                           PERFORM NOTE-IN-TRANSIT
                   END-READ
               END-PERFORM
               CLOSE XFER-FILE
           END-IF
           .

       NOTE-IN-TRANSIT.
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
           PERFORM VARYING cs-idx FROM 1 BY 1 UNTIL cs-idx > cs-count
               IF FUNCTION TRIM(cs-prod-id(cs-idx)) =
                       FUNCTION TRIM(xf-prod-id)
                   ADD FUNCTION NUMVAL(xf-sent-text)
                       TO cs-held-qty(cs-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * SELECT-ROOM-SHELF - For a room count the session is that
      * room's shelf rows instead of stock.txt.
       SELECT-ROOM-SHELF.
           MOVE 0 TO cs-count
           PERFORM VARYING rs-idx FROM 1 BY 1 UNTIL rs-idx > rs-count
               IF FUNCTION TRIM(rs-room(rs-idx)) = COUNT-ROOM
                   AND cs-count < 200
                   ADD 1 TO cs-count
                   MOVE rs-prod-id(rs-idx) TO cs-prod-id(cs-count)
                   MOVE rs-qty(rs-idx) TO cs-system-qty(cs-count)
                   MOVE 0 TO cs-counted(cs-count)
                   MOVE 0 TO cs-was-keyed(cs-count)
                   MOVE SPACE TO cs-reason(cs-count)
                   MOVE 0 TO cs-held-qty(cs-count)
               END-IF
           END-PERFORM
           .

      * KEY-BLIND-COUNTS - One prompt per tracked product; the
      * system quantity is deliberately NOT shown, so the counter
      * counts the fridge, not the expectation. Blank skips a

           PERFORM WRITE-SHRINKAGE-LINES
           PERFORM SAVE-STOCK-FILE
           IF COUNT-ROOM NOT = SPACES
               PERFORM SAVE-ROOM-SHELF
           END-IF
           DISPLAY "Counts committed; variances appended to "
               FUNCTION TRIM(SHRINK-PATH)
           .
      * lock and only the keyed rows are overwritten - an unkeyed
      * product keeps the live quantity instead of being rolled
      * back to the session-open copy. The switch is temp then mv.
      * A main-store count puts the room shelves and goods in
      * transit back on top of the counted figure - re-read here,
      * since a room sale, transfer or receipt during the session
      * moves them (the kiosk writes both files by temp then mv, so
      * a read is always a whole file); a room count moves the live
      * total by the room's variance.
       SAVE-STOCK-FILE.
           MOVE "stock" TO lock-name
           PERFORM ACQUIRE-STOCK-LOCK
           PERFORM LOAD-FRESH-STOCK
           IF COUNT-ROOM = SPACES
               PERFORM LOAD-ROOM-SHELVES
               PERFORM SUM-HELD-QTY
           END-IF
           MOVE STOCK-PATH TO REAL-PATH
           MOVE SPACES TO TMP-PATH
           STRING
                   IF cs-was-keyed(cs-idx) = 1
                       AND FUNCTION TRIM(cs-prod-id(cs-idx)) =
                           FUNCTION TRIM(fs-id(fs-idx))
                       IF COUNT-ROOM = SPACES
                           COMPUTE new-qty = cs-counted(cs-idx)
                               + cs-held-qty(cs-idx)
                       ELSE
                           COMPUTE new-qty = fs-qty(fs-idx)
                               + cs-counted(cs-idx)
                               - cs-system-qty(cs-idx)
                       END-IF
                       MOVE new-qty TO display-qty
                       EXIT PERFORM
                   END-IF
               END-PERFORM
                       END-IF
                   END-PERFORM
                   IF fs-hit = 0
                       COMPUTE new-qty = cs-counted(cs-idx)
                           + cs-held-qty(cs-idx)
                       MOVE new-qty TO display-qty
                       MOVE SPACES TO STOCK-LINE
                       STRING
                           FUNCTION TRIM(cs-prod-id(cs-idx))
           PERFORM RELEASE-STOCK-LOCK
           .

      * SAVE-ROOM-SHELF - Re-read room-stock.txt inside the held
      * "room-stock" lock (the kiosk keeps selling off the shelf
      * while the count runs) and overwrite only the counted room's
      * keyed rows; temp then mv, as for stock.txt.
       SAVE-ROOM-SHELF.
           MOVE "room-stock" TO lock-name
           PERFORM ACQUIRE-STOCK-LOCK
           PERFORM LOAD-ROOM-SHELVES
           MOVE ROOM-STOCK-PATH TO REAL-PATH
           MOVE SPACES TO TMP-PATH
           STRING
               FUNCTION TRIM(ROOM-STOCK-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO TMP-PATH
           END-STRING
           MOVE TMP-PATH TO ROOM-STOCK-PATH
           OPEN OUTPUT ROOM-STOCK-FILE
           PERFORM VARYING rs-idx FROM 1 BY 1 UNTIL rs-idx > rs-count
               MOVE rs-qty(rs-idx) TO display-qty
               IF FUNCTION TRIM(rs-room(rs-idx)) = COUNT-ROOM
                   PERFORM VARYING cs-idx FROM 1 BY 1
                           UNTIL cs-idx > cs-count
                       IF cs-was-keyed(cs-idx) = 1
                           AND FUNCTION TRIM(cs-prod-id(cs-idx)) =
                               FUNCTION TRIM(rs-prod-id(rs-idx))
                           MOVE cs-counted(cs-idx) TO display-qty
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO ROOM-STOCK-LINE
               STRING
                   FUNCTION TRIM(rs-room(rs-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rs-prod-id(rs-idx))
                       DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(display-qty) DELIMITED BY SIZE
                   INTO ROOM-STOCK-LINE
               END-STRING
               WRITE ROOM-STOCK-LINE
           END-PERFORM
           CLOSE ROOM-STOCK-FILE
           MOVE REAL-PATH TO ROOM-STOCK-PATH
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f " DELIMITED BY SIZE
               FUNCTION TRIM(TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ROOM-STOCK-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           PERFORM RELEASE-STOCK-LOCK
           .

      * LOAD-FRESH-STOCK - stock.txt as it stands right now, read
      * under the held lock for the commit merge.
       LOAD-FRESH-STOCK.
           .

      * ACQUIRE-STOCK-LOCK / RELEASE-STOCK-LOCK - the same
      * cooperative locks/<lock-name>.lock directory the TUI's
      * SAVE-STOCK-FILE ("stock") and room transfers ("room-stock")
      * take, bounded wait then loud break.
       ACQUIRE-STOCK-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/" DELIMITED BY SIZE
                   FUNCTION TRIM(lock-name) DELIMITED BY SIZE
                   ".lock 2>/dev/null" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-IF
           END-PERFORM
           IF lock-ok = 0
               DISPLAY "Breaking stale " FUNCTION TRIM(lock-name)
                   " lock."
               PERFORM RELEASE-STOCK-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/" DELIMITED BY SIZE
                   FUNCTION TRIM(lock-name) DELIMITED BY SIZE
                   ".lock 2>/dev/null" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/" DELIMITED BY SIZE
               FUNCTION TRIM(lock-name) DELIMITED BY SIZE
               ".lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
