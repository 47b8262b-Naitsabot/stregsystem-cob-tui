      ******************************************************************
      * Author: Naitsabot
      * Purpose: Close-of-shift checklist - which items get missed
      * Description:
      *     Closing a shift walks the room's checklist (TUI,
      *     ADMIN-CLOSE-SHIFT) and every answer lands in
      *     shift-checklist.log, one line per item: shift, ts, room,
      *     item number, kind, M or O, PASS / SKIP / FAIL, the
      *     operator who closed and the item text. A SKIP is a
      *     manual tick answered no; a FAIL is a system check
      *     (drawer count, open tabs, print spool, offline queue)
      *     that did not hold when the shift closed.
      *
      *     This report ranks the items for CHECKLIST_MONTH (YYYYMM,
      *     default this month; ALL for the whole log) by how often
      *     they were missed, so the bar committee can see which
      *     chores are being skipped and where. CHECKLIST_ROOM keeps
      *     to one room. The shifts closed over an unfinished list
      *     (OVERRIDE in shifts.log) are listed with who signed
      *     them off and why. Output goes to
      *     exports/checklist-YYYYMM.txt (checklist-ALL.txt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKLIST-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST-LOG-FILE
               ASSIGN TO CHECKLIST-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKLIST-LOG-STATUS.
           SELECT SHIFTS-FILE
               ASSIGN TO SHIFTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFTS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKLIST-LOG-FILE.
        01 CHECKLIST-LOG-LINE   PIC X(256).
       FD  SHIFTS-FILE.
        01 SHIFTS-LINE          PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 CHECKLIST-LOG-PATH    PIC X(256).
       01 CHECKLIST-LOG-STATUS  PIC XX.
       01 CHECKLIST-LOG-EOF     PIC 9 VALUE 0.
       01 SHIFTS-PATH           PIC X(256).
       01 SHIFTS-STATUS         PIC XX.
       01 SHIFTS-EOF            PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

       01 report-month          PIC X(6).
       01 report-room           PIC X(8).

      * items - one row per room + item text; an item renamed in the
      * checklist file starts a new row.
       01 items.
           05 itm-count         PIC 9(4) COMP-5 VALUE 0.
           05 itm-entry OCCURS 500 TIMES.
               10 itm-room      PIC X(8).
               10 itm-text      PIC X(60).
               10 itm-kind      PIC X(8).
               10 itm-mand      PIC X(1).
               10 itm-asked     PIC 9(5) COMP-5.
               10 itm-skip      PIC 9(5) COMP-5.
               10 itm-fail      PIC 9(5) COMP-5.
               10 itm-ranked    PIC 9.
           05 itm-idx           PIC 9(4) COMP-5.
           05 itm-found         PIC 9(4) COMP-5.
           05 itm-best          PIC 9(4) COMP-5.
           05 itm-rank          PIC 9(4) COMP-5.

       01 checklist-fields.
           05 clf-shift         PIC X(13).
           05 clf-ts            PIC X(15).
           05 clf-room          PIC X(8).
           05 clf-seq           PIC X(3).
           05 clf-kind          PIC X(8).
           05 clf-mand          PIC X(1).
           05 clf-result        PIC X(4).
           05 clf-oper          PIC X(32).
           05 clf-text          PIC X(60).

       01 shift-fields.
           05 shf-id            PIC X(13).
           05 shf-oper          PIC X(32).
           05 shf-start         PIC X(15).
           05 shf-end           PIC X(15).
           05 shf-room          PIC X(8).
           05 shf-outcome       PIC X(8).
           05 shf-answers       PIC X(20).
           05 shf-over-by       PIC X(32).
           05 shf-reason        PIC X(60).

      * overrides - shifts closed over an unfinished checklist.
       01 overrides.
           05 ovr-count         PIC 9(4) COMP-5 VALUE 0.
           05 ovr-entry OCCURS 200 TIMES.
               10 ovr-shift     PIC X(13).
               10 ovr-room      PIC X(8).
               10 ovr-by        PIC X(32).
               10 ovr-reason    PIC X(60).
           05 ovr-idx           PIC 9(4) COMP-5.

       01 counters.
           05 shift-count       PIC 9(5) COMP-5 VALUE 0.
           05 answer-count      PIC 9(5) COMP-5 VALUE 0.
           05 missed-count      PIC 9(5) COMP-5 VALUE 0.
           05 pass-closes       PIC 9(5) COMP-5 VALUE 0.
           05 line-pos          PIC 9(3) COMP-5.

       01 display-count         PIC ZZZZ9.
       01 disp-rank             PIC ZZ9.
       01 disp-missed           PIC ZZZZ9.
       01 disp-asked            PIC ZZZZ9.
       01 disp-skip             PIC ZZZZ9.
       01 disp-fail             PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SHIFT CHECKLIST REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           PERFORM LOAD-CHECKLIST-LOG
           PERFORM LOAD-SHIFTS
           PERFORM WRITE-REPORT

           MOVE shift-count TO display-count
           DISPLAY "Shifts with a checklist : " display-count
           MOVE answer-count TO display-count
           DISPLAY "Item answers            : " display-count
           MOVE missed-count TO display-count
           DISPLAY "Skipped or failed       : " display-count
           MOVE ovr-count TO display-count
           DISPLAY "Closed by override      : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
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

           MOVE SPACES TO CHECKLIST-LOG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shift-checklist.log" DELIMITED BY SIZE
               INTO CHECKLIST-LOG-PATH
           END-STRING

           MOVE SPACES TO SHIFTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shifts.log" DELIMITED BY SIZE
               INTO SHIFTS-PATH
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
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "CHECKLIST_MONTH"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(env-text(1:6)) TO report-month
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO report-month
           END-IF
           DISPLAY "Month: " report-month

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "CHECKLIST_ROOM"
           MOVE FUNCTION TRIM(env-text) TO report-room
           IF report-room NOT = SPACES
               DISPLAY "Room : " report-room
           END-IF

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/checklist-" DELIMITED BY SIZE
               FUNCTION TRIM(report-month) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       LOAD-CHECKLIST-LOG.
           MOVE 0 TO CHECKLIST-LOG-EOF
           OPEN INPUT CHECKLIST-LOG-FILE
           IF CHECKLIST-LOG-STATUS NOT = "00"
               DISPLAY "No shift-checklist.log yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHECKLIST-LOG-EOF = 1
               READ CHECKLIST-LOG-FILE
                   AT END
                       MOVE 1 TO CHECKLIST-LOG-EOF
                   NOT AT END
                       PERFORM PARSE-CHECKLIST-LINE
               END-READ
           END-PERFORM
           CLOSE CHECKLIST-LOG-FILE
           .

      * PARSE-CHECKLIST-LINE - Count one answer against its item.
      * Item 1 of a close marks one more shift that had a list.
       PARSE-CHECKLIST-LINE.
           IF FUNCTION TRIM(CHECKLIST-LOG-LINE) = SPACES
               OR CHECKLIST-LOG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO checklist-fields
           UNSTRING CHECKLIST-LOG-LINE DELIMITED BY X"09"
               INTO clf-shift
                    clf-ts
                    clf-room
                    clf-seq
                    clf-kind
                    clf-mand
                    clf-result
                    clf-oper
                    clf-text
           END-UNSTRING
           IF report-month NOT = "ALL"
               AND clf-ts(1:6) NOT = report-month
               EXIT PARAGRAPH
           END-IF
           IF report-room NOT = SPACES
               AND clf-room NOT = report-room
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(clf-seq) = "1"
               ADD 1 TO shift-count
           END-IF
           ADD 1 TO answer-count

           MOVE 0 TO itm-found
           PERFORM VARYING itm-idx FROM 1 BY 1
                   UNTIL itm-idx > itm-count
               IF itm-room(itm-idx) = clf-room
                   AND itm-text(itm-idx) = clf-text
                   MOVE itm-idx TO itm-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF itm-found = 0
               IF itm-count >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO itm-count
               MOVE itm-count TO itm-found
               MOVE clf-room TO itm-room(itm-found)
               MOVE clf-text TO itm-text(itm-found)
               MOVE 0 TO itm-asked(itm-found)
               MOVE 0 TO itm-skip(itm-found)
               MOVE 0 TO itm-fail(itm-found)
           END-IF
      *    The latest kind and M/O stand - a list can be re-graded.
           MOVE clf-kind TO itm-kind(itm-found)
           MOVE clf-mand TO itm-mand(itm-found)
           ADD 1 TO itm-asked(itm-found)
           EVALUATE clf-result
               WHEN "SKIP"
                   ADD 1 TO itm-skip(itm-found)
                   ADD 1 TO missed-count
               WHEN "FAIL"
                   ADD 1 TO itm-fail(itm-found)
                   ADD 1 TO missed-count
           END-EVALUATE
           .

      * LOAD-SHIFTS - The override sign-offs from shifts.log (fields
      * 5-9; older records without them are plain closes).
       LOAD-SHIFTS.
           MOVE 0 TO SHIFTS-EOF
           OPEN INPUT SHIFTS-FILE
           IF SHIFTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SHIFTS-EOF = 1
               READ SHIFTS-FILE
                   AT END
                       MOVE 1 TO SHIFTS-EOF
                   NOT AT END
                       PERFORM PARSE-SHIFT-LINE
               END-READ
           END-PERFORM
           CLOSE SHIFTS-FILE
           .

       PARSE-SHIFT-LINE.
           IF FUNCTION TRIM(SHIFTS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shift-fields
           UNSTRING SHIFTS-LINE DELIMITED BY X"09"
               INTO shf-id
                    shf-oper
                    shf-start
                    shf-end
                    shf-room
                    shf-outcome
                    shf-answers
                    shf-over-by
                    shf-reason
           END-UNSTRING
           IF report-month NOT = "ALL"
               AND shf-end(1:6) NOT = report-month
               EXIT PARAGRAPH
           END-IF
           IF report-room NOT = SPACES
               AND shf-room NOT = report-room
               EXIT PARAGRAPH
           END-IF
           IF shf-outcome = "PASS"
               ADD 1 TO pass-closes
           END-IF
           IF shf-outcome = "OVERRIDE" AND ovr-count < 200
               ADD 1 TO ovr-count
               MOVE shf-id TO ovr-shift(ovr-count)
               MOVE shf-room TO ovr-room(ovr-count)
               MOVE shf-over-by TO ovr-by(ovr-count)
               MOVE shf-reason TO ovr-reason(ovr-count)
           END-IF
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO line-pos
           STRING "Close-of-shift checklist " DELIMITED BY SIZE
               FUNCTION TRIM(report-month) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER line-pos
           END-STRING
           IF report-room NOT = SPACES
               STRING ", room " DELIMITED BY SIZE
                   FUNCTION TRIM(report-room) DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER line-pos
               END-STRING
           END-IF
           STRING ", made " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER line-pos
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE shift-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Shifts with a checklist : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE pass-closes TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Closed with all passed  : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ovr-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Closed by override      : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE missed-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Items skipped or failed : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MOST OFTEN MISSED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Rank Missed  Asked   Skip   Fail M/O Room     Item"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           PERFORM VARYING itm-idx FROM 1 BY 1
                   UNTIL itm-idx > itm-count
               MOVE 0 TO itm-ranked(itm-idx)
           END-PERFORM
           MOVE 0 TO itm-rank
           PERFORM UNTIL itm-rank >= itm-count
               PERFORM PICK-NEXT-ITEM
               MOVE SPACES TO REPORT-LINE
               PERFORM FORMAT-ITEM-LINE
               WRITE REPORT-LINE
               IF itm-rank <= 10
                   DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
               END-IF
           END-PERFORM
           IF itm-count = 0
               MOVE "  (no checklist answers)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OVERRIDES" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING ovr-idx FROM 1 BY 1
                   UNTIL ovr-idx > ovr-count
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   ovr-shift(ovr-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ovr-room(ovr-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ovr-by(ovr-idx)) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(ovr-reason(ovr-idx))
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           IF ovr-count = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           .

      * PICK-NEXT-ITEM - Most missed first, then the item asked the
      * fewest times (the larger share); the earlier item wins a tie.
       PICK-NEXT-ITEM.
           MOVE 0 TO itm-best
           PERFORM VARYING itm-idx FROM 1 BY 1
                   UNTIL itm-idx > itm-count
               IF itm-ranked(itm-idx) = 0
                   IF itm-best = 0
                       MOVE itm-idx TO itm-best
                   ELSE
                       IF itm-skip(itm-idx) + itm-fail(itm-idx) >
                               itm-skip(itm-best) + itm-fail(itm-best)
                           OR (itm-skip(itm-idx) + itm-fail(itm-idx) =
                               itm-skip(itm-best) + itm-fail(itm-best)
                           AND itm-asked(itm-idx) <
                               itm-asked(itm-best))
                           MOVE itm-idx TO itm-best
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO itm-ranked(itm-best)
           ADD 1 TO itm-rank
           .

       FORMAT-ITEM-LINE.
           MOVE itm-rank TO disp-rank
           COMPUTE disp-missed = itm-skip(itm-best) + itm-fail(itm-best)
           MOVE itm-asked(itm-best) TO disp-asked
           MOVE itm-skip(itm-best) TO disp-skip
           MOVE itm-fail(itm-best) TO disp-fail
           STRING " " DELIMITED BY SIZE
               disp-rank DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               disp-missed DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               disp-asked DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               disp-skip DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               disp-fail DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               itm-mand(itm-best) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               itm-room(itm-best) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(itm-text(itm-best)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           .

       END PROGRAM CHECKLIST-REPORT.
