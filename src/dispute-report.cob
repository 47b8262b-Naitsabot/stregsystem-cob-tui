      ******************************************************************
      * Author: Naitsabot
      * Purpose: Weekly dispute case report
      * Description:
      *     Batch listing of the kiosk's dispute register
      *     (disputes.txt, admin menu, U). Every case still OPEN or
      *     INVESTIGATING is listed with its age in days, oldest
      *     first as registered; a case older than DISPUTE_STALE_DAYS
      *     (default 14) is flagged so it gets picked up before it
      *     rots. Cases closed in the week are listed with their
      *     outcome, and refunds are totalled by basis - GOODWILL
      *     (we paid without finding an error) against ERROR (the
      *     sale was wrong) - for the week and for the register as
      *     a whole, together with the rejected cases.
      *     The week is the seven days ending on DISPUTE_TO
      *     (YYYYMMDD, default today). Written to
      *     exports/disputes-YYYYMMDD.txt and echoed to the screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTES-FILE
               ASSIGN TO DISPUTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTES-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTES-FILE.
        01 DISPUTES-LINE        PIC X(512).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 DISPUTES-PATH         PIC X(256).
       01 DISPUTES-STATUS       PIC XX.
       01 DISPUTES-EOF          PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

       01 window-work.
           05 week-from         PIC X(8).
           05 week-to           PIC X(8).
           05 date-num          PIC 9(8).
           05 date-int          PIC S9(9) COMP-5.
           05 to-int            PIC S9(9) COMP-5.
           05 stale-days        PIC 9(4) COMP-5 VALUE 14.

      * disputes.txt, as the kiosk writes it
       01 dispute-cases.
           05 dc-count          PIC 9(3) COMP-5 VALUE 0.
           05 dc-entry OCCURS 200 TIMES.
               10 dc-case       PIC X(6).
               10 dc-opened     PIC X(15).
               10 dc-member     PIC X(64).
               10 dc-keys       PIC X(80).
               10 dc-claim      PIC X(80).
               10 dc-opened-by  PIC X(32).
               10 dc-status     PIC X(13).
               10 dc-resolution PIC X(80).
               10 dc-closed     PIC X(15).
               10 dc-refund     PIC X(12).
               10 dc-basis      PIC X(8).
       01 dc-idx                PIC 9(3) COMP-5.

       01 case-work.
           05 case-age          PIC S9(9) COMP-5.
           05 case-refund       PIC S9(9) COMP-5.

       01 totals.
           05 open-count        PIC 9(4) COMP-5 VALUE 0.
           05 stale-count       PIC 9(4) COMP-5 VALUE 0.
           05 closed-count      PIC 9(4) COMP-5 VALUE 0.
           05 wk-goodwill-count PIC 9(4) COMP-5 VALUE 0.
           05 wk-goodwill-total PIC S9(9) COMP-5 VALUE 0.
           05 wk-error-count    PIC 9(4) COMP-5 VALUE 0.
           05 wk-error-total    PIC S9(9) COMP-5 VALUE 0.
           05 wk-rejected-count PIC 9(4) COMP-5 VALUE 0.
           05 all-goodwill-count PIC 9(4) COMP-5 VALUE 0.
           05 all-goodwill-total PIC S9(9) COMP-5 VALUE 0.
           05 all-error-count   PIC 9(4) COMP-5 VALUE 0.
           05 all-error-total   PIC S9(9) COMP-5 VALUE 0.
           05 all-rejected-count PIC 9(4) COMP-5 VALUE 0.

       01 disp-case             PIC Z(5)9.
       01 disp-age              PIC ZZZ9.
       01 disp-amount           PIC ZZ,ZZ9.99.
       01 display-count         PIC ZZZ9.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM DISPUTE CASES"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-DISPUTES
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM LIST-OPEN-CASES
           PERFORM LIST-CLOSED-CASES
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY " "
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

           MOVE SPACES TO DISPUTES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/disputes.txt" DELIMITED BY SIZE
               INTO DISPUTES-PATH
           END-STRING

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "DISPUTE_TO"
           IF env-text(1:8) IS NUMERIC
               MOVE env-text(1:8) TO week-to
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO week-to
           END-IF
           MOVE week-to TO date-num
           COMPUTE to-int = FUNCTION INTEGER-OF-DATE(date-num)
           COMPUTE date-int = to-int - 6
           COMPUTE date-num = FUNCTION DATE-OF-INTEGER(date-int)
           MOVE date-num TO week-from

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "DISPUTE_STALE_DAYS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TRIM(env-text) IS NUMERIC
               MOVE FUNCTION NUMVAL(env-text) TO stale-days
           END-IF

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
               "/exports/disputes-" DELIMITED BY SIZE
               week-to DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       LOAD-DISPUTES.
           MOVE 0 TO DISPUTES-EOF
           OPEN INPUT DISPUTES-FILE
           IF DISPUTES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISPUTES-EOF = 1
               READ DISPUTES-FILE
                   AT END
                       MOVE 1 TO DISPUTES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(DISPUTES-LINE) NOT = SPACES
                           AND dc-count < 200
                           ADD 1 TO dc-count
                           UNSTRING DISPUTES-LINE DELIMITED BY X"09"
                               INTO dc-case(dc-count)
                                    dc-opened(dc-count)
                                    dc-member(dc-count)
                                    dc-keys(dc-count)
                                    dc-claim(dc-count)
                                    dc-opened-by(dc-count)
                                    dc-status(dc-count)
                                    dc-resolution(dc-count)
                                    dc-closed(dc-count)
                                    dc-refund(dc-count)
                                    dc-basis(dc-count)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTES-FILE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "DISPUTE CASES week " DELIMITED BY SIZE
               week-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               week-to DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

      * LIST-OPEN-CASES - Age is counted to DISPUTE_TO, so a rerun
      * for an earlier week shows the ages as they were then.
       LIST-OPEN-CASES.
           MOVE "OPEN CASES" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  case  age  status         member          "
               DELIMITED BY SIZE
               "claim" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           PERFORM EMIT-LINE

           PERFORM VARYING dc-idx FROM 1 BY 1 UNTIL dc-idx > dc-count
               IF dc-status(dc-idx) = "OPEN"
                   OR dc-status(dc-idx) = "INVESTIGATING"
                   PERFORM WRITE-OPEN-CASE
               END-IF
           END-PERFORM
           IF open-count = 0
               MOVE "  (no open dispute cases)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       WRITE-OPEN-CASE.
           ADD 1 TO open-count
           MOVE 0 TO case-age
           IF dc-opened(dc-idx)(1:8) IS NUMERIC
               MOVE dc-opened(dc-idx)(1:8) TO date-num
               COMPUTE case-age = to-int
                   - FUNCTION INTEGER-OF-DATE(date-num)
               IF case-age < 0
                   MOVE 0 TO case-age
               END-IF
           END-IF
           MOVE FUNCTION NUMVAL(dc-case(dc-idx)) TO disp-case
           MOVE case-age TO disp-age

           MOVE SPACES TO REPORT-LINE
           MOVE disp-case TO REPORT-LINE(1:6)
           MOVE disp-age TO REPORT-LINE(8:4)
           MOVE dc-status(dc-idx) TO REPORT-LINE(14:13)
           MOVE dc-member(dc-idx) TO REPORT-LINE(29:15)
           MOVE dc-claim(dc-idx) TO REPORT-LINE(45:50)
           IF stale-days > 0 AND case-age > stale-days
               ADD 1 TO stale-count
               MOVE "OLD" TO REPORT-LINE(96:3)
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "              sales: " DELIMITED BY SIZE
               FUNCTION TRIM(dc-keys(dc-idx)) DELIMITED BY SIZE
               "  opened by " DELIMITED BY SIZE
               FUNCTION TRIM(dc-opened-by(dc-idx)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

      * LIST-CLOSED-CASES - Closed in the week, and the running
      * totals by outcome over the whole register.
       LIST-CLOSED-CASES.
           MOVE "CLOSED THIS WEEK" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  case  closed    outcome   basis       refund  "
               DELIMITED BY SIZE
               "member          resolution" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           PERFORM EMIT-LINE

           PERFORM VARYING dc-idx FROM 1 BY 1 UNTIL dc-idx > dc-count
               PERFORM TALLY-CLOSED-CASE
           END-PERFORM
           IF closed-count = 0
               MOVE "  (no cases closed in the week)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       TALLY-CLOSED-CASE.
           IF dc-status(dc-idx) NOT = "REFUNDED"
               AND dc-status(dc-idx) NOT = "REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO case-refund
           IF FUNCTION TRIM(dc-refund(dc-idx)) NOT = SPACES
               AND FUNCTION TRIM(dc-refund(dc-idx)) NOT = "-"
               MOVE FUNCTION NUMVAL(dc-refund(dc-idx)) TO case-refund
           END-IF

           EVALUATE TRUE
               WHEN dc-status(dc-idx) = "REJECTED"
                   ADD 1 TO all-rejected-count
               WHEN dc-basis(dc-idx) = "GOODWILL"
                   ADD 1 TO all-goodwill-count
                   ADD case-refund TO all-goodwill-total
               WHEN OTHER
                   ADD 1 TO all-error-count
                   ADD case-refund TO all-error-total
           END-EVALUATE

           IF dc-closed(dc-idx)(1:8) < week-from
               OR dc-closed(dc-idx)(1:8) > week-to
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO closed-count
           EVALUATE TRUE
               WHEN dc-status(dc-idx) = "REJECTED"
                   ADD 1 TO wk-rejected-count
               WHEN dc-basis(dc-idx) = "GOODWILL"
                   ADD 1 TO wk-goodwill-count
                   ADD case-refund TO wk-goodwill-total
               WHEN OTHER
                   ADD 1 TO wk-error-count
                   ADD case-refund TO wk-error-total
           END-EVALUATE

           MOVE FUNCTION NUMVAL(dc-case(dc-idx)) TO disp-case
           COMPUTE money-kr = case-refund / 100
           MOVE money-kr TO disp-amount
           MOVE SPACES TO REPORT-LINE
           MOVE disp-case TO REPORT-LINE(1:6)
           MOVE dc-closed(dc-idx)(1:8) TO REPORT-LINE(8:8)
           MOVE dc-status(dc-idx) TO REPORT-LINE(18:9)
           IF dc-status(dc-idx) = "REFUNDED"
               MOVE dc-basis(dc-idx) TO REPORT-LINE(28:8)
               MOVE disp-amount TO REPORT-LINE(38:9)
           END-IF
           MOVE dc-member(dc-idx) TO REPORT-LINE(49:15)
           MOVE dc-resolution(dc-idx) TO REPORT-LINE(65:50)
           PERFORM EMIT-LINE
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           PERFORM EMIT-LINE
           MOVE open-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Open cases      : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE stale-count TO display-count
           MOVE stale-days TO disp-age
           MOVE SPACES TO REPORT-LINE
           STRING "  older than " DELIMITED BY SIZE
               FUNCTION TRIM(disp-age) DELIMITED BY SIZE
               "d  : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "                     this week          all cases"
               TO REPORT-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "Refunds, goodwill" TO REPORT-LINE(1:17)
           MOVE wk-goodwill-count TO display-count
           MOVE display-count TO REPORT-LINE(20:4)
           COMPUTE money-kr = wk-goodwill-total / 100
           MOVE money-kr TO disp-amount
           MOVE disp-amount TO REPORT-LINE(25:9)
           MOVE all-goodwill-count TO display-count
           MOVE display-count TO REPORT-LINE(38:4)
           COMPUTE money-kr = all-goodwill-total / 100
           MOVE money-kr TO disp-amount
           MOVE disp-amount TO REPORT-LINE(43:9)
           PERFORM EMIT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "Refunds, error" TO REPORT-LINE(1:14)
           MOVE wk-error-count TO display-count
           MOVE display-count TO REPORT-LINE(20:4)
           COMPUTE money-kr = wk-error-total / 100
           MOVE money-kr TO disp-amount
           MOVE disp-amount TO REPORT-LINE(25:9)
           MOVE all-error-count TO display-count
           MOVE display-count TO REPORT-LINE(38:4)
           COMPUTE money-kr = all-error-total / 100
           MOVE money-kr TO disp-amount
           MOVE disp-amount TO REPORT-LINE(43:9)
           PERFORM EMIT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "Rejected" TO REPORT-LINE(1:8)
           MOVE wk-rejected-count TO display-count
           MOVE display-count TO REPORT-LINE(20:4)
           MOVE all-rejected-count TO display-count
           MOVE display-count TO REPORT-LINE(38:4)
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM DISPUTE-REPORT.
