      * Purpose: Run-control driver for the nightly batch jobs
      * Description:
      *     Executes the configured sequence of batch programs
      *     (runplan.txt in the config dir, "step<TAB>command
      *     [<TAB>DAILY|WEEKLY|MONTHLY]" lines, seeded with the
      *     standard jobs on first run), records each step's outcome
      *     in run-control.log, skips steps that already completed
      *     OK today - so a runner restarted after a mid-sequence
      *     failure picks up where it stopped - and prints a
      *     one-page summary of the night's runs. A step with no
      *     schedule runs every night; WEEKLY runs on Mondays,
      *     MONTHLY on the 1st.
      *     A standard step missing from an existing runplan.txt is
      *     added to it (ahead of the alerts step, which runs last)
      *     and the run says so; a step commented out with "#" is
      *     left out and stays out.
      *     Each step's printed output is kept as
      *     exports/nightly-<step>-YYYYMMDD.txt. After the run, the
      *     reports due today under distribution.txt
      *     ("step<TAB>DAILY|WEEKLY|MONTHLY<TAB>addr,addr,...") are
      *     queued in the outbox as REPORT records, one per
      *     recipient: a one-line summary taken from the report,
      *     and the report itself as a document in reports/ that
      *     OUTBOX-SEND sends after it - or a "not produced" notice
      *     when the step failed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RUNNER.
               ASSIGN TO RUN-CONTROL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT DIST-FILE
               ASSIGN TO DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-STATUS.
           SELECT CAPTURE-FILE
               ASSIGN TO CAPTURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAPTURE-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 RUNPLAN-LINE         PIC X(300).
       FD  RUN-CONTROL-FILE.
        01 RUN-CONTROL-LINE     PIC X(128).
       FD  DIST-FILE.
        01 DIST-LINE            PIC X(300).
       FD  CAPTURE-FILE.
        01 CAPTURE-LINE         PIC X(200).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 RUN-CONTROL-PATH      PIC X(256).
       01 RUN-CONTROL-STATUS    PIC XX.
       01 RUN-CONTROL-EOF       PIC 9 VALUE 0.
       01 DIST-PATH             PIC X(256).
       01 DIST-STATUS           PIC XX.
       01 DIST-EOF              PIC 9 VALUE 0.
       01 CAPTURE-PATH          PIC X(256).
       01 CAPTURE-STATUS        PIC XX.
       01 CAPTURE-EOF           PIC 9 VALUE 0.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 EXPORTS-DIR           PIC X(256).
      * reports/<docid>.txt - a copy of a step's output per REPORT
      * record, removed by OUTBOX-SEND once delivered.
       01 REPORTS-DIR           PIC X(256).

       01 today-date            PIC X(8).
       01 now-time              PIC X(6).
           05 plan-entry OCCURS 20 TIMES.
               10 plan-step     PIC X(24).
               10 plan-command  PIC X(256).
               10 plan-schedule PIC X(12).
               10 plan-outcome  PIC X(8).
       01 plan-idx              PIC 9(3) COMP-5.

      * The standard jobs: seeded into a new runplan.txt and added
      * to an existing one that lacks them. alerts stays last.
       01 std-steps.
           05 std-count         PIC 9(3) COMP-5 VALUE 0.
           05 std-entry OCCURS 20 TIMES.
               10 std-step      PIC X(24).
               10 std-command   PIC X(40).
               10 std-schedule  PIC X(12).
               10 std-missing   PIC 9.
       01 std-idx               PIC 9(3) COMP-5.
       01 std-added             PIC 9(3) COMP-5 VALUE 0.
       01 std-written           PIC 9 VALUE 0.

      * runplan.txt as read, comments included, for rewriting it
      * with the added steps in place.
       01 raw-plan.
           05 raw-count         PIC 9(3) COMP-5 VALUE 0.
           05 raw-line OCCURS 60 TIMES PIC X(300).
       01 raw-idx               PIC 9(3) COMP-5.
       01 raw-step              PIC X(24).
       01 raw-found             PIC 9 VALUE 0.

      * sched-text is judged against today: sched-due 1 when it is
      * due, sched-known 0 for a schedule word not recognised.
       01 sched-text            PIC X(12).
       01 sched-due             PIC 9 VALUE 0.
       01 sched-known           PIC 9 VALUE 0.

       01 rc-fields.
           05 rc-date           PIC X(8).
           05 rc-step           PIC X(24).
           05 rc-status         PIC X(8).
           05 rc-time           PIC X(6).

       01 step-cmd              PIC X(600).
       01 step-result           PIC S9(9) COMP-5.
       01 ran-count             PIC 9(3) COMP-5 VALUE 0.
       01 skip-count            PIC 9(3) COMP-5 VALUE 0.
       01 fail-count            PIC 9(3) COMP-5 VALUE 0.

      * Reports already sent (SENT) or announced missing (NOTICE)
      * today, from run-control.log - a restarted runner does not
      * send them twice, but does follow a notice with the report
      * once the step has come good.
       01 dist-done.
           05 done-count        PIC 9(3) COMP-5 VALUE 0.
           05 done-entry OCCURS 60 TIMES.
               10 done-step     PIC X(24).
               10 done-kind     PIC X(8).
       01 done-idx              PIC 9(3) COMP-5.
       01 done-sent             PIC 9 VALUE 0.
       01 done-notice           PIC 9 VALUE 0.

       01 dist-fields.
           05 dist-step         PIC X(24).
           05 dist-schedule     PIC X(12).
           05 dist-recipients   PIC X(256).
       01 dist-plan-idx         PIC 9(3) COMP-5.
       01 dist-due              PIC 9 VALUE 0.
       01 dist-kind             PIC X(8).
       01 dist-text             PIC X(200).
       01 dist-addr             PIC X(80).
       01 dist-pos              PIC 9(3) COMP-5.
       01 dist-line-pos         PIC 9(3) COMP-5.
       01 dist-queued           PIC 9(4) COMP-5 VALUE 0.
       01 dist-doc-id           PIC X(24).
       01 dist-doc-seq          PIC 9(3) COMP-5 VALUE 0.
       01 dist-doc-disp         PIC 99.
       01 dist-run-time         PIC X(6).
       01 dist-notices          PIC 9(4) COMP-5 VALUE 0.
       01 today-weekday         PIC 9 VALUE 0.
       01 display-count         PIC ZZZ9.

      * Figures picked out of a report's printed output by label.
       01 sum-fields.
           05 sum-revenue       PIC X(24).
           05 sum-over-short    PIC X(24).
           05 sum-exceptions    PIC X(24).
       01 cap-label             PIC X(60).
       01 cap-value             PIC X(140).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           PERFORM MARK-COMPLETED-STEPS
           PERFORM RUN-PLAN-STEPS
           PERFORM PRINT-SUMMARY
           PERFORM DISTRIBUTE-REPORTS
           IF fail-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF
               INTO RUN-CONTROL-PATH
           END-STRING

           MOVE SPACES TO DIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/distribution.txt" DELIMITED BY SIZE
               INTO DIST-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

           MOVE SPACES TO EXPORTS-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO EXPORTS-DIR
           END-STRING

           MOVE SPACES TO REPORTS-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/reports" DELIMITED BY SIZE
               INTO REPORTS-DIR
           END-STRING

           MOVE SPACES TO step-cmd
           STRING
               "mkdir -p '" DELIMITED BY SIZE
               FUNCTION TRIM(EXPORTS-DIR) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(REPORTS-DIR) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO step-cmd
           END-STRING
           CALL "SYSTEM" USING step-cmd
           END-CALL

           MOVE FUNCTION CURRENT-DATE(9:6) TO dist-run-time
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           COMPUTE today-weekday =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(today-date)) - 1, 7) + 1
           .

      * LOAD-RUNPLAN - Read the step sequence, seeding the default
      * plan first if no runplan.txt exists yet - the same
      * seed-on-first-run idiom rooms.txt uses - and adding any
      * standard step an older runplan.txt lacks. ALERT-CHECK runs
      * last so its rules see tonight's outputs.
       LOAD-RUNPLAN.
           PERFORM LOAD-STANDARD-STEPS
           OPEN INPUT RUNPLAN-FILE
           IF RUNPLAN-STATUS = "35"
               PERFORM CREATE-DEFAULT-RUNPLAN
                   FUNCTION TRIM(RUNPLAN-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-RUNPLAN-LINES

           PERFORM FIND-MISSING-STEPS
           IF std-added > 0
               PERFORM REWRITE-RUNPLAN
               OPEN INPUT RUNPLAN-FILE
               PERFORM READ-RUNPLAN-LINES
           END-IF
           .

       READ-RUNPLAN-LINES.
           MOVE 0 TO RUNPLAN-EOF
           MOVE 0 TO plan-count
           MOVE 0 TO raw-count
           PERFORM UNTIL RUNPLAN-EOF = 1
               READ RUNPLAN-FILE
                   AT END
                       MOVE 1 TO RUNPLAN-EOF
                   NOT AT END
                       IF raw-count < 60
                           ADD 1 TO raw-count
                           MOVE RUNPLAN-LINE TO raw-line(raw-count)
                       END-IF
                       PERFORM PARSE-RUNPLAN-LINE
               END-READ
           END-PERFORM
           CLOSE RUNPLAN-FILE
           .

       LOAD-STANDARD-STEPS.
           MOVE 0 TO std-count
           MOVE "settlement" TO std-step(1)
           MOVE "./settlement-report" TO std-command(1)
           MOVE "reconcile" TO std-step(2)
           MOVE "./reconcile-report" TO std-command(2)
           MOVE "inactive" TO std-step(3)
           MOVE "./inactive-member-report" TO std-command(3)
           MOVE "configcheck" TO std-step(4)
           MOVE "./config-check-report" TO std-command(4)
           MOVE "members" TO std-step(5)
           MOVE "./member-refresh" TO std-command(5)
           MOVE "integrity" TO std-step(6)
           MOVE "./integrity-check" TO std-command(6)
           MOVE "balances" TO std-step(7)
           MOVE "./balance-reconcile" TO std-command(7)
           MOVE "disputes" TO std-step(8)
           MOVE "./dispute-report" TO std-command(8)
           MOVE "pettycash" TO std-step(9)
           MOVE "./petty-cash-vouchers" TO std-command(9)
           MOVE "welfare" TO std-step(10)
           MOVE "./welfare-report" TO std-command(10)
           MOVE "alerts" TO std-step(11)
           MOVE "./alert-check" TO std-command(11)
           MOVE 11 TO std-count
           PERFORM VARYING std-idx FROM 1 BY 1
                   UNTIL std-idx > std-count
               MOVE "DAILY" TO std-schedule(std-idx)
               MOVE 0 TO std-missing(std-idx)
           END-PERFORM
           PERFORM VARYING std-idx FROM 7 BY 1
                   UNTIL std-idx > 10
               MOVE "WEEKLY" TO std-schedule(std-idx)
           END-PERFORM
           .

       CREATE-DEFAULT-RUNPLAN.
           OPEN OUTPUT RUNPLAN-FILE
           MOVE "# Nightly batch steps, run in this order:"
               TO RUNPLAN-LINE
           WRITE RUNPLAN-LINE
           MOVE "# step<TAB>command<TAB>DAILY|WEEKLY|MONTHLY"
               TO RUNPLAN-LINE
           WRITE RUNPLAN-LINE
           MOVE "# WEEKLY runs on Mondays, MONTHLY on the 1st. Put #"
               TO RUNPLAN-LINE
           WRITE RUNPLAN-LINE
           MOVE "# in front of a step to leave it out for good."
               TO RUNPLAN-LINE
           WRITE RUNPLAN-LINE
           PERFORM VARYING std-idx FROM 1 BY 1
                   UNTIL std-idx > std-count
               PERFORM WRITE-STANDARD-STEP
           END-PERFORM
           CLOSE RUNPLAN-FILE
           .

       WRITE-STANDARD-STEP.
           MOVE SPACES TO RUNPLAN-LINE
           STRING
               FUNCTION TRIM(std-step(std-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(std-command(std-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(std-schedule(std-idx)) DELIMITED BY SIZE
               INTO RUNPLAN-LINE
           END-STRING
           WRITE RUNPLAN-LINE
           .

      * FIND-MISSING-STEPS - A standard step counts as present when
      * runplan.txt has a line for it, commented out or not.
       FIND-MISSING-STEPS.
           MOVE 0 TO std-added
           PERFORM VARYING std-idx FROM 1 BY 1
                   UNTIL std-idx > std-count
               MOVE 0 TO raw-found
               PERFORM VARYING raw-idx FROM 1 BY 1
                       UNTIL raw-idx > raw-count
                   PERFORM GET-RAW-STEP
                   IF raw-step = std-step(std-idx)
                       MOVE 1 TO raw-found
                   END-IF
               END-PERFORM
               IF raw-found = 0
                   MOVE 1 TO std-missing(std-idx)
                   ADD 1 TO std-added
               END-IF
           END-PERFORM
           .

       GET-RAW-STEP.
           MOVE SPACES TO raw-step
           IF raw-line(raw-idx)(1:1) = "#"
               UNSTRING raw-line(raw-idx)(2:) DELIMITED BY X"09"
                   INTO raw-step
               END-UNSTRING
           ELSE
               UNSTRING raw-line(raw-idx) DELIMITED BY X"09"
                   INTO raw-step
               END-UNSTRING
           END-IF
           MOVE FUNCTION TRIM(raw-step) TO raw-step
           .

      * REWRITE-RUNPLAN - runplan.txt as it was, with the missing
      * standard steps in front of the alerts line (or at the end
      * when there is none).
       REWRITE-RUNPLAN.
           OPEN OUTPUT RUNPLAN-FILE
           IF RUNPLAN-STATUS NOT = "00"
               DISPLAY "Cannot update " FUNCTION TRIM(RUNPLAN-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO std-written
           PERFORM VARYING raw-idx FROM 1 BY 1
                   UNTIL raw-idx > raw-count
               IF std-written = 0
                   AND raw-line(raw-idx)(1:1) NOT = "#"
                   PERFORM GET-RAW-STEP
                   IF raw-step = "alerts"
                       PERFORM WRITE-MISSING-STEPS
                   END-IF
               END-IF
               MOVE raw-line(raw-idx) TO RUNPLAN-LINE
               WRITE RUNPLAN-LINE
           END-PERFORM
           IF std-written = 0
               PERFORM WRITE-MISSING-STEPS
           END-IF
           CLOSE RUNPLAN-FILE
           .

       WRITE-MISSING-STEPS.
           MOVE 1 TO std-written
           PERFORM VARYING std-idx FROM 1 BY 1
                   UNTIL std-idx > std-count
               IF std-missing(std-idx) = 1
                   PERFORM WRITE-STANDARD-STEP
                   DISPLAY "  runplan.txt: added standard step "
                       FUNCTION TRIM(std-step(std-idx)) " ("
                       FUNCTION TRIM(std-command(std-idx)) ", "
                       FUNCTION TRIM(std-schedule(std-idx)) ")"
               END-IF
           END-PERFORM
           DISPLAY "  (put # in front of a step in runplan.txt to "
               "leave it out)"
           .

       PARSE-RUNPLAN-LINE.
           IF FUNCTION TRIM(RUNPLAN-LINE) = SPACES
               EXIT PARAGRAPH
               ADD 1 TO plan-count
               MOVE SPACES TO plan-step(plan-count)
               MOVE SPACES TO plan-command(plan-count)
               MOVE SPACES TO plan-schedule(plan-count)
               UNSTRING RUNPLAN-LINE DELIMITED BY X"09"
                   INTO plan-step(plan-count)
                        plan-command(plan-count)
                        plan-schedule(plan-count)
               END-UNSTRING
               MOVE "PENDING" TO plan-outcome(plan-count)
           END-IF
           IF rc-date NOT = today-date
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(rc-status) = "SENT"
               OR FUNCTION TRIM(rc-status) = "NOTICE"
               IF done-count < 60
                   ADD 1 TO done-count
                   MOVE rc-step TO done-step(done-count)
                   MOVE rc-status TO done-kind(done-count)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(rc-status) NOT = "OK"
               EXIT PARAGRAPH
           END-IF
           END-PERFORM
           .

      * RUN-PLAN-STEPS - A step whose schedule is not due today is
      * passed over as NOTDUE; an unknown schedule word runs the
      * step every night rather than never.
       RUN-PLAN-STEPS.
           PERFORM VARYING plan-idx FROM 1 BY 1
                   UNTIL plan-idx > plan-count
               MOVE plan-schedule(plan-idx) TO sched-text
               PERFORM CHECK-SCHEDULE-DUE
               IF sched-known = 0
                   DISPLAY "  runplan.txt: unknown schedule '"
                       FUNCTION TRIM(plan-schedule(plan-idx))
                       "' for " FUNCTION TRIM(plan-step(plan-idx))
                       " - run as DAILY"
                   MOVE 1 TO sched-due
               END-IF
               IF plan-outcome(plan-idx) = "SKIPPED"
                   ADD 1 TO skip-count
                   DISPLAY "  skip " FUNCTION TRIM(plan-step(plan-idx))
                       " (already OK today)"
               ELSE
                   IF sched-due = 0
                       MOVE "NOTDUE" TO plan-outcome(plan-idx)
                       DISPLAY "  skip "
                           FUNCTION TRIM(plan-step(plan-idx)) " ("
                           FUNCTION TRIM(plan-schedule(plan-idx))
                           ", not due today)"
                   ELSE
                       PERFORM RUN-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM
           .

      * CHECK-SCHEDULE-DUE - DAILY (or blank) every day, WEEKLY on
      * Mondays, MONTHLY on the 1st.
       CHECK-SCHEDULE-DUE.
           MOVE 0 TO sched-due
           MOVE 1 TO sched-known
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(sched-text))
               WHEN SPACES
               WHEN "DAILY"
                   MOVE 1 TO sched-due
               WHEN "WEEKLY"
                   IF today-weekday = 1
                       MOVE 1 TO sched-due
                   END-IF
               WHEN "MONTHLY"
                   IF today-date(7:2) = "01"
                       MOVE 1 TO sched-due
                   END-IF
               WHEN OTHER
                   MOVE 0 TO sched-known
           END-EVALUATE
           .

       RUN-ONE-STEP.
           DISPLAY "  run  " FUNCTION TRIM(plan-step(plan-idx))
               " : " FUNCTION TRIM(plan-command(plan-idx))
           PERFORM WRITE-CONTROL-START

           PERFORM BUILD-CAPTURE-PATH
           MOVE SPACES TO step-cmd
           STRING
               "( " DELIMITED BY SIZE
               FUNCTION TRIM(plan-command(plan-idx)) DELIMITED BY SIZE
               " ) > '" DELIMITED BY SIZE
               FUNCTION TRIM(CAPTURE-PATH) DELIMITED BY SIZE
               "' 2>&1" DELIMITED BY SIZE
               INTO step-cmd
           END-STRING
           CALL "SYSTEM" USING step-cmd RETURNING step-result
           END-CALL

               ADD 1 TO fail-count
           END-IF
           PERFORM WRITE-CONTROL-OUTCOME
           DISPLAY "       " FUNCTION TRIM(plan-outcome(plan-idx))
               ", output in " FUNCTION TRIM(CAPTURE-PATH)
           .

       BUILD-CAPTURE-PATH.
           MOVE SPACES TO CAPTURE-PATH
           STRING
               FUNCTION TRIM(EXPORTS-DIR) DELIMITED BY SIZE
               "/nightly-" DELIMITED BY SIZE
               FUNCTION TRIM(plan-step(plan-idx)) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CAPTURE-PATH
           END-STRING
           .

       WRITE-CONTROL-START.
           MOVE plan-step(plan-idx) TO rc-step
           MOVE "START" TO rc-status
           PERFORM WRITE-CONTROL-LINE
           .

       WRITE-CONTROL-OUTCOME.
           MOVE plan-step(plan-idx) TO rc-step
           MOVE plan-outcome(plan-idx) TO rc-status
           PERFORM WRITE-CONTROL-LINE
           .
           STRING
               today-date DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rc-step) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rc-status) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
           DISPLAY "Control file: " FUNCTION TRIM(RUN-CONTROL-PATH)
           .

      * DISTRIBUTE-REPORTS - Queue tonight's due reports for their
      * recipients (see distribution.txt). The outbox sender takes
      * them to each address through the relay. A missing
      * distribution.txt is seeded with a commented example and
      * nothing is sent.
       DISTRIBUTE-REPORTS.
           MOVE 0 TO DIST-EOF
           OPEN INPUT DIST-FILE
           IF DIST-STATUS = "35"
               PERFORM CREATE-DEFAULT-DISTRIBUTION
               EXIT PARAGRAPH
           END-IF
           IF DIST-STATUS NOT = "00"
               DISPLAY "Cannot read " FUNCTION TRIM(DIST-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL DIST-EOF = 1
               READ DIST-FILE
                   AT END
                       MOVE 1 TO DIST-EOF
                   NOT AT END
                       PERFORM DISTRIBUTE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE DIST-FILE

           IF dist-queued > 0 OR dist-notices > 0
               MOVE dist-queued TO display-count
               DISPLAY "Reports queued    : " display-count
               MOVE dist-notices TO display-count
               DISPLAY "Not-produced sent : " display-count
               DISPLAY "Outbox file: " FUNCTION TRIM(OUTBOX-PATH)
           END-IF
           .

       CREATE-DEFAULT-DISTRIBUTION.
           OPEN OUTPUT DIST-FILE
           IF DIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "# Reports sent after the nightly run, one line each:"
               TO DIST-LINE
           WRITE DIST-LINE
           MOVE "# step<TAB>DAILY|WEEKLY|MONTHLY<TAB>address,address"
               TO DIST-LINE
           WRITE DIST-LINE
           MOVE "# WEEKLY goes out on Mondays, MONTHLY on the 1st. An"
               TO DIST-LINE
           WRITE DIST-LINE
           MOVE "# address starting with @ is a chat handle."
               TO DIST-LINE
           WRITE DIST-LINE
           MOVE SPACES TO DIST-LINE
           STRING "#settlement" X"09" "DAILY" X"09"
               "treasurer@example.org"
               DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE
           MOVE SPACES TO DIST-LINE
           STRING "#reconcile" X"09" "WEEKLY" X"09"
               "treasurer@example.org,purchasing@example.org"
               DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE
           MOVE SPACES TO DIST-LINE
           STRING "#integrity" X"09" "MONTHLY" X"09" "@board"
               DELIMITED BY SIZE INTO DIST-LINE
           END-STRING
           WRITE DIST-LINE
           CLOSE DIST-FILE
           .

       DISTRIBUTE-ONE-LINE.
           IF FUNCTION TRIM(DIST-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF DIST-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO dist-fields
           UNSTRING DIST-LINE DELIMITED BY X"09"
               INTO dist-step
                    dist-schedule
                    dist-recipients
           END-UNSTRING

           MOVE dist-schedule TO sched-text
           PERFORM CHECK-SCHEDULE-DUE
           MOVE sched-due TO dist-due
           IF sched-known = 0 OR dist-schedule = SPACES
               MOVE 0 TO dist-due
               DISPLAY "  distribution: unknown schedule '"
                   FUNCTION TRIM(dist-schedule) "' for "
                   FUNCTION TRIM(dist-step) " - line ignored"
           END-IF
           IF dist-due = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(dist-recipients) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO dist-plan-idx
           PERFORM VARYING plan-idx FROM 1 BY 1
                   UNTIL plan-idx > plan-count
               IF FUNCTION TRIM(plan-step(plan-idx)) =
                       FUNCTION TRIM(dist-step)
                   MOVE plan-idx TO dist-plan-idx
               END-IF
           END-PERFORM
      *    A step not scheduled for tonight has nothing to send and
      *    nothing to apologise for.
           IF dist-plan-idx > 0
               IF plan-outcome(dist-plan-idx) = "NOTDUE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-DIST-DONE

           MOVE SPACES TO dist-text
           IF dist-plan-idx > 0
               AND (plan-outcome(dist-plan-idx) = "OK"
                    OR plan-outcome(dist-plan-idx) = "SKIPPED")
               IF done-sent = 1
                   EXIT PARAGRAPH
               END-IF
               MOVE "SENT" TO dist-kind
               PERFORM SUMMARISE-REPORT
           ELSE
               IF done-sent = 1 OR done-notice = 1
                   EXIT PARAGRAPH
               END-IF
               MOVE "NOTICE" TO dist-kind
               IF dist-plan-idx = 0
                   STRING "NOT PRODUCED - " DELIMITED BY SIZE
                       FUNCTION TRIM(dist-step) DELIMITED BY SIZE
                       " is not in the run plan for " DELIMITED BY SIZE
                       today-date DELIMITED BY SIZE
                       INTO dist-text
                   END-STRING
               ELSE
                   STRING "NOT PRODUCED - the " DELIMITED BY SIZE
                       FUNCTION TRIM(dist-step) DELIMITED BY SIZE
                       " step failed in the nightly run of "
                           DELIMITED BY SIZE
                       today-date DELIMITED BY SIZE
                       INTO dist-text
                   END-STRING
               END-IF
           END-IF

           MOVE 1 TO dist-pos
           PERFORM UNTIL dist-pos > FUNCTION LENGTH(dist-recipients)
               MOVE SPACES TO dist-addr
               UNSTRING dist-recipients DELIMITED BY ","
                   INTO dist-addr
                   WITH POINTER dist-pos
               END-UNSTRING
               IF FUNCTION TRIM(dist-addr) NOT = SPACES
                   PERFORM QUEUE-REPORT-RECORD
               END-IF
           END-PERFORM

           MOVE dist-step TO rc-step
           MOVE dist-kind TO rc-status
           PERFORM WRITE-CONTROL-LINE
           .

       CHECK-DIST-DONE.
           MOVE 0 TO done-sent
           MOVE 0 TO done-notice
           PERFORM VARYING done-idx FROM 1 BY 1
                   UNTIL done-idx > done-count
               IF FUNCTION TRIM(done-step(done-idx)) =
                       FUNCTION TRIM(dist-step)
                   IF done-kind(done-idx) = "SENT"
                       MOVE 1 TO done-sent
                   ELSE
                       MOVE 1 TO done-notice
                   END-IF
               END-IF
           END-PERFORM
           .

      * SUMMARISE-REPORT - One line from the step's kept output:
      * the first revenue total, the last over/short (the latest
      * day's drawer) and the errors/exceptions count, each "-"
      * when the report prints no such figure. The report itself
      * goes with it as a document (QUEUE-REPORT-RECORD).
       SUMMARISE-REPORT.
           MOVE dist-plan-idx TO plan-idx
           PERFORM BUILD-CAPTURE-PATH
           MOVE "-" TO sum-revenue
           MOVE "-" TO sum-over-short
           MOVE "-" TO sum-exceptions

           MOVE 0 TO CAPTURE-EOF
           OPEN INPUT CAPTURE-FILE
           IF CAPTURE-STATUS = "00"
               PERFORM UNTIL CAPTURE-EOF = 1
                   READ CAPTURE-FILE
                       AT END
                           MOVE 1 TO CAPTURE-EOF
                       NOT AT END
                           PERFORM PICK-SUMMARY-FIGURE
                   END-READ
               END-PERFORM
               CLOSE CAPTURE-FILE
           END-IF

           STRING
               today-date DELIMITED BY SIZE
               ": net revenue " DELIMITED BY SIZE
               FUNCTION TRIM(sum-revenue) DELIMITED BY SIZE
               ", over/short " DELIMITED BY SIZE
               FUNCTION TRIM(sum-over-short) DELIMITED BY SIZE
               ", exceptions " DELIMITED BY SIZE
               FUNCTION TRIM(sum-exceptions) DELIMITED BY SIZE
               INTO dist-text
           END-STRING
           .

       PICK-SUMMARY-FIGURE.
           MOVE SPACES TO cap-label
           MOVE SPACES TO cap-value
           UNSTRING CAPTURE-LINE DELIMITED BY ":"
               INTO cap-label
                    cap-value
           END-UNSTRING
           IF cap-value = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(cap-label))
               WHEN "TOTAL REVENUE"
               WHEN "NET REVENUE"
                   IF sum-revenue = "-"
                       MOVE FUNCTION TRIM(cap-value) TO sum-revenue
                   END-IF
               WHEN "OVER/SHORT"
                   MOVE FUNCTION TRIM(cap-value) TO sum-over-short
               WHEN "ERRORS"
               WHEN "EXCEPTIONS"
                   IF sum-exceptions = "-"
                       MOVE FUNCTION TRIM(cap-value) TO sum-exceptions
                   END-IF
           END-EVALUATE
           .

      * QUEUE-REPORT-RECORD - One outbox line per recipient:
      * "ts<TAB>REPORT<TAB>-<TAB>address step docid text", each
      * with its own copy of the report in reports/, since the
      * sender removes a document once it is delivered. Should the
      * copy fail, the record goes without one and says where the
      * report is.
       QUEUE-REPORT-RECORD.
           MOVE SPACES TO dist-doc-id
           IF dist-kind = "SENT"
               PERFORM COPY-REPORT-DOCUMENT
           END-IF

           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           MOVE 1 TO dist-line-pos
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "REPORT" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(dist-addr) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(dist-step) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO OUTBOX-LINE
               WITH POINTER dist-line-pos
           END-STRING
           IF dist-doc-id NOT = SPACES
               STRING
                   FUNCTION TRIM(dist-doc-id) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO OUTBOX-LINE
                   WITH POINTER dist-line-pos
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(dist-text) DELIMITED BY SIZE
               INTO OUTBOX-LINE
               WITH POINTER dist-line-pos
           END-STRING
           IF dist-kind = "SENT" AND dist-doc-id = SPACES
               STRING
                   "; full report in exports/nightly-"
                       DELIMITED BY SIZE
                   FUNCTION TRIM(dist-step) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   today-date DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO OUTBOX-LINE
                   WITH POINTER dist-line-pos
               END-STRING
           END-IF
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE

           IF dist-kind = "SENT"
               ADD 1 TO dist-queued
               DISPLAY "  queued " FUNCTION TRIM(dist-step)
                   " report for " FUNCTION TRIM(dist-addr)
           ELSE
               ADD 1 TO dist-notices
               DISPLAY "  queued " FUNCTION TRIM(dist-step)
                   " NOT PRODUCED notice for " FUNCTION TRIM(dist-addr)
           END-IF
           .

      * COPY-REPORT-DOCUMENT - reports/RPT-<date>-<time>-<nn>.txt
      * from the step's kept output; dist-doc-id stays blank when
      * the copy could not be made.
       COPY-REPORT-DOCUMENT.
           MOVE dist-plan-idx TO plan-idx
           PERFORM BUILD-CAPTURE-PATH
           ADD 1 TO dist-doc-seq
           MOVE dist-doc-seq TO dist-doc-disp
           STRING
               "RPT-" DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               dist-run-time DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               dist-doc-disp DELIMITED BY SIZE
               INTO dist-doc-id
           END-STRING
           MOVE SPACES TO step-cmd
           STRING
               "cp '" DELIMITED BY SIZE
               FUNCTION TRIM(CAPTURE-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(REPORTS-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(dist-doc-id) DELIMITED BY SIZE
               ".txt' 2>/dev/null" DELIMITED BY SIZE
               INTO step-cmd
           END-STRING
           CALL "SYSTEM" USING step-cmd RETURNING step-result
           END-CALL
           IF step-result NOT = 0
               DISPLAY "  could not copy "
                   FUNCTION TRIM(CAPTURE-PATH) " to reports/"
               MOVE SPACES TO dist-doc-id
           END-IF
           .

       END PROGRAM BATCH-RUNNER.
