      ******************************************************************
      * Author: Naitsabot
      * Purpose: Threshold alert rules across the kiosk's state
      * Description:
      *     Batch job that evaluates every rule in alert-rules.txt
      *     against the kiosk's current files and the night's report
      *     outputs, and tells the admins through the outbox when a
      *     rule is breached. One rule per line:
      *       rule<TAB>measure<TAB>threshold<TAB>INFO|WARN|CRIT
      *     and a rule is breached when its measure is above the
      *     threshold. Measures:
      *       PENDING      sales waiting in the offline queue
      *                    (pending-sales.txt)
      *       DRAWER[:s]   the drawer's over/short in kr, either
      *                    way, from the last "Over/short" line of
      *                    tonight's settlement output (step s,
      *                    default "settlement")
      *       EXPOSURE     kr owed by members in the red, summed
      *                    over shadow-ledger.txt
      *       ZEROSTOCK    products counted in stock.txt at 0 or
      *                    below
      *       UPLOADAGE    days since JOURNAL-UPLOAD last caught
      *                    fully up (upload-state.txt)
      *       PRINTFAIL    failed print jobs parked in spool/failed/
      *       STEPFAIL     BATCH-RUNNER steps that failed today
      *                    (run-control.log)
      *       REPORT:s:t   the number after text t on the last line
      *                    of tonight's output of step s that has it
      *     A measure whose source is missing (no settlement run
      *     tonight, no upload ever made) is shown as n/a and leaves
      *     the rule as it stood.
      *     A breach queues one ALERT record; while it lasts the rule
      *     is held in alert-state.txt ("rule<TAB>severity<TAB>since
      *     <TAB>value") and later runs stay quiet about it. When the
      *     measure comes back under the threshold a RESOLVED record
      *     is queued and the rule is let go. OUTBOX-SEND delivers
      *     both to the club's webhook.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE
               ASSIGN TO RULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT STATE-FILE
               ASSIGN TO STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.
           SELECT READER-FILE
               ASSIGN TO READER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READER-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
        01 RULES-LINE           PIC X(200).
       FD  STATE-FILE.
        01 STATE-LINE           PIC X(128).
       FD  READER-FILE.
        01 READER-LINE          PIC X(512).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 RULES-PATH            PIC X(256).
       01 RULES-STATUS          PIC XX.
       01 RULES-EOF             PIC 9 VALUE 0.
       01 STATE-PATH            PIC X(256).
       01 STATE-STATUS          PIC XX.
       01 STATE-EOF             PIC 9 VALUE 0.
       01 READER-PATH           PIC X(256).
       01 READER-STATUS         PIC XX.
       01 READER-EOF            PIC 9 VALUE 0.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 kiosk-name            PIC X(32) VALUE "kiosk".
       01 config-key            PIC X(64).
       01 config-value          PIC X(200).
       01 today-date            PIC X(8).
       01 now-stamp             PIC X(15).

      * alert-rules - alert-rules.txt as read, with this run's
      * reading of each rule's measure.
       01 alert-rules.
           05 rule-count        PIC 9(2) COMP-5 VALUE 0.
           05 rule-entry OCCURS 50 TIMES.
               10 rule-name     PIC X(24).
               10 rule-measure  PIC X(64).
               10 rule-limit    PIC S9(9)V99 COMP-3.
               10 rule-severity PIC X(4).
               10 rule-value    PIC S9(9)V99 COMP-3.
               10 rule-known    PIC 9.
               10 rule-outcome  PIC X(8).
       01 rule-idx              PIC 9(2) COMP-5.
       01 rule-f-name           PIC X(24).
       01 rule-f-measure        PIC X(64).
       01 rule-f-limit          PIC X(16).
       01 rule-f-severity       PIC X(8).

      * raised - alert-state.txt: the rules that are in breach and
      * have been announced. raised-keep is 1 for a rule still held,
      * 2 once resolved this run, 0 for one no longer in the rules.
       01 raised.
           05 raised-count      PIC 9(2) COMP-5 VALUE 0.
           05 raised-entry OCCURS 50 TIMES.
               10 raised-rule   PIC X(24).
               10 raised-sev    PIC X(4).
               10 raised-since  PIC X(15).
               10 raised-value  PIC X(16).
               10 raised-keep   PIC 9.
       01 raised-idx            PIC 9(2) COMP-5.
       01 raised-found          PIC 9(2) COMP-5.

       01 measure-work.
           05 msr-kind          PIC X(12).
           05 msr-step          PIC X(24).
           05 msr-text          PIC X(40).
           05 msr-value         PIC S9(9)V99 COMP-3.
           05 msr-known         PIC 9.
           05 msr-count         PIC 9(6) COMP-5.
           05 msr-oere          PIC S9(11) COMP-5.
           05 msr-f1            PIC X(64).
           05 msr-f2            PIC X(64).
           05 msr-f3            PIC X(64).
           05 msr-f4            PIC X(64).
           05 msr-pos           PIC 9(3) COMP-5.
           05 msr-len           PIC 9(3) COMP-5.
           05 msr-tally         PIC 9(3) COMP-5.
           05 msr-rest          PIC X(40).
           05 msr-date-num      PIC 9(8).
           05 msr-then-int      PIC 9(9) COMP-5.
           05 msr-today-int     PIC 9(9) COMP-5.

       01 step-state.
           05 step-count        PIC 9(2) COMP-5 VALUE 0.
           05 step-entry OCCURS 40 TIMES.
               10 step-name     PIC X(24).
               10 step-status   PIC X(8).
       01 step-idx              PIC 9(2) COMP-5.
       01 step-found            PIC 9(2) COMP-5.

       01 alert-message         PIC X(200).
       01 alert-kind            PIC X(8).
       01 new-count             PIC 9(3) COMP-5 VALUE 0.
       01 held-count            PIC 9(3) COMP-5 VALUE 0.
       01 cleared-count         PIC 9(3) COMP-5 VALUE 0.

       01 display-value         PIC -(8)9.99.
       01 display-limit         PIC -(8)9.99.
       01 display-count         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM ALERT CHECK"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-KEYS
           PERFORM LOAD-RULES
           IF rule-count = 0
               DISPLAY "No rules in " FUNCTION TRIM(RULES-PATH)
                   " - nothing to check."
               STOP RUN
           END-IF
           PERFORM LOAD-ALERT-STATE

           DISPLAY " "
           PERFORM VARYING rule-idx FROM 1 BY 1
                   UNTIL rule-idx > rule-count
               PERFORM EVALUATE-ONE-RULE
           END-PERFORM

      *    A rule taken out of alert-rules.txt while raised is let
      *    go without an announcement.
           PERFORM VARYING raised-idx FROM 1 BY 1
                   UNTIL raised-idx > raised-count
               IF raised-keep(raised-idx) = 0
                   DISPLAY "  " FUNCTION TRIM(raised-rule(raised-idx))
                       " no longer in the rules - dropped"
               END-IF
           END-PERFORM
           PERFORM SAVE-ALERT-STATE

           DISPLAY " "
           MOVE new-count TO display-count
           DISPLAY "New alerts     : " display-count
           MOVE held-count TO display-count
           DISPLAY "Still breached : " display-count
               " (not repeated)"
           MOVE cleared-count TO display-count
           DISPLAY "Resolved       : " display-count
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

           MOVE SPACES TO RULES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/alert-rules.txt" DELIMITED BY SIZE
               INTO RULES-PATH
           END-STRING
           MOVE SPACES TO STATE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/alert-state.txt" DELIMITED BY SIZE
               INTO STATE-PATH
           END-STRING
           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           MOVE SPACES TO now-stamp
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO now-stamp
           END-STRING
           .

       READ-CONFIG-KEYS.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config.txt" DELIMITED BY SIZE
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
                       MOVE SPACES TO config-key
                       MOVE SPACES TO config-value
                       UNSTRING READER-LINE DELIMITED BY "="
                           INTO config-key
                                config-value
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(
                           FUNCTION TRIM(config-key)) = "KIOSKNAME"
                           MOVE FUNCTION TRIM(config-value)
                               TO kiosk-name
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

      * LOAD-RULES - alert-rules.txt, seeded with commented examples
      * on first run like BATCH-RUNNER's distribution.txt.
       LOAD-RULES.
           MOVE 0 TO RULES-EOF
           OPEN INPUT RULES-FILE
           IF RULES-STATUS = "35"
               PERFORM CREATE-EXAMPLE-RULES
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RULES-EOF = 1
               READ RULES-FILE
                   AT END
                       MOVE 1 TO RULES-EOF
                   NOT AT END
                       PERFORM PARSE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULES-FILE
           .

       CREATE-EXAMPLE-RULES.
           OPEN OUTPUT RULES-FILE
           IF RULES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "# rule<TAB>measure<TAB>threshold<TAB>INFO|WARN|CRIT"
               TO RULES-LINE
           WRITE RULES-LINE
           MOVE "# breached when the measure is above the threshold"
               TO RULES-LINE
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#queue" X"09" "PENDING" X"09" "0" X"09" "WARN"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#drawer" X"09" "DRAWER:settlement" X"09" "50"
               X"09" "CRIT"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#exposure" X"09" "EXPOSURE" X"09" "5000" X"09"
               "WARN"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#stockout" X"09" "ZEROSTOCK" X"09" "3" X"09" "INFO"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#upload" X"09" "UPLOADAGE" X"09" "2" X"09" "CRIT"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#printer" X"09" "PRINTFAIL" X"09" "0" X"09" "WARN"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           MOVE SPACES TO RULES-LINE
           STRING "#nightly" X"09" "STEPFAIL" X"09" "0" X"09" "WARN"
               DELIMITED BY SIZE INTO RULES-LINE
           END-STRING
           WRITE RULES-LINE
           CLOSE RULES-FILE
           DISPLAY "Created " FUNCTION TRIM(RULES-PATH)
               " with commented examples."
           .

       PARSE-RULE-LINE.
           IF FUNCTION TRIM(RULES-LINE) = SPACES
               OR RULES-LINE(1:1) = "#"
               OR rule-count >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO rule-f-name
           MOVE SPACES TO rule-f-measure
           MOVE SPACES TO rule-f-limit
           MOVE SPACES TO rule-f-severity
           UNSTRING RULES-LINE DELIMITED BY X"09"
               INTO rule-f-name
                    rule-f-measure
                    rule-f-limit
                    rule-f-severity
           END-UNSTRING
           IF FUNCTION TRIM(rule-f-name) = SPACES
               OR FUNCTION TRIM(rule-f-measure) = SPACES
               OR FUNCTION TRIM(rule-f-limit) = SPACES
               OR FUNCTION TEST-NUMVAL(rule-f-limit) NOT = 0
               DISPLAY "WARNING: rule line not understood - "
                   FUNCTION TRIM(RULES-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO rule-count
           MOVE FUNCTION TRIM(rule-f-name) TO rule-name(rule-count)
           MOVE FUNCTION TRIM(rule-f-measure)
               TO rule-measure(rule-count)
           MOVE FUNCTION NUMVAL(rule-f-limit) TO rule-limit(rule-count)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(rule-f-severity))
               TO rule-severity(rule-count)
           IF rule-severity(rule-count) NOT = "INFO"
               AND rule-severity(rule-count) NOT = "CRIT"
               MOVE "WARN" TO rule-severity(rule-count)
           END-IF
           MOVE 0 TO rule-value(rule-count)
           MOVE 0 TO rule-known(rule-count)
           MOVE SPACES TO rule-outcome(rule-count)
           .

       LOAD-ALERT-STATE.
           MOVE 0 TO STATE-EOF
           OPEN INPUT STATE-FILE
           IF STATE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STATE-EOF = 1
               READ STATE-FILE
                   AT END
                       MOVE 1 TO STATE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(STATE-LINE) NOT = SPACES
                           AND raised-count < 50
                           ADD 1 TO raised-count
                           MOVE SPACES TO raised-entry(raised-count)
                           UNSTRING STATE-LINE DELIMITED BY X"09"
                               INTO raised-rule(raised-count)
                                    raised-sev(raised-count)
                                    raised-since(raised-count)
                                    raised-value(raised-count)
                           END-UNSTRING
                           MOVE 0 TO raised-keep(raised-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .

      * EVALUATE-ONE-RULE - Read the measure, then: newly breached
      * is announced and raised, still breached stays quiet, back
      * under the threshold is announced as resolved and let go.
       EVALUATE-ONE-RULE.
           PERFORM READ-MEASURE
           MOVE msr-value TO rule-value(rule-idx)
           MOVE msr-known TO rule-known(rule-idx)

           MOVE 0 TO raised-found
           PERFORM VARYING raised-idx FROM 1 BY 1
                   UNTIL raised-idx > raised-count
               IF FUNCTION TRIM(raised-rule(raised-idx))
                       = FUNCTION TRIM(rule-name(rule-idx))
                   MOVE raised-idx TO raised-found
                   MOVE 1 TO raised-keep(raised-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE msr-value TO display-value
           MOVE rule-limit(rule-idx) TO display-limit
           EVALUATE TRUE
               WHEN msr-known = 0
                   MOVE "N/A" TO rule-outcome(rule-idx)
               WHEN msr-value > rule-limit(rule-idx)
                   AND raised-found = 0
                   MOVE "ALERT" TO rule-outcome(rule-idx)
                   PERFORM RAISE-ALERT
               WHEN msr-value > rule-limit(rule-idx)
                   MOVE "HELD" TO rule-outcome(rule-idx)
                   ADD 1 TO held-count
               WHEN raised-found NOT = 0
                   MOVE "RESOLVED" TO rule-outcome(rule-idx)
                   PERFORM RESOLVE-ALERT
               WHEN OTHER
                   MOVE "OK" TO rule-outcome(rule-idx)
           END-EVALUATE

           IF msr-known = 0
               DISPLAY "  " rule-outcome(rule-idx) " "
                   rule-name(rule-idx) " "
                   FUNCTION TRIM(rule-measure(rule-idx))
                   " = n/a"
           ELSE
               DISPLAY "  " rule-outcome(rule-idx) " "
                   rule-name(rule-idx) " "
                   FUNCTION TRIM(rule-measure(rule-idx))
                   " = " FUNCTION TRIM(display-value)
                   " (limit " FUNCTION TRIM(display-limit) ")"
           END-IF
           .

       RAISE-ALERT.
           ADD 1 TO new-count
           IF raised-count < 50
               ADD 1 TO raised-count
               MOVE rule-name(rule-idx) TO raised-rule(raised-count)
               MOVE rule-severity(rule-idx) TO raised-sev(raised-count)
               MOVE now-stamp TO raised-since(raised-count)
               MOVE FUNCTION TRIM(display-value)
                   TO raised-value(raised-count)
               MOVE 1 TO raised-keep(raised-count)
           END-IF

           MOVE "ALERT" TO alert-kind
           MOVE SPACES TO alert-message
           STRING
               "[" DELIMITED BY SIZE
               FUNCTION TRIM(rule-severity(rule-idx))
                   DELIMITED BY SIZE
               "] " DELIMITED BY SIZE
               FUNCTION TRIM(kiosk-name) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(rule-name(rule-idx)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(rule-measure(rule-idx)) DELIMITED BY SIZE
               " is " DELIMITED BY SIZE
               FUNCTION TRIM(display-value) DELIMITED BY SIZE
               ", above " DELIMITED BY SIZE
               FUNCTION TRIM(display-limit) DELIMITED BY SIZE
               INTO alert-message
           END-STRING
           PERFORM QUEUE-ALERT-RECORD
           .

       RESOLVE-ALERT.
           ADD 1 TO cleared-count
           MOVE 2 TO raised-keep(raised-found)

           MOVE "ALERT" TO alert-kind
           MOVE SPACES TO alert-message
           STRING
               "[RESOLVED] " DELIMITED BY SIZE
               FUNCTION TRIM(kiosk-name) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(rule-name(rule-idx)) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(rule-measure(rule-idx)) DELIMITED BY SIZE
               " back to " DELIMITED BY SIZE
               FUNCTION TRIM(display-value) DELIMITED BY SIZE
               " (limit " DELIMITED BY SIZE
               FUNCTION TRIM(display-limit) DELIMITED BY SIZE
               "), raised " DELIMITED BY SIZE
               raised-since(raised-found)(1:8) DELIMITED BY SIZE
               INTO alert-message
           END-STRING
           PERFORM QUEUE-ALERT-RECORD
           .

      * QUEUE-ALERT-RECORD - Same record shape as the TUI's
      * WRITE-OUTBOX-ENTRY; "-" addresses the club, not a member.
       QUEUE-ALERT-RECORD.
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING
               now-stamp DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(alert-kind) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(alert-message) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           .

       SAVE-ALERT-STATE.
           OPEN OUTPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(STATE-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING raised-idx FROM 1 BY 1
                   UNTIL raised-idx > raised-count
               IF raised-keep(raised-idx) = 1
                   MOVE SPACES TO STATE-LINE
                   STRING
                       FUNCTION TRIM(raised-rule(raised-idx))
                           DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(raised-sev(raised-idx))
                           DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       raised-since(raised-idx) DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(raised-value(raised-idx))
                           DELIMITED BY SIZE
                       INTO STATE-LINE
                   END-STRING
                   WRITE STATE-LINE
               END-IF
           END-PERFORM
           CLOSE STATE-FILE
           .

      * READ-MEASURE - rule-measure(rule-idx) into msr-value;
      * msr-known 0 when its source isn't there to read.
       READ-MEASURE.
           MOVE 0 TO msr-value
           MOVE 0 TO msr-known
           MOVE SPACES TO msr-kind
           MOVE SPACES TO msr-step
           MOVE SPACES TO msr-text
           UNSTRING rule-measure(rule-idx) DELIMITED BY ":"
               INTO msr-kind
                    msr-step
                    msr-text
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(msr-kind) TO msr-kind

           EVALUATE msr-kind
               WHEN "PENDING"
                   PERFORM MEASURE-PENDING
               WHEN "DRAWER"
                   IF msr-step = SPACES
                       MOVE "settlement" TO msr-step
                   END-IF
                   MOVE "Over/short" TO msr-text
                   PERFORM MEASURE-REPORT-FIGURE
                   IF msr-value < 0
                       COMPUTE msr-value = 0 - msr-value
                   END-IF
               WHEN "EXPOSURE"
                   PERFORM MEASURE-EXPOSURE
               WHEN "ZEROSTOCK"
                   PERFORM MEASURE-ZERO-STOCK
               WHEN "UPLOADAGE"
                   PERFORM MEASURE-UPLOAD-AGE
               WHEN "PRINTFAIL"
                   PERFORM MEASURE-PRINT-FAIL
               WHEN "STEPFAIL"
                   PERFORM MEASURE-STEP-FAIL
               WHEN "REPORT"
                   IF msr-step NOT = SPACES AND msr-text NOT = SPACES
                       PERFORM MEASURE-REPORT-FIGURE
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: rule "
                       FUNCTION TRIM(rule-name(rule-idx))
                       " - unknown measure "
                       FUNCTION TRIM(rule-measure(rule-idx))
           END-EVALUATE
           .

       MEASURE-PENDING.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pending-sales.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
      *    No queue file is an empty queue.
           MOVE 1 TO msr-known
           PERFORM COUNT-READER-LINES
           MOVE msr-count TO msr-value
           .

      * MEASURE-EXPOSURE - shadow-ledger.txt is "username<TAB>
      * member-id<TAB>balance<TAB>ts", balance in oere.
       MEASURE-EXPOSURE.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shadow-ledger.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO msr-oere
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO msr-known
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       MOVE SPACES TO msr-f1
                       MOVE SPACES TO msr-f2
                       MOVE SPACES TO msr-f3
                       UNSTRING READER-LINE DELIMITED BY X"09"
                           INTO msr-f1
                                msr-f2
                                msr-f3
                       END-UNSTRING
                       IF FUNCTION TRIM(msr-f3) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(msr-f3) = 0
                           AND FUNCTION NUMVAL(msr-f3) < 0
                           COMPUTE msr-oere =
                               msr-oere - FUNCTION NUMVAL(msr-f3)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           COMPUTE msr-value = msr-oere / 100
           .

      * MEASURE-ZERO-STOCK - stock.txt is "productid=qty"; only
      * counted products are tracked.
       MEASURE-ZERO-STOCK.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO msr-count
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO msr-known
           PERFORM UNTIL READER-EOF = 1
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       MOVE SPACES TO msr-f1
                       MOVE SPACES TO msr-f2
                       UNSTRING READER-LINE DELIMITED BY "="
                           INTO msr-f1
                                msr-f2
                       END-UNSTRING
                       IF FUNCTION TRIM(msr-f1) NOT = SPACES
                           AND FUNCTION TRIM(msr-f2) NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(msr-f2) = 0
                           AND FUNCTION NUMVAL(msr-f2) <= 0
                           ADD 1 TO msr-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           MOVE msr-count TO msr-value
           .

      * MEASURE-UPLOAD-AGE - upload-state.txt's second line is the
      * date JOURNAL-UPLOAD last caught fully up.
       MEASURE-UPLOAD-AGE.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/upload-state.txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE SPACES TO msr-f1
           MOVE 0 TO READER-EOF
           OPEN INPUT READER-FILE
           IF READER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ READER-FILE
               AT END
                   MOVE 1 TO READER-EOF
           END-READ
           IF READER-EOF = 0
               READ READER-FILE
                   AT END
                       MOVE 1 TO READER-EOF
                   NOT AT END
                       MOVE READER-LINE(1:8) TO msr-f1
               END-READ
           END-IF
           CLOSE READER-FILE
           IF msr-f1(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE msr-f1(1:8) TO msr-date-num
           COMPUTE msr-then-int =
               FUNCTION INTEGER-OF-DATE(msr-date-num)
           MOVE today-date TO msr-date-num
           COMPUTE msr-today-int =
               FUNCTION INTEGER-OF-DATE(msr-date-num)
           COMPUTE msr-value = msr-today-int - msr-then-int
           MOVE 1 TO msr-known
           .

      * MEASURE-PRINT-FAIL - Jobs the spooler gave up on wait in
      * spool/failed/ until the admin requeues or drops them.
       MEASURE-PRINT-FAIL.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/alert-list.tmp" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool/failed 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(READER-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           MOVE 1 TO msr-known
           PERFORM COUNT-READER-LINES
           MOVE msr-count TO msr-value
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(READER-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * MEASURE-STEP-FAIL - run-control.log is "date<TAB>step<TAB>
      * status<TAB>time"; a step counts as failed when its last
      * START/OK/FAIL line today is FAIL. No runner run today
      * leaves the measure unknown.
       MEASURE-STEP-FAIL.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/run-control.log" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           MOVE 0 TO step-count
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
                       PERFORM NOTE-STEP-LINE
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           IF step-count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO msr-known
           MOVE 0 TO msr-count
           PERFORM VARYING step-idx FROM 1 BY 1
                   UNTIL step-idx > step-count
               IF step-status(step-idx) = "FAIL"
                   ADD 1 TO msr-count
               END-IF
           END-PERFORM
           MOVE msr-count TO msr-value
           .

       NOTE-STEP-LINE.
           MOVE SPACES TO msr-f1
           MOVE SPACES TO msr-f2
           MOVE SPACES TO msr-f3
           UNSTRING READER-LINE DELIMITED BY X"09"
               INTO msr-f1
                    msr-f2
                    msr-f3
           END-UNSTRING
           IF msr-f1(1:8) NOT = today-date
               EXIT PARAGRAPH
           END-IF
           IF msr-f3 NOT = "START" AND msr-f3 NOT = "OK"
               AND msr-f3 NOT = "FAIL"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO step-found
           PERFORM VARYING step-idx FROM 1 BY 1
                   UNTIL step-idx > step-count
               IF step-name(step-idx) = msr-f2(1:24)
                   MOVE step-idx TO step-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF step-found = 0
               IF step-count >= 40
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO step-count
               MOVE step-count TO step-found
               MOVE msr-f2(1:24) TO step-name(step-found)
           END-IF
           MOVE msr-f3(1:8) TO step-status(step-found)
           .

      * MEASURE-REPORT-FIGURE - BATCH-RUNNER keeps each step's
      * output as exports/nightly-<step>-YYYYMMDD.txt; the figure is
      * the number after msr-text (and any ":") on the last line of
      * tonight's output that carries the text.
       MEASURE-REPORT-FIGURE.
           MOVE SPACES TO READER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/nightly-" DELIMITED BY SIZE
               FUNCTION TRIM(msr-step) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO READER-PATH
           END-STRING
           COMPUTE msr-len = FUNCTION LENGTH(FUNCTION TRIM(msr-text))
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
                       PERFORM SCAN-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       SCAN-REPORT-LINE.
           MOVE 0 TO msr-tally
           INSPECT READER-LINE TALLYING msr-tally
               FOR CHARACTERS BEFORE INITIAL
                   msr-text(1:msr-len)
           IF msr-tally >= 400
               EXIT PARAGRAPH
           END-IF
           COMPUTE msr-pos = msr-tally + msr-len + 1
           MOVE SPACES TO msr-rest
           MOVE READER-LINE(msr-pos:40) TO msr-rest
           INSPECT msr-rest REPLACING ALL ":" BY SPACE
           MOVE SPACES TO msr-f4
           UNSTRING FUNCTION TRIM(msr-rest) DELIMITED BY ALL SPACE
               INTO msr-f4
           END-UNSTRING
      *    Thousands separators out: "1,234.50" reads as 1234.50.
           MOVE SPACES TO msr-f1
           MOVE SPACES TO msr-f2
           MOVE SPACES TO msr-f3
           UNSTRING msr-f4 DELIMITED BY ","
               INTO msr-f1
                    msr-f2
                    msr-f3
           END-UNSTRING
           MOVE SPACES TO msr-f4
           STRING
               FUNCTION TRIM(msr-f1) DELIMITED BY SPACE
               FUNCTION TRIM(msr-f2) DELIMITED BY SPACE
               FUNCTION TRIM(msr-f3) DELIMITED BY SPACE
               INTO msr-f4
           END-STRING
           IF msr-f4 NOT = SPACES
               AND FUNCTION TEST-NUMVAL(msr-f4) = 0
               MOVE FUNCTION NUMVAL(msr-f4) TO msr-value
               MOVE 1 TO msr-known
           END-IF
           .

       COUNT-READER-LINES.
           MOVE 0 TO msr-count
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
                           ADD 1 TO msr-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE READER-FILE
           .

       END PROGRAM ALERT-CHECK.
