      ******************************************************************
      * Author: Naitsabot
      * Purpose: Monthly hospitality (complimentary drinks) report
      * Description:
      *     Batch report over the journal's COMP lines - the drinks
      *     given away at the kiosk to bands, cleaning volunteers
      *     and visiting board members, each approved by a MAINT
      *     operator. For one month it totals the comps per reason
      *     and budget code (count, retail value, value at cost)
      *     and then per budget code against the monthly cap in
      *     hospitality-budgets.txt ("CODE=cap-oere"). The cap is
      *     measured at retail, the value ACCOUNTING-EXPORT books to
      *     the entertainment account. A budget over its cap is
      *     flagged OVER and the run exits 1 so the nightly runner
      *     shows it to the treasurer; a code with no cap listed is
      *     shown as "no cap".
      *     HOSP_MONTH (YYYYMM) picks the month, default the current
      *     one; the dated archives and the live journal are read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOSPITALITY-REPORT.

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
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT BUDGET-FILE
               ASSIGN TO BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  BUDGET-FILE.
        01 BUDGET-LINE          PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 BUDGET-PATH           PIC X(256).
       01 BUDGET-STATUS         PIC XX.
       01 BUDGET-EOF            PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).
       01 report-month          PIC X(6).

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.

      * comp-fields - the tender field of a COMP line,
      * "COMP:<reason>:<budget>:<value at cost, oere>".
       01 comp-fields.
           05 comp-tag          PIC X(8).
           05 comp-reason       PIC X(10).
           05 comp-budget       PIC X(10).
           05 comp-cost-text    PIC X(12).
       01 comp-cost-num         PIC S9(9) COMP-5.

      * reason-totals - one row per reason and budget code.
       01 reason-totals.
           05 rsn-count         PIC 9(3) COMP-5 VALUE 0.
           05 rsn-entry OCCURS 100 TIMES.
               10 rsn-reason    PIC X(10).
               10 rsn-budget    PIC X(10).
               10 rsn-lines     PIC 9(6) COMP-5.
               10 rsn-retail    PIC S9(9) COMP-5.
               10 rsn-cost      PIC S9(9) COMP-5.
           05 rsn-idx           PIC 9(3) COMP-5.
           05 rsn-found-idx     PIC 9(3) COMP-5.

      * budget-totals - one row per budget code, seeded from the
      * caps file so an unused budget still shows its headroom.
       01 budget-totals.
           05 bud-count         PIC 9(3) COMP-5 VALUE 0.
           05 bud-entry OCCURS 100 TIMES.
               10 bud-code      PIC X(10).
               10 bud-has-cap   PIC 9.
               10 bud-cap       PIC S9(9) COMP-5.
               10 bud-retail    PIC S9(9) COMP-5.
               10 bud-cost      PIC S9(9) COMP-5.
           05 bud-idx           PIC 9(3) COMP-5.
           05 bud-found-idx     PIC 9(3) COMP-5.
           05 bud-lookup        PIC X(10).
           05 bud-key           PIC X(20).
           05 bud-value         PIC X(20).

       01 total-lines           PIC 9(6) COMP-5 VALUE 0.
       01 total-retail          PIC S9(9) COMP-5 VALUE 0.
       01 total-cost            PIC S9(9) COMP-5 VALUE 0.
       01 over-count            PIC 9(3) COMP-5 VALUE 0.
       01 headroom              PIC S9(9) COMP-5.
       01 cap-state             PIC X(8).

       01 display-qty           PIC ZZZ,ZZ9.
       01 display-cost          PIC ZZ,ZZZ,ZZ9.99.
       01 display-cost2         PIC ZZ,ZZZ,ZZ9.99.
       01 display-cost3         PIC -Z,ZZZ,ZZ9.99.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM HOSPITALITY REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-BUDGET-CAPS
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM PRINT-REASON-TOTALS
           PERFORM PRINT-BUDGET-TOTALS
           IF over-count > 0
               MOVE 1 TO RETURN-CODE
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/hospitality-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO BUDGET-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/hospitality-budgets.txt" DELIMITED BY SIZE
               INTO BUDGET-PATH
           END-STRING

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "HOSP_MONTH"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:6) TO report-month
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO report-month
           END-IF
           DISPLAY "Month: " report-month
           .

      * READ-BUDGET-CAPS - "CODE=cap-oere" lines; a missing file
      * simply means no budget has a cap.
       READ-BUDGET-CAPS.
           MOVE 0 TO BUDGET-EOF
           OPEN INPUT BUDGET-FILE
           IF BUDGET-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUDGET-EOF = 1
               READ BUDGET-FILE
                   AT END
                       MOVE 1 TO BUDGET-EOF
                   NOT AT END
                       PERFORM PARSE-BUDGET-LINE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       PARSE-BUDGET-LINE.
           IF FUNCTION TRIM(BUDGET-LINE) = SPACES
               OR BUDGET-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO bud-key
           MOVE SPACES TO bud-value
           UNSTRING BUDGET-LINE DELIMITED BY "="
               INTO bud-key
                    bud-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(bud-key))
               TO bud-lookup
           PERFORM FIND-OR-ADD-BUDGET
           IF bud-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(bud-value) NOT = SPACES
               MOVE 1 TO bud-has-cap(bud-found-idx)
               MOVE FUNCTION NUMVAL(bud-value)
                   TO bud-cap(bud-found-idx)
           END-IF
           .

       BUILD-FILE-LIST.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "{ ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort; "
               DELIMITED BY SIZE
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null; } > " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ALL-JOURNALS.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               DISPLAY "No journal files found."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FILE-LIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
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
                    jnl-shift
                    jnl-operator
                    jnl-backend
                    jnl-sale-key
                    jnl-event
                    jnl-tender
           END-UNSTRING

           IF FUNCTION TRIM(jnl-type) NOT = "COMP"
               EXIT PARAGRAPH
           END-IF
           IF jnl-timestamp(1:6) NOT = report-month
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF

           MOVE SPACES TO comp-fields
           UNSTRING jnl-tender DELIMITED BY ":"
               INTO comp-tag
                    comp-reason
                    comp-budget
                    comp-cost-text
           END-UNSTRING
           IF FUNCTION TRIM(comp-reason) = SPACES
               MOVE "OTHER" TO comp-reason
           END-IF
           IF FUNCTION TRIM(comp-budget) = SPACES
               MOVE "-" TO comp-budget
           END-IF
           MOVE 0 TO comp-cost-num
           IF FUNCTION TRIM(comp-cost-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(comp-cost-text) TO comp-cost-num
           END-IF

           ADD 1 TO total-lines
           ADD jnl-cost-num TO total-retail
           ADD comp-cost-num TO total-cost

           PERFORM FIND-OR-ADD-REASON
           IF rsn-found-idx NOT = 0
               ADD 1 TO rsn-lines(rsn-found-idx)
               ADD jnl-cost-num TO rsn-retail(rsn-found-idx)
               ADD comp-cost-num TO rsn-cost(rsn-found-idx)
           END-IF

           MOVE FUNCTION TRIM(comp-budget) TO bud-lookup
           PERFORM FIND-OR-ADD-BUDGET
           IF bud-found-idx NOT = 0
               ADD jnl-cost-num TO bud-retail(bud-found-idx)
               ADD comp-cost-num TO bud-cost(bud-found-idx)
           END-IF
           .

       FIND-OR-ADD-REASON.
           MOVE 0 TO rsn-found-idx
           PERFORM VARYING rsn-idx FROM 1 BY 1
                   UNTIL rsn-idx > rsn-count
               IF rsn-reason(rsn-idx) = comp-reason
                   AND rsn-budget(rsn-idx) = comp-budget
                   MOVE rsn-idx TO rsn-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF rsn-found-idx = 0 AND rsn-count < 100
               ADD 1 TO rsn-count
               MOVE rsn-count TO rsn-found-idx
               MOVE comp-reason TO rsn-reason(rsn-found-idx)
               MOVE comp-budget TO rsn-budget(rsn-found-idx)
               MOVE 0 TO rsn-lines(rsn-found-idx)
               MOVE 0 TO rsn-retail(rsn-found-idx)
               MOVE 0 TO rsn-cost(rsn-found-idx)
           END-IF
           .

       FIND-OR-ADD-BUDGET.
           MOVE 0 TO bud-found-idx
           IF bud-lookup = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING bud-idx FROM 1 BY 1
                   UNTIL bud-idx > bud-count
               IF bud-code(bud-idx) = bud-lookup
                   MOVE bud-idx TO bud-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF bud-found-idx = 0 AND bud-count < 100
               ADD 1 TO bud-count
               MOVE bud-count TO bud-found-idx
               MOVE bud-lookup TO bud-code(bud-found-idx)
               MOVE 0 TO bud-has-cap(bud-found-idx)
               MOVE 0 TO bud-cap(bud-found-idx)
               MOVE 0 TO bud-retail(bud-found-idx)
               MOVE 0 TO bud-cost(bud-found-idx)
           END-IF
           .

       PRINT-REASON-TOTALS.
           DISPLAY " "
           DISPLAY "Per reason and budget code:"
           DISPLAY "  reason     budget       comps         retail"
               "        at cost"
           DISPLAY "------------------------------------------------"
               "--------------"
           IF rsn-count = 0
               DISPLAY "  (no hospitality given this month)"
           END-IF
           PERFORM VARYING rsn-idx FROM 1 BY 1
                   UNTIL rsn-idx > rsn-count
               MOVE rsn-lines(rsn-idx) TO display-qty
               COMPUTE money-kr = rsn-retail(rsn-idx) / 100
               MOVE money-kr TO display-cost
               COMPUTE money-kr = rsn-cost(rsn-idx) / 100
               MOVE money-kr TO display-cost2
               DISPLAY "  " rsn-reason(rsn-idx)
                   " " rsn-budget(rsn-idx)
                   "  " display-qty
                   "  " display-cost
                   "  " display-cost2
           END-PERFORM
           MOVE total-lines TO display-qty
           COMPUTE money-kr = total-retail / 100
           MOVE money-kr TO display-cost
           COMPUTE money-kr = total-cost / 100
           MOVE money-kr TO display-cost2
           DISPLAY "  TOTAL                  " display-qty
               "  " display-cost
               "  " display-cost2
           .

       PRINT-BUDGET-TOTALS.
           DISPLAY " "
           DISPLAY "Per budget code against the monthly cap (retail):"
           DISPLAY "  budget             used            cap"
               "       headroom"
           DISPLAY "------------------------------------------------"
               "--------------"
           PERFORM VARYING bud-idx FROM 1 BY 1
                   UNTIL bud-idx > bud-count
               COMPUTE money-kr = bud-retail(bud-idx) / 100
               MOVE money-kr TO display-cost
               IF bud-has-cap(bud-idx) = 1
                   COMPUTE money-kr = bud-cap(bud-idx) / 100
                   MOVE money-kr TO display-cost2
                   COMPUTE headroom = bud-cap(bud-idx)
                       - bud-retail(bud-idx)
                   COMPUTE money-kr = headroom / 100
                   MOVE money-kr TO display-cost3
                   MOVE SPACES TO cap-state
                   IF headroom < 0
                       MOVE "OVER" TO cap-state
                       ADD 1 TO over-count
                   END-IF
                   DISPLAY "  " bud-code(bud-idx)
                       "  " display-cost
                       "  " display-cost2
                       "  " display-cost3
                       "  " cap-state
               ELSE
                   DISPLAY "  " bud-code(bud-idx)
                       "  " display-cost
                       "         no cap"
               END-IF
           END-PERFORM
           IF over-count > 0
               MOVE over-count TO display-qty
               DISPLAY " "
               DISPLAY "Budgets over their cap: " display-qty
           END-IF
           .

       END PROGRAM HOSPITALITY-REPORT.
