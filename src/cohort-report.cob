      ******************************************************************
      * Author: Naitsabot
      * Purpose: Member cohort retention report
      * Description:
      *     Batch report that groups members by the month they first
      *     turn up in the journal - a sale, a deposit or the OPENING
      *     line MIGRATION-IMPORT wrote for them - and follows each
      *     group month by month: how many of them still bought
      *     something, what share of the group that is, and what
      *     each active member spent. The board uses it to judge
      *     whether the intro-week sign-ups are still buying by
      *     Easter, i.e. whether recruitment brings lasting members.
      *
      *     Members whose first line is an OPENING line were carried
      *     over from the old system rather than recruited that
      *     month; they form their own cohort, marked "*". Active
      *     in a month means at least one SALE line under the
      *     member's username; spend is those SALE lines less the
      *     member's own VOID and RETURN refunds. GUEST lines are
      *     the host's tab for others and count for neither.
      *
      *     The dated archives and the live journal are read, the
      *     same sweep EVENT-SETTLEMENT-REPORT makes. Only counts
      *     and sums are printed - no username appears anywhere in
      *     the output.
      *
      *     COHORT_FROM / COHORT_TO (YYYYMM) limit which cohorts are
      *     shown (default all); COHORT_MONTHS (1-24, default 12)
      *     is how many months after the joining month are followed.
      *     Months after the last month in the journal print ".".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-REPORT.

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

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

      * cohort-options - the cohorts to show and how far to follow
      * them; sweep-pass 1 finds each member's first month, pass 2
      * tallies activity against it.
       01 cohort-options.
           05 opt-from          PIC 9(6) VALUE 0.
           05 opt-to            PIC 9(6) VALUE 999999.
           05 opt-months        PIC 9(2) COMP-5 VALUE 12.
           05 sweep-pass        PIC 9 VALUE 1.
           05 last-month        PIC 9(6) VALUE 0.
           05 last-month-no     PIC 9(7) COMP-5 VALUE 0.

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 line-month            PIC 9(6).
       01 line-month-no         PIC 9(7) COMP-5.
       01 line-offset           PIC S9(7) COMP-5.
       01 calc-month            PIC 9(6).
       01 calc-month-no         PIC 9(7) COMP-5.

      * members - one entry per username; the name is only the
      * lookup key and is never printed. mbr-active(n) is set when
      * the member bought in the (n-1)th month after joining.
       01 members.
           05 mbr-count         PIC 9(4) COMP-5 VALUE 0.
           05 mbr-entry OCCURS 3000 TIMES.
               10 mbr-name      PIC X(64).
               10 mbr-first     PIC 9(6).
               10 mbr-opening   PIC 9.
               10 mbr-cohort    PIC 9(3) COMP-5.
               10 mbr-active    PIC 9 OCCURS 25 TIMES.
           05 mbr-idx           PIC 9(4) COMP-5.
           05 mbr-found-idx     PIC 9(4) COMP-5.
       01 mbr-dropped           PIC 9(5) COMP-5 VALUE 0.

      * cohorts - joining month (and whether carried over by the
      * migration), size, and per month offset the active count and
      * their net spend in oere.
       01 cohorts.
           05 coh-count         PIC 9(3) COMP-5 VALUE 0.
           05 coh-entry OCCURS 200 TIMES.
               10 coh-month     PIC 9(6).
               10 coh-opening   PIC 9.
               10 coh-size      PIC 9(5) COMP-5.
               10 coh-active    PIC 9(5) COMP-5 OCCURS 25 TIMES.
               10 coh-spend     PIC S9(11) COMP-5 OCCURS 25 TIMES.
           05 coh-idx           PIC 9(3) COMP-5.
           05 coh-found-idx     PIC 9(3) COMP-5.
       01 off-idx               PIC 9(2) COMP-5.
       01 sort-idx              PIC 9(3) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 swap-entry            PIC X(311).
       01 shown-count           PIC 9(3) COMP-5 VALUE 0.

       01 cell-avg              PIC S9(9)V99 COMP-3.
       01 cell-pct              PIC 9(3) COMP-5.
       01 display-month         PIC 9(6).
       01 display-size          PIC ZZ,ZZ9.
       01 display-cell          PIC ZZZZ9.
       01 display-pct           PIC ZZ9.
       01 display-kr            PIC -----9.
       01 display-off           PIC 9.
       01 display-off2          PIC 99.
       01 block-kind            PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM MEMBER COHORT REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           PERFORM BUILD-FILE-LIST
           MOVE 1 TO sweep-pass
           PERFORM READ-ALL-JOURNALS
           PERFORM BUILD-COHORTS
           MOVE 2 TO sweep-pass
           PERFORM READ-ALL-JOURNALS
           PERFORM COUNT-ACTIVE-MEMBERS
           PERFORM PRINT-REPORT
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
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
               "/cohort-report-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING
           .

       INIT-OPTIONS.
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COHORT_FROM"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO opt-from
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COHORT_TO"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO opt-to
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COHORT_MONTHS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               AND FUNCTION NUMVAL(env-text) >= 1
               AND FUNCTION NUMVAL(env-text) <= 24
               MOVE FUNCTION NUMVAL(env-text) TO opt-months
           END-IF
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep EVENT-SETTLEMENT-REPORT makes.
      * The list is read once per pass and removed at the end.
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
           END-UNSTRING

           IF FUNCTION TRIM(jnl-username) = SPACES
               OR FUNCTION TRIM(jnl-username) = "-"
               OR FUNCTION TEST-NUMVAL(jnl-timestamp(1:6)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE jnl-timestamp(1:6) TO line-month
           MOVE line-month TO calc-month
           PERFORM COMPUTE-MONTH-NO
           MOVE calc-month-no TO line-month-no

           IF sweep-pass = 1
               PERFORM NOTE-FIRST-APPEARANCE
           ELSE
               PERFORM TALLY-MEMBER-ACTIVITY
           END-IF
           .

      * COMPUTE-MONTH-NO - calc-month (YYYYMM) as a running month
      * number, so two months subtract to the months between them.
       COMPUTE-MONTH-NO.
           COMPUTE calc-month-no =
               (calc-month / 100) * 12 + FUNCTION MOD(calc-month, 100)
               - 1
           .

      * NOTE-FIRST-APPEARANCE - A member turns up on a sale, a
      * deposit or an OPENING line; the earliest month wins, and an
      * OPENING line in that month marks the member carried over.
       NOTE-FIRST-APPEARANCE.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "DEP"
               WHEN "OPENING"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF line-month > last-month
               MOVE line-month TO last-month
               MOVE line-month-no TO last-month-no
           END-IF

           PERFORM FIND-MEMBER
           IF mbr-found-idx = 0
               IF mbr-count >= 3000
                   ADD 1 TO mbr-dropped
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO mbr-count
               MOVE mbr-count TO mbr-found-idx
               MOVE jnl-username TO mbr-name(mbr-found-idx)
               MOVE line-month TO mbr-first(mbr-found-idx)
               MOVE 0 TO mbr-opening(mbr-found-idx)
               MOVE 0 TO mbr-cohort(mbr-found-idx)
               PERFORM VARYING off-idx FROM 1 BY 1 UNTIL off-idx > 25
                   MOVE 0 TO mbr-active(mbr-found-idx, off-idx)
               END-PERFORM
           END-IF

           IF line-month < mbr-first(mbr-found-idx)
               MOVE line-month TO mbr-first(mbr-found-idx)
               MOVE 0 TO mbr-opening(mbr-found-idx)
           END-IF
           IF line-month = mbr-first(mbr-found-idx)
               AND FUNCTION TRIM(jnl-type) = "OPENING"
               MOVE 1 TO mbr-opening(mbr-found-idx)
           END-IF
           .

       FIND-MEMBER.
           MOVE 0 TO mbr-found-idx
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-name(mbr-idx) = jnl-username
                   MOVE mbr-idx TO mbr-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * BUILD-COHORTS - One cohort per joining month (two when a
      * migration month also recruited), sorted by month with the
      * carried-over cohort first, then each member pointed at its
      * cohort.
       BUILD-COHORTS.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               PERFORM FIND-OR-ADD-COHORT
           END-PERFORM

           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= coh-count
                   IF coh-month(sort-idx) > coh-month(sort-idx + 1)
                       OR (coh-month(sort-idx) =
                           coh-month(sort-idx + 1)
                           AND coh-opening(sort-idx) <
                               coh-opening(sort-idx + 1))
                       MOVE coh-entry(sort-idx) TO swap-entry
                       MOVE coh-entry(sort-idx + 1)
                           TO coh-entry(sort-idx)
                       MOVE swap-entry TO coh-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               PERFORM VARYING coh-idx FROM 1 BY 1
                       UNTIL coh-idx > coh-count
                   IF coh-month(coh-idx) = mbr-first(mbr-idx)
                       AND coh-opening(coh-idx) = mbr-opening(mbr-idx)
                       MOVE coh-idx TO mbr-cohort(mbr-idx)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       FIND-OR-ADD-COHORT.
           MOVE 0 TO coh-found-idx
           PERFORM VARYING coh-idx FROM 1 BY 1
                   UNTIL coh-idx > coh-count
               IF coh-month(coh-idx) = mbr-first(mbr-idx)
                   AND coh-opening(coh-idx) = mbr-opening(mbr-idx)
                   MOVE coh-idx TO coh-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF coh-found-idx = 0 AND coh-count < 200
               ADD 1 TO coh-count
               MOVE coh-count TO coh-found-idx
               MOVE mbr-first(mbr-idx) TO coh-month(coh-found-idx)
               MOVE mbr-opening(mbr-idx) TO coh-opening(coh-found-idx)
               MOVE 0 TO coh-size(coh-found-idx)
               PERFORM VARYING off-idx FROM 1 BY 1 UNTIL off-idx > 25
                   MOVE 0 TO coh-active(coh-found-idx, off-idx)
                   MOVE 0 TO coh-spend(coh-found-idx, off-idx)
               END-PERFORM
           END-IF
           IF coh-found-idx > 0
               ADD 1 TO coh-size(coh-found-idx)
           END-IF
           .

      * TALLY-MEMBER-ACTIVITY - A member's SALE marks the month
      * active and adds to the cohort's spend for it; VOID and
      * RETURN refunds come back off that spend.
       TALLY-MEMBER-ACTIVITY.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "VOID"
               WHEN "RETURN"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM FIND-MEMBER
           IF mbr-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE mbr-cohort(mbr-found-idx) TO coh-idx
           IF coh-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE mbr-first(mbr-found-idx) TO calc-month
           PERFORM COMPUTE-MONTH-NO
           COMPUTE line-offset = line-month-no - calc-month-no
           IF line-offset < 0 OR line-offset > opt-months
               EXIT PARAGRAPH
           END-IF
           COMPUTE off-idx = line-offset + 1

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF
           IF FUNCTION TRIM(jnl-type) = "VOID"
               OR FUNCTION TRIM(jnl-type) = "RETURN"
               SUBTRACT jnl-cost-num FROM coh-spend(coh-idx, off-idx)
           ELSE
               ADD jnl-cost-num TO coh-spend(coh-idx, off-idx)
               MOVE 1 TO mbr-active(mbr-found-idx, off-idx)
           END-IF
           .

       COUNT-ACTIVE-MEMBERS.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-cohort(mbr-idx) > 0
                   PERFORM VARYING off-idx FROM 1 BY 1
                           UNTIL off-idx > opt-months + 1
                       IF mbr-active(mbr-idx, off-idx) = 1
                           ADD 1 TO coh-active(mbr-cohort(mbr-idx),
                               off-idx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       PRINT-REPORT.
           DISPLAY " "
           MOVE mbr-count TO display-size
           DISPLAY "Members seen      : " display-size
           MOVE coh-count TO display-size
           DISPLAY "Cohorts           : " display-size
           DISPLAY "Last journal month: " last-month
           IF mbr-dropped > 0
               MOVE mbr-dropped TO display-size
               DISPLAY "Lines past the member table (skipped): "
                   display-size
           END-IF

           DISPLAY " "
           DISPLAY "Active members per month after joining (M0 = the"
               " joining month):"
           MOVE 1 TO block-kind
           PERFORM PRINT-BLOCK

           DISPLAY " "
           DISPLAY "Still active, percent of cohort:"
           MOVE 2 TO block-kind
           PERFORM PRINT-BLOCK

           DISPLAY " "
           DISPLAY "Spend per active member (kr):"
           MOVE 3 TO block-kind
           PERFORM PRINT-BLOCK

           DISPLAY " "
           DISPLAY "* carried over by the opening-balance import, not"
               " recruited that month."
           DISPLAY ". month not yet in the journal."
           .

      * PRINT-BLOCK - One row per shown cohort, one column per month
      * offset; block-kind 1 = active count, 2 = percent of the
      * cohort, 3 = spend per active member.
       PRINT-BLOCK.
           DISPLAY "Cohort     Size" NO ADVANCING
           PERFORM VARYING off-idx FROM 1 BY 1
                   UNTIL off-idx > opt-months + 1
               IF off-idx <= 10
                   COMPUTE display-off = off-idx - 1
                   DISPLAY "    M" display-off NO ADVANCING
               ELSE
                   COMPUTE display-off2 = off-idx - 1
                   DISPLAY "   M" display-off2 NO ADVANCING
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "------------------------------------------"
               "------------------------------------"

           MOVE 0 TO shown-count
           PERFORM VARYING coh-idx FROM 1 BY 1
                   UNTIL coh-idx > coh-count
               IF coh-month(coh-idx) >= opt-from
                   AND coh-month(coh-idx) <= opt-to
                   ADD 1 TO shown-count
                   PERFORM PRINT-COHORT-ROW
               END-IF
           END-PERFORM
           IF shown-count = 0
               DISPLAY "  (no cohorts in range)"
           END-IF
           .

       PRINT-COHORT-ROW.
           MOVE coh-month(coh-idx) TO display-month
           MOVE coh-size(coh-idx) TO display-size
           IF coh-opening(coh-idx) = 1
               DISPLAY display-month "* " display-size NO ADVANCING
           ELSE
               DISPLAY display-month "  " display-size NO ADVANCING
           END-IF

           MOVE coh-month(coh-idx) TO calc-month
           PERFORM COMPUTE-MONTH-NO
           PERFORM VARYING off-idx FROM 1 BY 1
                   UNTIL off-idx > opt-months + 1
               IF calc-month-no + off-idx - 1 > last-month-no
                   DISPLAY "     ." NO ADVANCING
               ELSE
                   PERFORM PRINT-COHORT-CELL
               END-IF
           END-PERFORM
           DISPLAY " "
           .

       PRINT-COHORT-CELL.
           EVALUATE block-kind
               WHEN 1
                   MOVE coh-active(coh-idx, off-idx) TO display-cell
                   DISPLAY " " display-cell NO ADVANCING
               WHEN 2
                   COMPUTE cell-pct ROUNDED =
                       coh-active(coh-idx, off-idx) * 100
                       / coh-size(coh-idx)
                   MOVE cell-pct TO display-pct
                   DISPLAY "  " display-pct "%" NO ADVANCING
               WHEN OTHER
                   IF coh-active(coh-idx, off-idx) = 0
                       DISPLAY "      " NO ADVANCING
                   ELSE
                       COMPUTE cell-avg ROUNDED =
                           coh-spend(coh-idx, off-idx)
                           / coh-active(coh-idx, off-idx) / 100
                       MOVE cell-avg TO display-kr
                       DISPLAY display-kr NO ADVANCING
                   END-IF
           END-EVALUATE
           .

       END PROGRAM COHORT-REPORT.
