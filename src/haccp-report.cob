      ******************************************************************
      * Author: Naitsabot
      * Purpose: Monthly food-safety (HACCP) temperature report
      * Description:
      *     The kiosk takes a reading of every cooling unit in
      *     cooling-units.txt when a shift signs on (and on TEMP:
      *     from the order line), appending each to
      *     temperature-log.txt with the shift, the operator and,
      *     for a reading outside the unit's range, the corrective
      *     action taken. This batch job turns one month of that log
      *     into the record a food inspector asks for, in
      *     exports/haccp-YYYYMM.txt:
      *       UNITS      - every registered unit, its allowed range,
      *                    the categories kept in it and its hold
      *                    time
      *       READINGS   - every reading of the month, as logged
      *       DEVIATIONS - every spell out of range: when it began,
      *                    when a reading was back in range, how
      *                    long that took and the action noted; HELD
      *                    when it outlasted the unit's hold time
      *                    (the kiosk stops selling the unit's
      *                    products then)
      *       GAPS       - every day with sales on which a unit got
      *                    no reading at all
      *     Days with sales come from the SALE, GUEST and COMP lines
      *     of the dated archives and the live journal.
      *     HACCP_MONTH (YYYYMM) picks the month, default the current
      *     one. The run exits 1 when the month has a gap or a HELD
      *     deviation, so the nightly runner shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HACCP-REPORT.

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
           SELECT COOLING-UNITS-FILE
               ASSIGN TO COOLING-UNITS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COOLING-UNITS-STATUS.
           SELECT TEMP-LOG-FILE
               ASSIGN TO TEMP-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-LOG-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  COOLING-UNITS-FILE.
        01 COOLING-UNITS-LINE   PIC X(128).
       FD  TEMP-LOG-FILE.
        01 TEMP-LOG-LINE        PIC X(200).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 COOLING-UNITS-PATH    PIC X(256).
       01 COOLING-UNITS-STATUS  PIC XX.
       01 COOLING-UNITS-EOF     PIC 9 VALUE 0.
       01 TEMP-LOG-PATH         PIC X(256).
       01 TEMP-LOG-STATUS       PIC XX.
       01 TEMP-LOG-EOF          PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).
       01 report-month          PIC X(6).

       COPY "copybooks/journal-line.cpy".
       01 line-date             PIC X(8).
       01 line-day              PIC 99.

      * units - cooling-units.txt as the kiosk reads it, plus what
      * the month's log says about each unit.
       01 units.
           05 unt-count         PIC 9(3) COMP-5 VALUE 0.
           05 unt-entry OCCURS 20 TIMES.
               10 unt-id        PIC X(10).
               10 unt-name      PIC X(30).
               10 unt-min       PIC X(8).
               10 unt-max       PIC X(8).
               10 unt-cats      PIC X(64).
               10 unt-hold      PIC 9(5) COMP-5.
               10 unt-out       PIC 9.
               10 unt-out-since PIC X(15).
               10 unt-out-read  PIC X(8).
               10 unt-out-note  PIC X(60).
               10 unt-read-day  PIC 9 OCCURS 31 TIMES.
           05 unt-idx           PIC 9(3) COMP-5.
           05 unt-found         PIC 9(3) COMP-5.

       01 unit-fields.
           05 unf-id            PIC X(10).
           05 unf-name          PIC X(30).
           05 unf-min           PIC X(8).
           05 unf-max           PIC X(8).
           05 unf-cats          PIC X(64).
           05 unf-hold          PIC X(8).

       01 tlog-fields.
           05 tlg-ts            PIC X(15).
           05 tlg-unit          PIC X(10).
           05 tlg-reading       PIC X(8).
           05 tlg-state         PIC X(10).
           05 tlg-shift         PIC X(13).
           05 tlg-operator      PIC X(32).
           05 tlg-note          PIC X(80).

      * deviations - one row per spell out of range that touches
      * the month; dev-to blank means it has not ended.
       01 deviations.
           05 dev-count         PIC 9(3) COMP-5 VALUE 0.
           05 dev-entry OCCURS 300 TIMES.
               10 dev-unit      PIC X(10).
               10 dev-from      PIC X(15).
               10 dev-to        PIC X(15).
               10 dev-reading   PIC X(8).
               10 dev-minutes   PIC 9(7) COMP-5.
               10 dev-held      PIC 9.
               10 dev-note      PIC X(60).
           05 dev-idx           PIC 9(3) COMP-5.

       01 sale-day              PIC 9 OCCURS 31 TIMES.
       01 day-idx               PIC 99.

       01 time-work.
           05 time-ts           PIC X(15).
           05 time-minutes      PIC 9(9) COMP-5.
           05 from-minutes      PIC 9(9) COMP-5.
           05 to-minutes        PIC 9(9) COMP-5.

       01 counts.
           05 reading-count     PIC 9(5) COMP-5 VALUE 0.
           05 deviation-count   PIC 9(5) COMP-5 VALUE 0.
           05 held-count        PIC 9(5) COMP-5 VALUE 0.
           05 gap-count         PIC 9(5) COMP-5 VALUE 0.
       01 display-count         PIC ZZZZ9.
       01 disp-hold             PIC ZZZZ9.
       01 disp-hours            PIC ZZZ9.
       01 disp-mins             PIC 99.
       01 line-pos              PIC 9(3) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM HACCP TEMPERATURE REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-COOLING-UNITS
           IF unt-count = 0
               DISPLAY "No cooling-units.txt entries - nothing to "
                   "report."
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-UNITS-SECTION
           PERFORM WRITE-READINGS-SECTION
           PERFORM CLOSE-OPEN-DEVIATIONS
           PERFORM WRITE-DEVIATIONS-SECTION
           PERFORM WRITE-GAPS-SECTION
           CLOSE REPORT-FILE

           MOVE reading-count TO display-count
           DISPLAY "Readings          : " display-count
           MOVE deviation-count TO display-count
           DISPLAY "Deviations        : " display-count
           MOVE held-count TO display-count
           DISPLAY "  past hold time  : " display-count
           MOVE gap-count TO display-count
           DISPLAY "Missed readings   : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF gap-count > 0 OR held-count > 0
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
               "/haccp-report-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO COOLING-UNITS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cooling-units.txt" DELIMITED BY SIZE
               INTO COOLING-UNITS-PATH
           END-STRING

           MOVE SPACES TO TEMP-LOG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/temperature-log.txt" DELIMITED BY SIZE
               INTO TEMP-LOG-PATH
           END-STRING

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "HACCP_MONTH"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:6) TO report-month
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO report-month
           END-IF
           IF report-month IS NOT NUMERIC
               DISPLAY "HACCP_MONTH " report-month
                   " is not a month (YYYYMM)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Month: " report-month

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
               "/exports/haccp-" DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING

           PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 31
               MOVE 0 TO sale-day(day-idx)
           END-PERFORM
           .

      * READ-COOLING-UNITS - "unitid<TAB>name<TAB>min<TAB>max<TAB>
      * categories<TAB>hold-minutes", hold 120 when left out.
       READ-COOLING-UNITS.
           MOVE 0 TO COOLING-UNITS-EOF
           OPEN INPUT COOLING-UNITS-FILE
           IF COOLING-UNITS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COOLING-UNITS-EOF = 1
               READ COOLING-UNITS-FILE
                   AT END
                       MOVE 1 TO COOLING-UNITS-EOF
                   NOT AT END
                       PERFORM PARSE-UNIT-LINE
               END-READ
           END-PERFORM
           CLOSE COOLING-UNITS-FILE
           .

       PARSE-UNIT-LINE.
           IF FUNCTION TRIM(COOLING-UNITS-LINE) = SPACES
               OR COOLING-UNITS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF unt-count >= 20
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO unit-fields
           UNSTRING COOLING-UNITS-LINE DELIMITED BY X"09"
               INTO unf-id
                    unf-name
                    unf-min
                    unf-max
                    unf-cats
                    unf-hold
           END-UNSTRING
           IF FUNCTION TRIM(unf-id) = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO unt-count
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(unf-id))
               TO unt-id(unt-count)
           MOVE unf-name TO unt-name(unt-count)
           MOVE FUNCTION TRIM(unf-min) TO unt-min(unt-count)
           MOVE FUNCTION TRIM(unf-max) TO unt-max(unt-count)
           MOVE FUNCTION UPPER-CASE(unf-cats) TO unt-cats(unt-count)
           MOVE 120 TO unt-hold(unt-count)
           IF FUNCTION TRIM(unf-hold) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(unf-hold) = 0
               MOVE FUNCTION NUMVAL(unf-hold) TO unt-hold(unt-count)
           END-IF
           MOVE 0 TO unt-out(unt-count)
           MOVE SPACES TO unt-out-since(unt-count)
           PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 31
               MOVE 0 TO unt-read-day(unt-count, day-idx)
           END-PERFORM
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep ABC-REPORT makes.
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

      * PROCESS-JOURNAL-LINE - Only marks the days of the month on
      * which something was handed over the counter.
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
           MOVE jnl-timestamp(1:8) TO line-date
           IF line-date IS NOT NUMERIC
               OR line-date(1:6) NOT = report-month
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "GUEST"
               WHEN "COMP"
                   MOVE line-date(7:2) TO line-day
                   MOVE 1 TO sale-day(line-day)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       WRITE-UNITS-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "FOOD-SAFETY TEMPERATURE RECORD " DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               ", made " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "UNITS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  unit       name                           "
               DELIMITED BY SIZE
               "min C    max C    hold  categories" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           WRITE REPORT-LINE
           PERFORM VARYING unt-idx FROM 1 BY 1
                   UNTIL unt-idx > unt-count
               MOVE unt-hold(unt-idx) TO disp-hold
               MOVE SPACES TO REPORT-LINE
               MOVE unt-id(unt-idx) TO REPORT-LINE(3:10)
               MOVE unt-name(unt-idx) TO REPORT-LINE(14:30)
               MOVE unt-min(unt-idx) TO REPORT-LINE(45:8)
               MOVE unt-max(unt-idx) TO REPORT-LINE(54:8)
               MOVE disp-hold TO REPORT-LINE(62:5)
               MOVE FUNCTION TRIM(unt-cats(unt-idx))
                   TO REPORT-LINE(69:64)
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

      * WRITE-READINGS-SECTION - One pass over the whole log: the
      * month's lines are listed, and every line moves the unit's
      * out-of-range state on, so a spell begun last month still
      * ends (and is reported) in this one.
       WRITE-READINGS-SECTION.
           MOVE "READINGS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  taken           unit       reading  state     "
               DELIMITED BY SIZE
               "shift         operator        corrective action"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:120)
           WRITE REPORT-LINE

           MOVE 0 TO TEMP-LOG-EOF
           OPEN INPUT TEMP-LOG-FILE
           IF TEMP-LOG-STATUS = "00"
               PERFORM UNTIL TEMP-LOG-EOF = 1
                   READ TEMP-LOG-FILE
                       AT END
                           MOVE 1 TO TEMP-LOG-EOF
                       NOT AT END
                           PERFORM PROCESS-TEMP-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMP-LOG-FILE
           END-IF
           IF reading-count = 0
               MOVE "  (no readings this month)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       PROCESS-TEMP-LINE.
           IF FUNCTION TRIM(TEMP-LOG-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO tlog-fields
           UNSTRING TEMP-LOG-LINE DELIMITED BY X"09"
               INTO tlg-ts
                    tlg-unit
                    tlg-reading
                    tlg-state
                    tlg-shift
                    tlg-operator
                    tlg-note
           END-UNSTRING
           IF tlg-ts(1:8) IS NOT NUMERIC
               OR tlg-ts(1:6) > report-month
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO unt-found
           PERFORM VARYING unt-idx FROM 1 BY 1
                   UNTIL unt-idx > unt-count
               IF unt-id(unt-idx) = tlg-unit
                   MOVE unt-idx TO unt-found
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF tlg-ts(1:6) = report-month
               ADD 1 TO reading-count
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   tlg-ts(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   tlg-ts(10:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   tlg-ts(12:2) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE tlg-unit TO REPORT-LINE(19:10)
               MOVE FUNCTION TRIM(tlg-reading) TO REPORT-LINE(30:8)
               MOVE tlg-state TO REPORT-LINE(39:9)
               MOVE tlg-shift TO REPORT-LINE(49:13)
               MOVE tlg-operator(1:15) TO REPORT-LINE(63:15)
               MOVE tlg-note TO REPORT-LINE(79:54)
               WRITE REPORT-LINE
               IF unt-found > 0
                   MOVE tlg-ts(7:2) TO line-day
                   MOVE 1 TO unt-read-day(unt-found, line-day)
               END-IF
           END-IF

           IF unt-found = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(tlg-state) = "DEVIATION"
               IF unt-out(unt-found) = 0
                   MOVE 1 TO unt-out(unt-found)
                   MOVE tlg-ts TO unt-out-since(unt-found)
                   MOVE tlg-reading TO unt-out-read(unt-found)
                   MOVE tlg-note TO unt-out-note(unt-found)
               END-IF
           ELSE
               IF unt-out(unt-found) = 1
                   MOVE tlg-ts TO time-ts
                   PERFORM ADD-DEVIATION
                   MOVE 0 TO unt-out(unt-found)
               END-IF
           END-IF
           .

      * ADD-DEVIATION - Spell of unit unt-found ending at time-ts
      * (blank: still going, measured to now). Kept when it ran
      * into the month at all.
       ADD-DEVIATION.
           IF time-ts NOT = SPACES
               AND time-ts(1:6) < report-month
               EXIT PARAGRAPH
           END-IF
           IF dev-count >= 300
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO dev-count
           MOVE unt-id(unt-found) TO dev-unit(dev-count)
           MOVE unt-out-since(unt-found) TO dev-from(dev-count)
           MOVE time-ts TO dev-to(dev-count)
           MOVE unt-out-read(unt-found) TO dev-reading(dev-count)
           MOVE unt-out-note(unt-found) TO dev-note(dev-count)

           MOVE unt-out-since(unt-found) TO time-ts
           PERFORM TS-TO-MINUTES
           MOVE time-minutes TO from-minutes
           IF dev-to(dev-count) = SPACES
               STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   "T" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                   INTO time-ts
               END-STRING
           ELSE
               MOVE dev-to(dev-count) TO time-ts
           END-IF
           PERFORM TS-TO-MINUTES
           MOVE time-minutes TO to-minutes
           MOVE 0 TO dev-minutes(dev-count)
           IF to-minutes > from-minutes
               COMPUTE dev-minutes(dev-count) =
                   to-minutes - from-minutes
           END-IF
           MOVE 0 TO dev-held(dev-count)
           IF dev-minutes(dev-count) >= unt-hold(unt-found)
               MOVE 1 TO dev-held(dev-count)
           END-IF
           .

       TS-TO-MINUTES.
           MOVE 0 TO time-minutes
           IF time-ts(1:8) IS NOT NUMERIC
               OR time-ts(10:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE time-minutes =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(time-ts(1:8))) * 1440
               + FUNCTION NUMVAL(time-ts(10:2)) * 60
               + FUNCTION NUMVAL(time-ts(12:2))
           .

      * CLOSE-OPEN-DEVIATIONS - A unit still out of range at the
      * end of the log is reported as not yet back.
       CLOSE-OPEN-DEVIATIONS.
           PERFORM VARYING unt-found FROM 1 BY 1
                   UNTIL unt-found > unt-count
               IF unt-out(unt-found) = 1
                   MOVE SPACES TO time-ts
                   PERFORM ADD-DEVIATION
               END-IF
           END-PERFORM
           .

       WRITE-DEVIATIONS-SECTION.
           MOVE "DEVIATIONS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  unit       out since       back in range   "
               DELIMITED BY SIZE
               "  hh:mm  first    corrective action" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:120)
           WRITE REPORT-LINE
           PERFORM VARYING dev-idx FROM 1 BY 1
                   UNTIL dev-idx > dev-count
               PERFORM WRITE-DEVIATION-LINE
           END-PERFORM
           IF dev-count = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-DEVIATION-LINE.
           ADD 1 TO deviation-count
           MOVE SPACES TO REPORT-LINE
           MOVE dev-unit(dev-idx) TO REPORT-LINE(3:10)
           MOVE dev-from(dev-idx) TO time-ts
           MOVE 14 TO line-pos
           PERFORM FORMAT-TS-AT-POS
           IF dev-to(dev-idx) = SPACES
               MOVE "still out" TO REPORT-LINE(30:14)
           ELSE
               MOVE dev-to(dev-idx) TO time-ts
               MOVE 30 TO line-pos
               PERFORM FORMAT-TS-AT-POS
           END-IF
           COMPUTE disp-hours = dev-minutes(dev-idx) / 60
           COMPUTE disp-mins = FUNCTION MOD(dev-minutes(dev-idx), 60)
           MOVE disp-hours TO REPORT-LINE(45:4)
           MOVE ":" TO REPORT-LINE(49:1)
           MOVE disp-mins TO REPORT-LINE(50:2)
           MOVE FUNCTION TRIM(dev-reading(dev-idx))
               TO REPORT-LINE(54:8)
           MOVE dev-note(dev-idx) TO REPORT-LINE(63:60)
           IF dev-held(dev-idx) = 1
               ADD 1 TO held-count
               MOVE "HELD" TO REPORT-LINE(124:4)
           END-IF
           WRITE REPORT-LINE
           .

       FORMAT-TS-AT-POS.
           STRING time-ts(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               time-ts(10:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               time-ts(12:2) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER line-pos
           END-STRING
           .

      * WRITE-GAPS-SECTION - Every unit must have been read on
      * every day of the month on which something was sold.
       WRITE-GAPS-SECTION.
           MOVE "GAPS (days with sales and no reading)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           WRITE REPORT-LINE
           PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 31
               IF sale-day(day-idx) = 1
                   PERFORM VARYING unt-idx FROM 1 BY 1
                           UNTIL unt-idx > unt-count
                       IF unt-read-day(unt-idx, day-idx) = 0
                           PERFORM WRITE-GAP-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF gap-count = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-GAP-LINE.
           ADD 1 TO gap-count
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               day-idx DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(unt-id(unt-idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(unt-name(unt-idx)) DELIMITED BY SIZE
               " - no reading" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       END PROGRAM HACCP-REPORT.
