      ******************************************************************
      * Author: Naitsabot
      * Purpose: Club calendar - opening days, closures, semesters
      * Description:
      *     One place that knows when the bar is open, so the
      *     reports can tell a quiet Tuesday from a day the club was
      *     shut for exams, STANDING-ORDERS can leave closed days
      *     alone, the kiosk can warn whoever signs in on one, and
      *     the semester boundaries stop being a fixed 1 Feb / 1 Aug.
      *
      *     calendar.txt in the config dir, tab-separated, "#" lines
      *     are comments:
      *       HOURS    <room|*> <days> <HHMM-HHMM>
      *                regular opening hours; days is ALL or a comma
      *                list of MON..SUN and ranges (MON-THU,SAT). A
      *                closing time before the opening time runs
      *                past midnight. A weekday with no HOURS line
      *                for the room is not an opening day - but a
      *                room with no HOURS lines at all is open every
      *                day (nobody has written its hours down).
      *       CLOSED   <YYYYMMDD[-YYYYMMDD]> <reason>
      *       HOLIDAY  <YYYYMMDD> <name>
      *       SEMESTER <YYYYMMDD> <name>     first day of a semester
      *     Closures and holidays apply to every room. With no
      *     calendar.txt every day is open and the semesters are
      *     spring from 1 Feb and autumn from 1 Aug, as before.
      *
      *     Operations (ccal-op): DAY, SEMESTER, LOAD - see
      *     copybooks/club-calendar.cpy.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLUB-CALENDAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE
               ASSIGN TO CALENDAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
        01 CALENDAR-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 ccal-init-done        PIC 9 VALUE 0.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 CALENDAR-PATH         PIC X(256).
       01 CALENDAR-STATUS       PIC XX.
       01 CALENDAR-EOF          PIC 9 VALUE 0.
       01 calendar-found        PIC 9 VALUE 0.

       01 cal-fields.
           05 cal-kind          PIC X(12).
           05 cal-f2            PIC X(40).
           05 cal-f3            PIC X(60).
           05 cal-f4            PIC X(40).

      * hours-table - HOURS lines; hrs-days holds one flag per
      * weekday, Monday first ("1111100" = Monday to Friday).
       01 hours-table.
           05 hrs-count         PIC 9(3) COMP-5 VALUE 0.
           05 hrs-entry OCCURS 60 TIMES.
               10 hrs-room      PIC X(8).
               10 hrs-days      PIC X(7).
               10 hrs-window    PIC X(9).
       01 hrs-idx               PIC 9(3) COMP-5.

       01 closure-table.
           05 clo-count         PIC 9(3) COMP-5 VALUE 0.
           05 clo-entry OCCURS 300 TIMES.
               10 clo-from      PIC X(8).
               10 clo-to        PIC X(8).
               10 clo-kind      PIC X(8).
               10 clo-reason    PIC X(40).
       01 clo-idx               PIC 9(3) COMP-5.

       01 semester-table.
           05 sem-count         PIC 9(3) COMP-5 VALUE 0.
           05 sem-entry OCCURS 60 TIMES.
               10 sem-start     PIC X(8).
               10 sem-name      PIC X(24).
       01 sem-idx               PIC 9(3) COMP-5.
       01 sem-best              PIC 9(3) COMP-5.
       01 sem-next              PIC 9(3) COMP-5.

       01 day-work.
           05 day-date-num      PIC 9(8).
           05 day-int           PIC 9(9) COMP-5.
           05 day-weekday       PIC 9(1) COMP-5.
           05 day-room-lines    PIC 9(3) COMP-5.
           05 day-calc-num      PIC 9(8).
           05 day-year          PIC 9(4).
           05 day-month         PIC 9(2).

       01 days-work.
           05 days-text         PIC X(40).
           05 days-pos          PIC 9(3) COMP-5.
           05 days-token        PIC X(12).
           05 days-from-name    PIC X(3).
           05 days-to-name      PIC X(3).
           05 days-from-idx     PIC 9(1) COMP-5.
           05 days-to-idx       PIC 9(1) COMP-5.
           05 days-idx          PIC 9(1) COMP-5.
           05 days-mask         PIC X(7).
           05 days-bad          PIC 9 VALUE 0.
       01 lookup-name           PIC X(3).
       01 lookup-idx            PIC 9(1) COMP-5.

       01 weekday-names.
           05 FILLER            PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01 weekday-table REDEFINES weekday-names.
           05 weekday-name OCCURS 7 TIMES PIC X(3).
       01 weekday-words.
           05 FILLER            PIC X(36) VALUE
               "Monday   Tuesday  WednesdayThursday ".
           05 FILLER            PIC X(27) VALUE
               "Friday   Saturday Sunday   ".
       01 weekday-word-table REDEFINES weekday-words.
           05 weekday-word OCCURS 7 TIMES PIC X(9).

       LINKAGE SECTION.
       COPY "copybooks/club-calendar.cpy".

       PROCEDURE DIVISION USING ccal-request-data
                                ccal-response-data.

       MAIN-LOGIC.
           IF ccal-init-done = 0
               MOVE "CLUB-CALENDAR" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-PATHS
               PERFORM LOAD-CALENDAR
               MOVE 1 TO ccal-init-done
           END-IF

           MOVE 0 TO ccal-status
           MOVE 1 TO ccal-open
           MOVE "OPEN" TO ccal-day-kind
           MOVE SPACES TO ccal-reason
           MOVE SPACES TO ccal-hours
           MOVE SPACES TO ccal-sem-start
           MOVE SPACES TO ccal-sem-end
           MOVE SPACES TO ccal-sem-name
           MOVE SPACES TO ccal-sem-source

           EVALUATE ccal-op
               WHEN "DAY"
                   PERFORM CHECK-DATE-ARG
                   IF ccal-status = 0
                       PERFORM CHECK-DAY
                   END-IF
               WHEN "SEMESTER"
                   PERFORM CHECK-DATE-ARG
                   IF ccal-status = 0
                       PERFORM FIND-SEMESTER
                   END-IF
               WHEN "LOAD"
                   PERFORM LOAD-CALENDAR
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown calendar op: " DELIMITED BY SIZE
                       FUNCTION TRIM(ccal-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 3 TO ccal-status
           END-EVALUATE

           IF ccal-status = 0 AND calendar-found = 0
               MOVE 1 TO ccal-status
           END-IF
           GOBACK.

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

           MOVE SPACES TO CALENDAR-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/calendar.txt" DELIMITED BY SIZE
               INTO CALENDAR-PATH
           END-STRING
           .

      * LOAD-CALENDAR - Missing file means no calendar: every day
      * open - the "absent file is not an error" idiom.
       LOAD-CALENDAR.
           MOVE 0 TO hrs-count
           MOVE 0 TO clo-count
           MOVE 0 TO sem-count
           MOVE 0 TO calendar-found
           MOVE 0 TO CALENDAR-EOF

           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO calendar-found
           PERFORM UNTIL CALENDAR-EOF = 1
               READ CALENDAR-FILE
                   AT END
                       MOVE 1 TO CALENDAR-EOF
                   NOT AT END
                       PERFORM PARSE-CALENDAR-LINE
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           .

       PARSE-CALENDAR-LINE.
           IF FUNCTION TRIM(CALENDAR-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CALENDAR-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO cal-fields
           UNSTRING CALENDAR-LINE DELIMITED BY X"09"
               INTO cal-kind
                    cal-f2
                    cal-f3
                    cal-f4
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(cal-kind))
               WHEN "HOURS"
                   PERFORM PARSE-HOURS-LINE
               WHEN "CLOSED"
                   PERFORM PARSE-CLOSED-LINE
               WHEN "HOLIDAY"
                   PERFORM PARSE-HOLIDAY-LINE
               WHEN "SEMESTER"
                   PERFORM PARSE-SEMESTER-LINE
               WHEN OTHER
                   PERFORM LOG-BAD-LINE
           END-EVALUATE
           .

       PARSE-HOURS-LINE.
           IF hrs-count >= 60
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(cal-f3) TO days-text
           PERFORM PARSE-DAYS
           IF days-bad = 1
               OR FUNCTION TRIM(cal-f2) = SPACES
               OR cal-f4(1:4) IS NOT NUMERIC
               OR cal-f4(5:1) NOT = "-"
               OR cal-f4(6:4) IS NOT NUMERIC
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO hrs-count
           MOVE FUNCTION TRIM(cal-f2) TO hrs-room(hrs-count)
           MOVE days-mask TO hrs-days(hrs-count)
           MOVE cal-f4(1:9) TO hrs-window(hrs-count)
           .

      * PARSE-DAYS - days-text ("ALL", "MON,WED", "MON-THU,SAT")
      * into days-mask; days-bad = 1 when a token is not a weekday.
       PARSE-DAYS.
           MOVE "0000000" TO days-mask
           MOVE 0 TO days-bad
           IF FUNCTION TRIM(days-text) = "ALL"
               MOVE "1111111" TO days-mask
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO days-pos
           PERFORM UNTIL days-pos > FUNCTION LENGTH(days-text)
               MOVE SPACES TO days-token
               UNSTRING days-text DELIMITED BY ","
                   INTO days-token
                   WITH POINTER days-pos
               END-UNSTRING
               IF FUNCTION TRIM(days-token) NOT = SPACES
                   PERFORM PARSE-ONE-DAYS-TOKEN
               END-IF
           END-PERFORM
           IF days-mask = "0000000"
               MOVE 1 TO days-bad
           END-IF
           .

       PARSE-ONE-DAYS-TOKEN.
           MOVE SPACES TO days-from-name
           MOVE SPACES TO days-to-name
           UNSTRING FUNCTION TRIM(days-token) DELIMITED BY "-"
               INTO days-from-name
                    days-to-name
           END-UNSTRING
           IF days-to-name = SPACES
               MOVE days-from-name TO days-to-name
           END-IF
           MOVE days-from-name TO lookup-name
           PERFORM LOOKUP-WEEKDAY
           MOVE lookup-idx TO days-from-idx
           MOVE days-to-name TO lookup-name
           PERFORM LOOKUP-WEEKDAY
           MOVE lookup-idx TO days-to-idx
           IF days-from-idx = 0 OR days-to-idx = 0
               MOVE 1 TO days-bad
               EXIT PARAGRAPH
           END-IF
      *    A range may wrap the week end (FRI-MON).
           MOVE days-from-idx TO days-idx
           MOVE "1" TO days-mask(days-idx:1)
           PERFORM UNTIL days-idx = days-to-idx
               IF days-idx = 7
                   MOVE 1 TO days-idx
               ELSE
                   ADD 1 TO days-idx
               END-IF
               MOVE "1" TO days-mask(days-idx:1)
           END-PERFORM
           .

       LOOKUP-WEEKDAY.
           MOVE 0 TO lookup-idx
           PERFORM VARYING days-idx FROM 1 BY 1 UNTIL days-idx > 7
               IF weekday-name(days-idx) = lookup-name
                   MOVE days-idx TO lookup-idx
               END-IF
           END-PERFORM
           .

       PARSE-CLOSED-LINE.
           IF clo-count >= 300
               EXIT PARAGRAPH
           END-IF
           IF cal-f2(1:8) IS NOT NUMERIC
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO clo-count
           MOVE cal-f2(1:8) TO clo-from(clo-count)
           IF cal-f2(9:1) = "-" AND cal-f2(10:8) IS NUMERIC
               MOVE cal-f2(10:8) TO clo-to(clo-count)
           ELSE
               MOVE cal-f2(1:8) TO clo-to(clo-count)
           END-IF
           MOVE "CLOSED" TO clo-kind(clo-count)
           MOVE cal-f3 TO clo-reason(clo-count)
           IF FUNCTION TRIM(cal-f3) = SPACES
               MOVE "Closed" TO clo-reason(clo-count)
           END-IF
           .

       PARSE-HOLIDAY-LINE.
           IF clo-count >= 300
               EXIT PARAGRAPH
           END-IF
           IF cal-f2(1:8) IS NOT NUMERIC
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO clo-count
           MOVE cal-f2(1:8) TO clo-from(clo-count)
           MOVE cal-f2(1:8) TO clo-to(clo-count)
           MOVE "HOLIDAY" TO clo-kind(clo-count)
           MOVE cal-f3 TO clo-reason(clo-count)
           IF FUNCTION TRIM(cal-f3) = SPACES
               MOVE "Holiday" TO clo-reason(clo-count)
           END-IF
           .

       PARSE-SEMESTER-LINE.
           IF sem-count >= 60
               EXIT PARAGRAPH
           END-IF
           IF cal-f2(1:8) IS NOT NUMERIC
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO sem-count
           MOVE cal-f2(1:8) TO sem-start(sem-count)
           MOVE cal-f3 TO sem-name(sem-count)
           .

       LOG-BAD-LINE.
           MOVE SPACES TO log-message
           STRING "calendar.txt line ignored: " DELIMITED BY SIZE
               FUNCTION TRIM(CALENDAR-LINE) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-WARN
           .

       CHECK-DATE-ARG.
           IF ccal-date IS NOT NUMERIC
               MOVE 3 TO ccal-status
               EXIT PARAGRAPH
           END-IF
           MOVE ccal-date TO day-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(day-date-num) NOT = 0
               MOVE 3 TO ccal-status
               EXIT PARAGRAPH
           END-IF
           COMPUTE day-int = FUNCTION INTEGER-OF-DATE(day-date-num)
           COMPUTE day-weekday = FUNCTION MOD(day-int - 1, 7) + 1
           .

      * CHECK-DAY - Closures and holidays first, then the room's
      * regular weekdays.
       CHECK-DAY.
           PERFORM VARYING clo-idx FROM 1 BY 1
                   UNTIL clo-idx > clo-count
               IF ccal-date >= clo-from(clo-idx)
                   AND ccal-date <= clo-to(clo-idx)
                   MOVE 0 TO ccal-open
                   MOVE clo-kind(clo-idx) TO ccal-day-kind
                   MOVE clo-reason(clo-idx) TO ccal-reason
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 0 TO day-room-lines
           PERFORM VARYING hrs-idx FROM 1 BY 1
                   UNTIL hrs-idx > hrs-count
               IF FUNCTION TRIM(ccal-room) = SPACES
                   OR hrs-room(hrs-idx) = "*"
                   OR FUNCTION TRIM(hrs-room(hrs-idx)) =
                       FUNCTION TRIM(ccal-room)
                   ADD 1 TO day-room-lines
                   IF hrs-days(hrs-idx)(day-weekday:1) = "1"
                       AND ccal-hours = SPACES
                       MOVE hrs-window(hrs-idx) TO ccal-hours
                   END-IF
               END-IF
           END-PERFORM

           IF day-room-lines > 0 AND ccal-hours = SPACES
               MOVE 0 TO ccal-open
               MOVE "NOHOURS" TO ccal-day-kind
               STRING "No regular opening on " DELIMITED BY SIZE
                   FUNCTION TRIM(weekday-word(day-weekday))
                       DELIMITED BY SIZE
                   INTO ccal-reason
               END-STRING
           END-IF
           .

      * FIND-SEMESTER - The latest SEMESTER start on or before the
      * date; it ends the day before the next one starts. Dates
      * before the first calendar semester (or no calendar) get the
      * 1 Feb / 1 Aug semesters.
       FIND-SEMESTER.
           MOVE 0 TO sem-best
           MOVE 0 TO sem-next
           PERFORM VARYING sem-idx FROM 1 BY 1
                   UNTIL sem-idx > sem-count
               IF sem-start(sem-idx) <= ccal-date
                   IF sem-best = 0
                       MOVE sem-idx TO sem-best
                   ELSE
                       IF sem-start(sem-idx) > sem-start(sem-best)
                           MOVE sem-idx TO sem-best
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF sem-best = 0
               PERFORM DEFAULT-SEMESTER
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING sem-idx FROM 1 BY 1
                   UNTIL sem-idx > sem-count
               IF sem-start(sem-idx) > sem-start(sem-best)
                   IF sem-next = 0
                       MOVE sem-idx TO sem-next
                   ELSE
                       IF sem-start(sem-idx) < sem-start(sem-next)
                           MOVE sem-idx TO sem-next
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE "CALENDAR" TO ccal-sem-source
           MOVE sem-start(sem-best) TO ccal-sem-start
           MOVE sem-name(sem-best) TO ccal-sem-name
           IF sem-next > 0
               MOVE sem-start(sem-next) TO day-calc-num
               COMPUTE day-calc-num = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(day-calc-num) - 1)
               MOVE day-calc-num TO ccal-sem-end
           END-IF
           .

       DEFAULT-SEMESTER.
           MOVE "DEFAULT" TO ccal-sem-source
           MOVE ccal-date(1:4) TO day-year
           MOVE ccal-date(5:2) TO day-month
           IF day-month >= 2 AND day-month <= 7
               MOVE ccal-date(1:4) TO ccal-sem-start(1:4)
               MOVE "0201" TO ccal-sem-start(5:4)
               MOVE ccal-date(1:4) TO ccal-sem-end(1:4)
               MOVE "0731" TO ccal-sem-end(5:4)
               STRING "Spring " DELIMITED BY SIZE
                   ccal-date(1:4) DELIMITED BY SIZE
                   INTO ccal-sem-name
               END-STRING
           ELSE
               IF day-month = 1
                   COMPUTE day-year = day-year - 1
               END-IF
               MOVE day-year TO ccal-sem-start(1:4)
               MOVE "0801" TO ccal-sem-start(5:4)
               COMPUTE day-year = day-year + 1
               MOVE day-year TO ccal-sem-end(1:4)
               MOVE "0131" TO ccal-sem-end(5:4)
               MOVE ccal-sem-start(1:4) TO day-year
               STRING "Autumn " DELIMITED BY SIZE
                   day-year DELIMITED BY SIZE
                   INTO ccal-sem-name
               END-STRING
           END-IF
           .

      * Logging procedures
       COPY "copybooks/logging-procedures.cob".

       END PROGRAM CLUB-CALENDAR.
