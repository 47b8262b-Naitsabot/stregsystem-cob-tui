      *     hours and restock timing can be argued from data instead
      *     of memory. JOURNAL_FILE overrides the journal path the
      *     same way it does for the other reports.
      *     The weekday totals are also shown per opening day over
      *     the journal's span (CLUB-CALENDAR), so a week the bar
      *     was shut for exams does not drag the averages down, and
      *     the closed days in the span are listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEATMAP-REPORT.
       01 journal-env-set       PIC 9 VALUE 0.

       COPY "copybooks/journal-line.cpy".
       COPY "copybooks/club-calendar.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 CATEGORIES-PATH       PIC X(256).
       01 CATEGORIES-STATUS     PIC XX.
       01 display-cost          PIC ZZ,ZZZ,ZZ9.99.
       01 money-kr              PIC S9(9)V99 COMP-3.
       01 display-qty           PIC ZZZ,ZZ9.
      * open-day-work - opening days per weekday between the first
      * and last journal date, and the closed days in between.
       01 open-day-work.
           05 span-first        PIC X(8) VALUE "99999999".
           05 span-last         PIC X(8) VALUE "00000000".
           05 span-int          PIC 9(9) COMP-5.
           05 span-last-int     PIC 9(9) COMP-5.
           05 span-date-num     PIC 9(8).
           05 span-weekday      PIC 9(1) COMP-5.
           05 open-days OCCURS 7 TIMES PIC 9(5) COMP-5 VALUE 0.
           05 closed-total      PIC 9(5) COMP-5 VALUE 0.
           05 regular-closed    PIC 9(5) COMP-5 VALUE 0.
           05 closed-count      PIC 9(3) COMP-5 VALUE 0.
           05 closed-entry OCCURS 60 TIMES.
               10 closed-date   PIC X(8).
               10 closed-kind   PIC X(8).
               10 closed-reason PIC X(40).
           05 closed-idx        PIC 9(3) COMP-5.
           05 avg-count         PIC 9(6)V9 COMP-3.
           05 avg-count-disp    PIC ZZ,ZZ9.9.
           05 open-days-disp    PIC ZZZZ9.
       01 day-names.
           05 FILLER            PIC X(21) VALUE
               "MonTueWedThuFriSatSun".
           PERFORM READ-JOURNAL
           PERFORM PRINT-HEATMAP
           PERFORM PRINT-WEEKDAY-TOTALS
           PERFORM COUNT-OPENING-DAYS
           PERFORM PRINT-OPENING-DAY-AVERAGES
           PERFORM PRINT-CATEGORY-TOTALS
           STOP RUN.

               EXIT PARAGRAPH
           END-IF

           IF jnl-timestamp(1:8) < span-first
               MOVE jnl-timestamp(1:8) TO span-first
           END-IF
           IF jnl-timestamp(1:8) > span-last
               MOVE jnl-timestamp(1:8) TO span-last
           END-IF

           MOVE jnl-timestamp(1:8) TO line-date-num
           COMPUTE line-date-int =
               FUNCTION INTEGER-OF-DATE(line-date-num)
           DISPLAY "------------------------------------------"
           .

      * COUNT-OPENING-DAYS - Ask the club calendar about every day
      * from the first to the last sale.
       COUNT-OPENING-DAYS.
           IF span-first > span-last
               EXIT PARAGRAPH
           END-IF
           MOVE span-first TO span-date-num
           COMPUTE span-int = FUNCTION INTEGER-OF-DATE(span-date-num)
           MOVE span-last TO span-date-num
           COMPUTE span-last-int =
               FUNCTION INTEGER-OF-DATE(span-date-num)

           PERFORM UNTIL span-int > span-last-int
               COMPUTE span-date-num =
                   FUNCTION DATE-OF-INTEGER(span-int)
               COMPUTE span-weekday =
                   FUNCTION MOD(span-int - 1, 7) + 1
               MOVE SPACES TO ccal-request-data
               MOVE "DAY" TO ccal-op
               MOVE span-date-num TO ccal-date
               CALL "CLUB-CALENDAR" USING
                   ccal-request-data
                   ccal-response-data
               END-CALL
               IF ccal-open = 1
                   ADD 1 TO open-days(span-weekday)
               END-IF
               IF ccal-open = 0 AND ccal-day-kind = "NOHOURS"
                   ADD 1 TO regular-closed
               END-IF
               IF ccal-open = 0 AND ccal-day-kind NOT = "NOHOURS"
                   ADD 1 TO closed-total
                   IF closed-count < 60
                       ADD 1 TO closed-count
                       MOVE ccal-date TO closed-date(closed-count)
                       MOVE ccal-day-kind TO closed-kind(closed-count)
                       MOVE ccal-reason TO closed-reason(closed-count)
                   END-IF
               END-IF
               ADD 1 TO span-int
           END-PERFORM
           .

      * PRINT-OPENING-DAY-AVERAGES - Sales and revenue per opening
      * day for each weekday, then the days the club was closed.
      * Weekdays with no regular hours are only counted - they are
      * the week's shape, not news.
       PRINT-OPENING-DAY-AVERAGES.
           IF span-first > span-last
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Per opening day (" span-first " - " span-last "):"
           DISPLAY "------------------------------------------"
           PERFORM VARYING day-idx FROM 1 BY 1 UNTIL day-idx > 7
               MOVE open-days(day-idx) TO open-days-disp
               IF open-days(day-idx) = 0
                   DISPLAY "  " day-name(day-idx) " : " open-days-disp
                       " opening day(s)"
               ELSE
                   COMPUTE avg-count ROUNDED =
                       heat-day-count(day-idx) / open-days(day-idx)
                   MOVE avg-count TO avg-count-disp
                   COMPUTE money-kr ROUNDED =
                       heat-day-revenue(day-idx) / 100
                       / open-days(day-idx)
                   MOVE money-kr TO display-cost
                   DISPLAY "  " day-name(day-idx) " : " open-days-disp
                       " opening day(s), " avg-count-disp
                       " sale(s)/day, revenue/day " display-cost
               END-IF
           END-PERFORM
           DISPLAY "------------------------------------------"

           MOVE closed-total TO open-days-disp
           DISPLAY "Closed days in the period: " open-days-disp
           PERFORM VARYING closed-idx FROM 1 BY 1
                   UNTIL closed-idx > closed-count
               DISPLAY "  " closed-date(closed-idx) " "
                   closed-kind(closed-idx) " "
                   FUNCTION TRIM(closed-reason(closed-idx))
           END-PERFORM
           IF closed-total > closed-count
               DISPLAY "  (first 60 listed)"
           END-IF
           IF regular-closed > 0
               MOVE regular-closed TO open-days-disp
               DISPLAY "Plus " open-days-disp
                   " day(s) without regular opening hours"
           END-IF
           .

       END PROGRAM HEATMAP-REPORT.
