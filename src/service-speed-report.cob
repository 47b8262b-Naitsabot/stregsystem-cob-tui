      *     (Monday first), average items per cart, and the barcode /
      *     quick-pick / typed entry split - the numbers behind the
      *     second-kiosk argument, next to the sales heatmap.
      *     Sales per opening day by weekday come from the club
      *     calendar (CLUB-CALENDAR) over the metrics' span, with
      *     the closed days in it listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-SPEED-REPORT.
        01 METRICS-LINE         PIC X(128).

       WORKING-STORAGE SECTION.
       COPY "copybooks/club-calendar.cpy".
       01 HOME-DIR              PIC X(256).
       01 METRICS-PATH          PIC X(256).
       01 METRICS-STATUS        PIC XX.
       01 avg-secs              PIC 9(6) COMP-5.
       01 avg-items-x10         PIC 9(6) COMP-5.

      * open-day-work - opening days per weekday between the first
      * and last measured sale, and the closed days in between.
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
           05 avg-per-day       PIC 9(6)V9 COMP-3.
           05 avg-per-day-disp  PIC ZZ,ZZ9.9.
           05 open-days-disp    PIC ZZZZ9.

       01 weekday-names.
           05 FILLER            PIC X(21)
               VALUE "MonTueWedThuFriSatSun".
           PERFORM INIT-PATHS
           PERFORM READ-METRICS
           PERFORM PRINT-REPORT
           PERFORM COUNT-OPENING-DAYS
           PERFORM PRINT-OPENING-DAY-AVERAGES
           STOP RUN.

       INIT-PATHS.
               MOVE FUNCTION NUMVAL(met-items) TO met-items-num
           END-IF

           IF met-ts(1:8) < span-first
               MOVE met-ts(1:8) TO span-first
           END-IF
           IF met-ts(1:8) > span-last
               MOVE met-ts(1:8) TO span-last
           END-IF

           MOVE FUNCTION NUMVAL(met-ts(9:2)) TO line-hour
           MOVE met-ts(1:8) TO line-date-num
           COMPUTE line-date-int =
           DISPLAY "  Typed items    : " display-count
           .

      * COUNT-OPENING-DAYS - Ask the club calendar about every day
      * from the first to the last measured sale.
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

      * PRINT-OPENING-DAY-AVERAGES - Measured sales per opening day
      * for each weekday, then the days the club was closed.
       PRINT-OPENING-DAY-AVERAGES.
           IF span-first > span-last
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Per opening day (" span-first " - " span-last "):"
           DISPLAY "------------------------------------------"
           PERFORM VARYING bucket-idx FROM 1 BY 1
                   UNTIL bucket-idx > 7
               MOVE open-days(bucket-idx) TO open-days-disp
               IF open-days(bucket-idx) = 0
                   DISPLAY "  " weekday-name(bucket-idx) "  "
                       open-days-disp " opening day(s)"
               ELSE
                   COMPUTE avg-per-day ROUNDED =
                       day-sales(bucket-idx) / open-days(bucket-idx)
                   MOVE avg-per-day TO avg-per-day-disp
                   DISPLAY "  " weekday-name(bucket-idx) "  "
                       open-days-disp " opening day(s), "
                       avg-per-day-disp " sale(s)/day"
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

       END PROGRAM SERVICE-SPEED-REPORT.
