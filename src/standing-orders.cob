      *     Nightly batch (runnable from the BATCH-RUNNER runplan)
      *     that posts recurring charges from standing-orders.txt:
      *         user<TAB>freq<TAB>kind<TAB>value<TAB>start<TAB>end
      *         [<TAB>OPENDAYS]
      *     freq  DAILY | WEEKLY | MONTHLY | SEMESTER
      *           (WEEKLY = the start date's weekday, MONTHLY = the
      *           start date's day of month, SEMESTER = the first
      *           day of each semester in calendar.txt - 1 Feb / 1
      *           Aug without one, see CLUB-CALENDAR)
      *     kind  PROD - value is an order token ("14:1"), posted
      *                  through xPOST_SALE with a proper sale-key
      *                  and journaled as a normal SALE line
      *                  journaled as type SO so the drawer
      *                  reconciliation never mistakes it for cash
      *     Dates run start..end inclusive (end blank = open).
      *     OPENDAYS posts only on the club's opening days: a due
      *     date the calendar has closed is skipped (reported, not
      *     moved to the next opening day).
      *
      *     standing-state.txt records the last posted due-date per
      *     order, so missed nights catch up from there and a rerun
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".
       COPY "copybooks/journal-store.cpy".
       COPY "copybooks/club-calendar.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
               10 so-value      PIC X(20).
               10 so-start      PIC X(8).
               10 so-end        PIC X(8).
               10 so-opts       PIC X(12).
               10 so-last       PIC X(8).
       01 so-idx                PIC 9(3) COMP-5.

           05 posted-count      PIC 9(4) COMP-5 VALUE 0.
           05 failed-count      PIC 9(4) COMP-5 VALUE 0.
           05 skipped-count     PIC 9(4) COMP-5 VALUE 0.
           05 closed-count      PIC 9(4) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ9.

       PROCEDURE DIVISION.
                        so-value(so-count)
                        so-start(so-count)
                        so-end(so-count)
                        so-opts(so-count)
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(so-freq(so-count))
                   TO so-freq(so-count)
               MOVE FUNCTION UPPER-CASE(so-opts(so-count))
                   TO so-opts(so-count)
               MOVE FUNCTION UPPER-CASE(so-kind(so-count))
                   TO so-kind(so-count)
               MOVE SPACES TO so-last(so-count)
                       END-IF
                   END-IF
               WHEN "SEMESTER"
                   MOVE SPACES TO ccal-request-data
                   MOVE "SEMESTER" TO ccal-op
                   MOVE walk-date TO ccal-date
                   CALL "CLUB-CALENDAR" USING
                       ccal-request-data
                       ccal-response-data
                   END-CALL
                   IF ccal-sem-start = walk-date
                       MOVE 1 TO due-flag
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF due-flag = 1
               AND FUNCTION TRIM(so-opts(so-idx)) = "OPENDAYS"
               PERFORM CHECK-OPENING-DAY
           END-IF
           .

      * CHECK-OPENING-DAY - An OPENDAYS order is not charged for a
      * day the club was closed; the skip goes in the report so the
      * treasurer can see why a day is missing.
       CHECK-OPENING-DAY.
           MOVE SPACES TO ccal-request-data
           MOVE "DAY" TO ccal-op
           MOVE walk-date TO ccal-date
           CALL "CLUB-CALENDAR" USING
               ccal-request-data
               ccal-response-data
           END-CALL
           IF ccal-open = 0
               MOVE 0 TO due-flag
               ADD 1 TO closed-count
               MOVE SPACES TO REPORT-LINE
               STRING "SKIPPED (closed: " DELIMITED BY SIZE
                   FUNCTION TRIM(ccal-reason) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(so-user(so-idx)) DELIMITED BY SIZE
                   " due " DELIMITED BY SIZE
                   walk-date DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       POST-ONE-CHARGE.
           DISPLAY "Failed  : " display-count
           MOVE skipped-count TO display-count
           DISPLAY "Skipped : " display-count
           IF closed-count > 0
               MOVE closed-count TO display-count
               DISPLAY "Closed  : " display-count
                   " due date(s) on closed days not charged"
           END-IF
           DISPLAY "Report  : " FUNCTION TRIM(REPORT-PATH)
           .

