      * Copybook: Club Calendar Request/Response Structures
      * Used by: club-calendar.cob (LINKAGE), standing-orders.cob,
      *          heatmap-report.cob, service-speed-report.cob,
      *          settlement-report.cob, period-compare.cob,
      *          tui.cob (WS)
      * Note: ccal-op DAY    - is ccal-date an opening day (for
      *                        ccal-room, blank = any room)?
      *                        ccal-open 1/0, ccal-day-kind OPEN,
      *                        CLOSED, HOLIDAY or NOHOURS (no
      *                        regular hours on that weekday),
      *                        ccal-hours "HHMM-HHMM" when known.
      *              SEMESTER - the semester ccal-date falls in:
      *                        ccal-sem-start/-end (end blank = the
      *                        last one on the calendar), -name,
      *                        ccal-sem-source CALENDAR or DEFAULT
      *                        (1 Feb / 1 Aug).
      *              LOAD    - re-read calendar.txt.
      *       ccal-status 0 = done, 1 = no calendar.txt (every day
      *       open, semesters 1 Feb / 1 Aug), 3 = bad date or op.
       01  ccal-request-data.
           05  ccal-op           PIC X(8).
           05  ccal-date         PIC X(8).
           05  ccal-room         PIC X(8).
       01  ccal-response-data.
           05  ccal-status       PIC S9(9) COMP-5.
           05  ccal-open         PIC 9.
           05  ccal-day-kind     PIC X(8).
           05  ccal-reason       PIC X(40).
           05  ccal-hours        PIC X(9).
           05  ccal-sem-start    PIC X(8).
           05  ccal-sem-end      PIC X(8).
           05  ccal-sem-name     PIC X(24).
           05  ccal-sem-source   PIC X(8).
