      *     reading together: journal voids per operator (an outlier
      *     void rate), audit-trail actions outside staffed shift
      *     hours, repeated drawer shortages, committed stocktake
      *     variances that keep shrinking (waste the kiosk recorded
      *     as it happened, WASTE:, is shown apart and never counts
      *     as unexplained), sales posted inside a sales-hours
      *     deny window, and scans of blocked or replaced member
      *     cards the kiosk refused. Every exception cites the
      *     underlying journal/audit lines so the follow-up starts
      *     from facts, not vibes.
      *
               10 cd-float      PIC S9(9) COMP-5.
               10 cd-counted    PIC S9(9) COMP-5.
               10 cd-has-cnt    PIC 9.
               10 cd-petty      PIC S9(9) COMP-5.
       01 cd-idx                PIC 9(3) COMP-5.
       01 cd-found-idx          PIC 9(3) COMP-5.
       01 cd-short              PIC S9(9) COMP-5.
           05 shr-counted       PIC X(10).
           05 shr-variance      PIC X(10).
           05 shr-reason        PIC X(1).
           05 shr-value         PIC X(12).
       01 shr-variance-num      PIC S9(6) COMP-5.
       01 waste-lines           PIC 9(4) COMP-5 VALUE 0.
       01 waste-units           PIC 9(6) COMP-5 VALUE 0.
       01 waste-value           PIC S9(9) COMP-5 VALUE 0.
       01 unexplained-units     PIC 9(6) COMP-5 VALUE 0.
       01 waste-money-kr        PIC S9(9)V99 COMP-3.
       01 display-waste-value   PIC ---,--9.99.
       01 shrink-neg-lines      PIC 9(4) COMP-5 VALUE 0.
       01 shrink-pos-lines      PIC 9(4) COMP-5 VALUE 0.

           PERFORM READ-ALL-JOURNALS
           PERFORM CHECK-VOID-OUTLIERS
           PERFORM CHECK-AUDIT-OUTSIDE-HOURS
           PERFORM CHECK-REFUSED-CARD-SCANS
           PERFORM READ-DRAWER-FILE
           PERFORM CHECK-DRAWER-SHORTAGES
           PERFORM CHECK-SHRINKAGE-PATTERN
               MOVE 0 TO cd-float(cd-found-idx)
               MOVE 0 TO cd-counted(cd-found-idx)
               MOVE 0 TO cd-has-cnt(cd-found-idx)
               MOVE 0 TO cd-petty(cd-found-idx)
           END-IF
           IF cd-found-idx NOT = 0
               ADD jnl-cost-num TO cd-deps(cd-found-idx)
           IF aud-ts(1:8) < lp-from OR aud-ts(1:8) > lp-to
               EXIT PARAGRAPH
           END-IF
      *    A refused card scan is a member at the kiosk, not an admin
      *    action - CHECK-REFUSED-CARD-SCANS reports those.
           IF aud-action(1:12) = "CARD REFUSED"
               EXIT PARAGRAPH
           END-IF

      *    Audit timestamps are "YYYYMMDDThhmmss"; the shift stamps
      *    are "YYYYMMDDhhmmss" without the T.
           END-IF
           .

      * CHECK-REFUSED-CARD-SCANS - Every scan of a blocked or
      * replaced member card the kiosk turned away ("CARD REFUSED"
      * audit lines). A lost card being tried is worth a look
      * whoever was on shift.
       CHECK-REFUSED-CARD-SCANS.
           MOVE 0 TO AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDIT-FILE
                   AT END
                       MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-CARD-SCAN-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       CHECK-ONE-CARD-SCAN-LINE.
           IF FUNCTION TRIM(AUDIT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO audit-fields
           UNSTRING AUDIT-LINE DELIMITED BY X"09"
               INTO aud-ts
                    aud-oper
                    aud-room
                    aud-action
           END-UNSTRING
           IF aud-ts(1:8) < lp-from OR aud-ts(1:8) > lp-to
               EXIT PARAGRAPH
           END-IF
           IF aud-action(1:12) NOT = "CARD REFUSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO exception-count
           DISPLAY "EXCEPTION retired member card scanned:"
           DISPLAY "  " AUDIT-LINE(1:110)
           .

       READ-DRAWER-FILE.
           MOVE 0 TO DRAWER-EOF
           OPEN INPUT DRAWER-FILE
               MOVE 0 TO cd-float(cd-found-idx)
               MOVE 0 TO cd-counted(cd-found-idx)
               MOVE 0 TO cd-has-cnt(cd-found-idx)
               MOVE 0 TO cd-petty(cd-found-idx)
           END-IF
           IF cd-found-idx = 0
               EXIT PARAGRAPH
               MOVE drw-amount-num TO cd-counted(cd-found-idx)
               MOVE 1 TO cd-has-cnt(cd-found-idx)
           END-IF
           IF FUNCTION TRIM(drw-kind) = "PETTY"
               ADD drw-amount-num TO cd-petty(cd-found-idx)
           END-IF
           .

       CHECK-DRAWER-SHORTAGES.
               IF cd-has-cnt(cd-idx) = 1
                   COMPUTE cd-short = cd-counted(cd-idx)
                       - cd-float(cd-idx) - cd-deps(cd-idx)
                       + cd-petty(cd-idx)
                   IF cd-short < 0
                       ADD 1 TO short-days
                       DISPLAY "  short drawer on " cd-date(cd-idx)
           END-PERFORM
           CLOSE SHRINK-FILE

           MOVE waste-lines TO display-count
           DISPLAY "Recorded waste (kiosk)   : " display-count
               " line(s)" NO ADVANCING
           MOVE waste-units TO display-count
           COMPUTE waste-money-kr = waste-value / 100
           MOVE waste-money-kr TO display-waste-value
           DISPLAY ", " display-count " unit(s), "
               display-waste-value " kr at cost"
           MOVE shrink-neg-lines TO display-count
           DISPLAY "Unexplained shrinkage    : " display-count
               " line(s)" NO ADVANCING
           MOVE unexplained-units TO display-count
           DISPLAY ", " display-count " unit(s)"

           IF shrink-neg-lines >= 5 AND shrink-pos-lines = 0
               ADD 1 TO exception-count
               MOVE shrink-neg-lines TO display-count
                    shr-counted
                    shr-variance
                    shr-reason
                    shr-value
           END-UNSTRING
           IF shr-date < lp-from OR shr-date > lp-to
               EXIT PARAGRAPH
           END-IF
      *    Keg pour loss (K, logged when a keg is emptied) always
      *    shrinks by nature; it is not a stock adjustment.
           IF shr-reason = "K"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO shr-variance-num
           IF FUNCTION TRIM(shr-variance) NOT = SPACES
               MOVE FUNCTION NUMVAL(shr-variance)
                   TO shr-variance-num
           END-IF
      *    Waste recorded at the bar (broken, spilled, spoiled,
      *    returned to supplier) is explained loss.
           IF shr-reason = "X" OR "S" OR "P" OR "R"
               ADD 1 TO waste-lines
               COMPUTE waste-units = waste-units - shr-variance-num
               IF FUNCTION TRIM(shr-value) NOT = SPACES
                   ADD FUNCTION NUMVAL(shr-value) TO waste-value
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF shr-variance-num < 0
               ADD 1 TO shrink-neg-lines
               COMPUTE unexplained-units =
                   unexplained-units - shr-variance-num
           ELSE
               ADD 1 TO shrink-pos-lines
           END-IF
