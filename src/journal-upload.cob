      *     tracking the last uploaded line number in
      *     upload-state.txt so an interrupted run resumes exactly
      *     where it stopped instead of re-sending or skipping.
      *     The state's second line is the date of the last run that
      *     caught fully up (nothing left unsent), which ALERT-CHECK
      *     reads to tell how long uploads have been failing.
      *     Stops at the first delivery failure and leaves the state
      *     pointing at it, so nothing is ever gapped centrally.
      *     CONSOLIDATION-REPORT (consolidation-report.cob) sums the
       01 sent-count            PIC 9(6) COMP-5 VALUE 0.
       01 stop-flag             PIC 9 VALUE 0.
       01 mark-disp             PIC 9(9).
       01 upload-ok-date        PIC X(8) VALUE SPACES.
       01 display-count         PIC ZZZ,ZZ9.

       01 esc-work.
                           TO uploaded-mark
                   END-IF
           END-READ
           READ STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE STATE-LINE(1:8) TO upload-ok-date
           END-READ
           CLOSE STATE-FILE
           .

       SAVE-UPLOAD-STATE.
           IF stop-flag = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO upload-ok-date
           END-IF
           OPEN OUTPUT STATE-FILE
           MOVE uploaded-mark TO mark-disp
           MOVE mark-disp TO STATE-LINE
           WRITE STATE-LINE
           IF upload-ok-date NOT = SPACES
               MOVE upload-ok-date TO STATE-LINE
               WRITE STATE-LINE
           END-IF
           CLOSE STATE-FILE
           .

