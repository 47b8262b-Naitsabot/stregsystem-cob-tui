      *     does - same sequence numbers, recomputed checksums,
      *     refreshed journal-seq.txt), the chase files, the shadow
      *     ledger (balances consolidated onto one line), member
      *     PINs (the survivor's own PIN wins), member cards and the
      *     card register, punch cards, the pending-sales queue and
      *     the outbox; the loser's favorites fold into the
      *     survivor's; and the merge is recorded on the audit
      *     trail. Without MERGE_CONFIRM=YES nothing is written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MERGE.
           .

       MERGE-SIMPLE-FILES.
           PERFORM VARYING fld-idx FROM 1 BY 1 UNTIL fld-idx > 9
               EVALUATE fld-idx
                   WHEN 1
                       PERFORM SET-SIMPLE-CHASE-LIST
                       PERFORM SET-SIMPLE-LIMITS
                   WHEN 8
                       PERFORM SET-SIMPLE-CARDS
                   WHEN 9
                       PERFORM SET-SIMPLE-CARD-REGISTER
               END-EVALUATE
               PERFORM REWRITE-ONE-FILE
           END-PERFORM
           END-STRING
           .

       SET-SIMPLE-CARD-REGISTER.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/card-register.txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           .

      * REWRITE-ONE-FILE - Stream IN-PATH through a .tmp twin with
      * TRANSFORM-ONE-LINE applied, then switch it into place, the
      * same write-to-temp-then-mv switch JOURNAL-ROLL uses.
