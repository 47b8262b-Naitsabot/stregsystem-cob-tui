      *     name) consistently across every local file that carries
      *     it - the journal and its dated archives, the chase file,
      *     the audit trail, the shadow ledger, member PINs, member
      *     cards and the card register, the pending-sales queue,
      *     the outbox, suppressed messages, dispute cases, the
      *     consent register, the personal delivery log, the
      *     product wish list, rental loans, pre-orders, raffle
      *     tickets and the subject-access log -
      *     drops the member's delivery address records, promille
      *     readings and back-in-stock requests, deletes their
      *     favorites file, subject access exports, undelivered
      *     e-receipts and member master record, and finishes with
      *     a sweep over the structured log files.
      *     Money fields are left untouched, so every report still
      *     balances.
      *
      *     Journal lines are sealed with a checksum chain (see
      *     WRITE-JOURNAL-ENTRY); anonymizing a line changes its
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  RECORD-FILE.
        01 RECORD-LINE          PIC X(320).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 hash-pos              PIC 9(3) COMP-5.
       01 hash-len              PIC 9(3) COMP-5.

      * member master record, removed outright
       COPY "copybooks/member-master.cpy".

      * journal field split (full sealed layout)
       COPY "copybooks/journal-line.cpy".
       01 seal-work.
           05 seq-disp          PIC 9(9).
           05 chk-disp          PIC 9(9).
       01 build-pos             PIC 9(4) COMP-5.
       01 tab-work.
           05 tab-target        PIC 9(2) COMP-5.
           05 tab-field         PIC 9(2) COMP-5.
           05 tab-start         PIC 9(4) COMP-5.
           05 tab-end           PIC 9(4) COMP-5.
           05 tab-len           PIC 9(4) COMP-5.

       01 counts.
           05 change-count      PIC 9(6) COMP-5.
           05 total-changes     PIC 9(6) COMP-5 VALUE 0.
       01 file-mode             PIC X(10).
       01 line-dropped          PIC 9.
       01 display-count         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM ERASE-JOURNAL-FILES
           PERFORM ERASE-SIMPLE-FILES
           PERFORM DELETE-FAVORITES-FILE
           PERFORM DELETE-MASTER-RECORD
           PERFORM SWEEP-LOG-FILES
           PERFORM WRITE-ERASURE-RECORD

           PERFORM SET-CARDS-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-CARD-REGISTER-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER4" TO file-mode
           PERFORM SET-QUEUE-PATH
           PERFORM REWRITE-ONE-FILE
           MOVE "TABUSER3" TO file-mode
           PERFORM SET-OUTBOX-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-ACCESS-LOG-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-CONSENT-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER3" TO file-mode
           PERFORM SET-SUPPRESSED-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER3" TO file-mode
           PERFORM SET-DISPUTES-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-DELIVERY-LOG-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-WISHES-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER2" TO file-mode
           PERFORM SET-RENTALS-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER3" TO file-mode
           PERFORM SET-PREORDERS-PATH
           PERFORM REWRITE-ONE-FILE

           MOVE "TABUSER3" TO file-mode
           PERFORM SET-RAFFLE-TICKETS-PATH
           PERFORM REWRITE-ONE-FILE

      *    An address is personal data in itself - anonymizing the
      *    name next to it would not be enough.
           MOVE "DROPUSER2" TO file-mode
           PERFORM SET-ADDRESS-PATH
           PERFORM REWRITE-ONE-FILE
      *    So is a promille reading; it carries no money either.
           PERFORM SET-PROMILLE-PATH
           PERFORM REWRITE-ONE-FILE
      *    A back-in-stock request is only of use to the member it
      *    would notify.
           MOVE "DROPUSER1" TO file-mode
           PERFORM SET-NOTIFY-REQUESTS-PATH
           PERFORM REWRITE-ONE-FILE
           .

       SET-CHASE-PATH.
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-CARD-REGISTER-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/card-register.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-QUEUE-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/pending-sales.txt"
           END-STRING
           .

       SET-ACCESS-LOG-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/gdpr-access.log"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-CONSENT-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/consent.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-SUPPRESSED-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/outbox-suppressed.log"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-DISPUTES-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/disputes.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-DELIVERY-LOG-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/delivery.log"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-WISHES-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/wishes.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-RENTALS-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/rentals.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-PREORDERS-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/preorders.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-RAFFLE-TICKETS-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/raffle-tickets.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-NOTIFY-REQUESTS-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/notify-requests.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-PROMILLE-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/promille.log"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .
       SET-ADDRESS-PATH.
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) "/delivery-address.txt"
               DELIMITED BY SIZE INTO IN-PATH
           END-STRING
           .

      * REWRITE-ONE-FILE - Copy IN-PATH through the transformation
      * for file-mode into a .tmp file and move it back. Missing
      * files are quietly skipped.
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       MOVE 0 TO line-dropped
                       IF file-mode = "JOURNAL"
                           PERFORM TRANSFORM-JOURNAL-LINE
                       ELSE
                           PERFORM TRANSFORM-SIMPLE-LINE
                       END-IF
                       IF line-dropped = 0
                           MOVE IN-LINE TO OUT-LINE
                           WRITE OUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
      * TRANSFORM-SIMPLE-LINE - Field-position replacement for the
      * other structured files:
      *   TABUSER1 - username is tab field 1 (shadow, pins)
      *   TABUSER2 - username is tab field 2 (chase, audit,
      *              card register, access log, consent register,
      *              delivery log, wish list, rental loans)
      *   DROPUSER1 - username is tab field 1 and the whole line
      *              goes (back-in-stock requests)
      *   DROPUSER2 - username is tab field 2 and the whole line
      *              goes (delivery addresses, promille log)
      *   TABUSER3 - username is tab field 3 (outbox, suppressed
      *              messages, dispute cases, pre-orders, raffle
      *              tickets)
      *   TABUSER4 - username is tab field 4 (pending queue)
      *   EQVALUE  - username is the value after "=" (member cards)
       TRANSFORM-SIMPLE-LINE.
                           FUNCTION TRIM(erase-user)
                       PERFORM REPLACE-TAB-FIELD-2
                   END-IF
               WHEN "DROPUSER1"
                   UNSTRING IN-LINE DELIMITED BY X"09"
                       INTO jnl-username
                   END-UNSTRING
                   IF FUNCTION TRIM(jnl-username) =
                           FUNCTION TRIM(erase-user)
                       MOVE 1 TO line-dropped
                       ADD 1 TO change-count
                   END-IF
               WHEN "DROPUSER2"
                   UNSTRING IN-LINE DELIMITED BY X"09"
                       INTO jnl-timestamp
                            jnl-username
                   END-UNSTRING
                   IF FUNCTION TRIM(jnl-username) =
                           FUNCTION TRIM(erase-user)
                       MOVE 1 TO line-dropped
                       ADD 1 TO change-count
                   END-IF
               WHEN "TABUSER3"
                   UNSTRING IN-LINE DELIMITED BY X"09"
                       INTO jnl-timestamp
           .

       REPLACE-TAB-FIELD-2.
           MOVE 2 TO tab-target
           PERFORM REPLACE-USER-TAB-FIELD
           .

       REPLACE-TAB-FIELD-3.
           MOVE 3 TO tab-target
           PERFORM REPLACE-USER-TAB-FIELD
           .

      * REPLACE-USER-TAB-FIELD - Swap tab field tab-target for the
      * token and keep everything before and after it byte for
      * byte, however many fields the line carries (outbox text,
      * consent and suppressed-message records, the access log).
       REPLACE-USER-TAB-FIELD.
           COMPUTE tab-len = FUNCTION LENGTH(FUNCTION TRIM(IN-LINE
               TRAILING))
           MOVE 1 TO tab-start
           MOVE 1 TO tab-field
           PERFORM UNTIL tab-field = tab-target
                   OR tab-start > tab-len
               IF IN-LINE(tab-start:1) = X"09"
                   ADD 1 TO tab-field
               END-IF
               ADD 1 TO tab-start
           END-PERFORM
           MOVE tab-start TO tab-end
           PERFORM UNTIL tab-end > tab-len
                   OR IN-LINE(tab-end:1) = X"09"
               ADD 1 TO tab-end
           END-PERFORM

           MOVE SPACES TO OUT-LINE
           MOVE 1 TO build-pos
           IF tab-start > 1
               STRING IN-LINE(1:tab-start - 1) DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           STRING FUNCTION TRIM(anon-token) DELIMITED BY SIZE
               INTO OUT-LINE WITH POINTER build-pos
           END-STRING
           IF tab-end <= tab-len
               STRING IN-LINE(tab-end:tab-len - tab-end + 1)
                   DELIMITED BY SIZE
                   INTO OUT-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           MOVE OUT-LINE TO IN-LINE
           ADD 1 TO change-count
           .
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           DISPLAY "  favorites file removed (if present)"

      *    Subject access exports handed to the member earlier are
      *    copies of the same data.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/sar-" DELIMITED BY SIZE
               FUNCTION TRIM(erase-user) DELIMITED BY SIZE
               "-'[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]*.txt"
               DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           DISPLAY "  subject access exports removed (if present)"

      *    E-receipts still waiting for OUTBOX-SEND name the member
      *    on their "Member  :" line.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "grep -lxF 'Member  : " DELIMITED BY SIZE
               FUNCTION TRIM(erase-user) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/ereceipts/'*.txt 2>/dev/null | xargs -r rm -f"
               DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           DISPLAY "  undelivered e-receipts removed (if present)"
           .

      * DELETE-MASTER-RECORD - The master keys on the member id, so
      * find the record under the username first. A master that is
      * missing or unreadable is reported and skipped.
       DELETE-MASTER-RECORD.
           MOVE SPACES TO mmast-request-data
           MOVE "READUSER" TO mmast-op
           MOVE erase-user TO mmast-username
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc NOT = 0
               DISPLAY "  member master unavailable - not changed"
               EXIT PARAGRAPH
           END-IF
           IF mmast-found = 0
               DISPLAY "  member master: no record"
               EXIT PARAGRAPH
           END-IF
           MOVE "DELETE" TO mmast-op
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc = 0 AND mmast-found = 1
               DISPLAY "  member master record removed"
           ELSE
               DISPLAY "  member master record could not be removed"
           END-IF
           .

      * BUILD-SED-SAFE-USER - Escape the regex metacharacters in
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " replacement(s) across journal/archives, chase, "
               DELIMITED BY SIZE
               "audit, shadow, pins, cards, queue, outbox, "
               DELIMITED BY SIZE
               "access log, consent, suppressed, disputes, "
               DELIMITED BY SIZE
               "deliveries, wishes, rentals, pre-orders, raffle; "
               DELIMITED BY SIZE
               "addresses, notify requests dropped; favorites, "
               DELIMITED BY SIZE
               "e-receipts "
               DELIMITED BY SIZE
               "removed; logs swept"
               DELIMITED BY SIZE
               INTO RECORD-LINE
           END-STRING
           WRITE RECORD-LINE
