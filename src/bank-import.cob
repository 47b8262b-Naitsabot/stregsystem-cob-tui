      *     Batch job that reads an exported bank or MobilePay CSV
      *     (semicolon-separated "date;amount;text" lines, amounts
      *     in kroner with comma or dot decimals), attributes each
      *     transfer to a member - by the member's 15-digit payment
      *     reference (see PAYMENT-REF) when the text carries one,
      *     otherwise via bank-map.txt ("text-token=username") or,
      *     failing that, by treating a single-word message text as
      *     the username itself - and posts each attributed
      *     transfer through the existing
      *     xPOST_DEPOSIT operation. A match report listing what was
      *     posted and what could not be attributed is written under
      *     exports/, so top-up night becomes one import run plus a
      *     short manual list instead of two hours of typing. A
      *     reference whose check digit is wrong is never guessed
      *     at: the transfer goes on the report as REJECTED for a
      *     human to sort out.
      *
      *     BANK_FILE names the CSV (default bank.csv in the config
      *     dir); BANK_IMPORT_DRYRUN=1 previews the matching without
       COPY "copybooks/parsed-sale-result.cpy".
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".
       COPY "copybooks/payment-ref.cpy".
       COPY "copybooks/member-master.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 member-id-raw         PIC X(50).
       01 amount-disp           PIC -(8)9.

      * payment reference matching - the first run of exactly 15
      * digits in the text is taken as the member's reference.
       01 xref-work.
           05 xref-found        PIC 9.
           05 xref-valid        PIC 9.
           05 xref-reference    PIC X(15).
           05 xref-member-id    PIC X(8).
           05 xref-pos          PIC 9(4) COMP-5.
           05 xref-run-len      PIC 9(4) COMP-5.
           05 xref-char         PIC X.
           05 xref-why          PIC X(40).

       01 totals.
           05 matched-count     PIC 9(4) COMP-5 VALUE 0.
           05 posted-count      PIC 9(4) COMP-5 VALUE 0.
           05 failed-count      PIC 9(4) COMP-5 VALUE 0.
           05 unmatched-count   PIC 9(4) COMP-5 VALUE 0.
           05 rejected-count    PIC 9(4) COMP-5 VALUE 0.
           05 by-ref-count      PIC 9(4) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ9.

       PROCEDURE DIVISION.
               EXIT PARAGRAPH
           END-IF

      *    A payment reference decides the member outright; only a
      *    text without one falls back to the token guesswork.
           PERFORM MATCH-TRANSFER-TO-REFERENCE
           IF xref-found = 1 AND xref-valid = 0
               ADD 1 TO rejected-count
               MOVE SPACES TO REPORT-LINE
               STRING "REJECTED (" DELIMITED BY SIZE
                   FUNCTION TRIM(xref-why) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   FUNCTION TRIM(xfer-date) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(xfer-amount-text) DELIMITED BY SIZE
                   " '" DELIMITED BY SIZE
                   FUNCTION TRIM(xfer-text) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF xref-found = 0
               PERFORM MATCH-TRANSFER-TO-MEMBER
           ELSE
               ADD 1 TO by-ref-count
           END-IF
           IF FUNCTION TRIM(xfer-username) = SPACES
               ADD 1 TO unmatched-count
               MOVE SPACES TO REPORT-LINE
                   FUNCTION TRIM(xfer-amount-text) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF xref-found = 1
                   STRING FUNCTION TRIM(REPORT-LINE) DELIMITED BY SIZE
                       " (ref " DELIMITED BY SIZE
                       xref-reference DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           END-IF
           .

      * MATCH-TRANSFER-TO-REFERENCE - Find a 15-digit run in the
      * text and check it with PAYMENT-REF. A good reference names
      * the member id directly; the username comes from the member
      * master (the reference itself if the master does not know
      * the member - the deposit still posts by id).
       MATCH-TRANSFER-TO-REFERENCE.
           MOVE 0 TO xref-found
           MOVE 0 TO xref-valid
           MOVE SPACES TO xref-reference
           MOVE SPACES TO xref-member-id
           MOVE SPACES TO xref-why
           MOVE SPACES TO xfer-username

           MOVE 0 TO xref-run-len
           PERFORM VARYING xref-pos FROM 1 BY 1 UNTIL xref-pos > 121
               IF xref-pos > 120
                   MOVE SPACE TO xref-char
               ELSE
                   MOVE xfer-text(xref-pos:1) TO xref-char
               END-IF
               IF xref-char IS NUMERIC
                   ADD 1 TO xref-run-len
               ELSE
                   IF xref-run-len = 15
                       MOVE xfer-text(xref-pos - 15:15)
                           TO xref-reference
                       MOVE 1 TO xref-found
                       EXIT PERFORM
                   END-IF
                   MOVE 0 TO xref-run-len
               END-IF
           END-PERFORM
           IF xref-found = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO pref-request-data
           MOVE "CHECK" TO pref-op
           MOVE xref-reference TO pref-reference
           CALL "PAYMENT-REF" USING
               pref-request-data
               pref-response-data
           END-CALL
           IF pref-rc NOT = 0 OR pref-valid = 0
               MOVE "bad payment ref check digit" TO xref-why
               EXIT PARAGRAPH
           END-IF
           MOVE pref-member-id TO xref-member-id

           MOVE SPACES TO mmast-request-data
           MOVE "READ" TO mmast-op
           MOVE xref-member-id TO mmast-member-id
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc = 0 AND mmast-found = 1
               IF mmast-status = "GONE"
                   MOVE "payment ref of a closed account" TO xref-why
                   EXIT PARAGRAPH
               END-IF
               MOVE mmast-username TO xfer-username
           ELSE
               MOVE xref-reference TO xfer-username
           END-IF
           MOVE 1 TO xref-valid
           .

       POST-ONE-DEPOSIT.
           IF xref-found = 1
               MOVE 0 TO api-response-status
               MOVE xref-member-id TO member-id-raw
           ELSE
               MOVE SPACES TO api-request-data
               MOVE "xGET_MEMBER_ID" TO api-operation
               MOVE xfer-username TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL

               MOVE api-response-body(1:50) TO member-id-raw
               INSPECT member-id-raw REPLACING ALL LOW-VALUE BY SPACE
               INSPECT member-id-raw REPLACING ALL X"0A" BY SPACE
               INSPECT member-id-raw REPLACING ALL X"0D" BY SPACE
           END-IF

           IF api-response-status NOT = 0
               OR FUNCTION TRIM(member-id-raw) = SPACES
           DISPLAY " "
           MOVE matched-count TO display-count
           DISPLAY "Matched   : " display-count
           MOVE by-ref-count TO display-count
           DISPLAY "  by ref  : " display-count
           MOVE posted-count TO display-count
           DISPLAY "Posted    : " display-count
           MOVE failed-count TO display-count
           DISPLAY "Failed    : " display-count
           MOVE unmatched-count TO display-count
           DISPLAY "Unmatched : " display-count
           MOVE rejected-count TO display-count
           DISPLAY "Rejected  : " display-count
           DISPLAY "Report    : " FUNCTION TRIM(REPORT-PATH)
           .

