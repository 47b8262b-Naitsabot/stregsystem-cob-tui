      *     are rewritten to the outbox so the next run retries them.
      *     No WEBHOOK= line means nothing is sent and the outbox is
      *     left untouched.
      *
      *     Each member-addressed record is checked against the
      *     member's consent register (MEMBER-CONSENT) for its
      *     category on the webhook channel first; without consent
      *     it is not sent but moved to outbox-suppressed.log,
      *     where it stays on record as suppressed.
      *
      *     Personal channel: a member-addressed record goes to the
      *     member instead of the club webhook when they have a
      *     delivery address on file and consent on the PERSONAL
      *     channel. It is POSTed to the mail/chat relay configured
      *     with RELAYURL= as {"to": "...", "via": "EMAIL|CHAT",
      *     "subject": "...", "text": "..."}. RECEIPT records only
      *     ever go this way: their text starts with the id of the
      *     e-receipt document the kiosk wrote to ereceipts/<id>.txt,
      *     which is sent in full and removed once delivered. Every
      *     personal attempt is logged per member in delivery.log,
      *     and the run ends with the members whose delivery failed.
      *     Records for a channel with no URL configured are kept.
      *
      *     WELFARE records (WELFARE-REPORT) are for the welfare
      *     officer alone: they go through the relay to the address
      *     configured with WELFAREADDR= ("@" for chat, otherwise
      *     mail), with the document welfare/<id>.txt named by the
      *     record's text, which is removed once delivered. They are
      *     never posted to the webhook; without WELFAREADDR= or
      *     RELAYURL= they are kept.
      *
      *     REPORT records (BATCH-RUNNER's report distribution) carry
      *     their own recipient: the text is "address step docid
      *     summary", docid naming the copy of the report kept in
      *     reports/<docid>.txt (a "not produced" notice has none).
      *     They go through the relay to that address ("@" for chat,
      *     otherwise mail), the summary first and then the report,
      *     which is removed once delivered; they are kept while
      *     RELAYURL= is unset.
      *
      *     A document is sent as one or more relay messages of whole
      *     lines, each small enough for the request body, the
      *     subject numbered "(n/m)" when it takes more than one. It
      *     is removed only when every part went out; if one fails,
      *     the record and the document stay and the whole document
      *     goes again on the next run. A message that would not fit
      *     the body is never sent cut short.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOX-SEND.
               ASSIGN TO OVERFLOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERFLOW-STATUS.
           SELECT HELD-FILE
               ASSIGN TO HELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HELD-STATUS.
           SELECT ERECEIPT-FILE
               ASSIGN TO ERECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERECEIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 CONFIG-LINE          PIC X(256).
       FD  OVERFLOW-FILE.
        01 OVERFLOW-LINE        PIC X(300).
       FD  HELD-FILE.
        01 HELD-LINE            PIC X(320).
       FD  ERECEIPT-FILE.
        01 ERECEIPT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "copybooks/http-request.cpy".
       COPY "copybooks/http-response-status.cpy".
      * centralized logging
       COPY "copybooks/logging.cpy".
      * consent register lookups
       COPY "copybooks/member-consent.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 OVERFLOW-EOF          PIC 9 VALUE 0.
       01 overflow-open         PIC 9 VALUE 0.
       01 overflow-count        PIC 9(6) COMP-5 VALUE 0.
      * outbox-suppressed.log - "ts<TAB>kind<TAB>username<TAB>text
      * <TAB>category<TAB>stage", the same file the kiosk holds
      * messages in at queue time.
       01 HELD-PATH             PIC X(256).
       01 HELD-STATUS           PIC XX.
      * ereceipts/<id>.txt - the itemised document behind a RECEIPT
      * record.
       01 ERECEIPT-PATH         PIC X(256).
       01 ERECEIPT-STATUS       PIC XX.
       01 ERECEIPT-EOF          PIC 9 VALUE 0.
      * welfare/<id>.txt and reports/<id>.txt are read and removed
      * through the same file; doc-folder says which directory the
      * document is in.
       01 doc-folder            PIC X(12) VALUE "ereceipts".

       01 webhook-url           PIC X(200) VALUE SPACES.
       01 relay-url             PIC X(200) VALUE SPACES.
       01 welfare-addr          PIC X(80) VALUE SPACES.
       01 SYSTEM-CMD            PIC X(300).

       01 outbox-entries.
       01 outbox-idx            PIC 9(4) COMP-5.
       01 outbox-kept           PIC 9(4) COMP-5 VALUE 0.
       01 outbox-sent           PIC 9(4) COMP-5 VALUE 0.
       01 outbox-held           PIC 9(4) COMP-5 VALUE 0.
       01 outbox-personal       PIC 9(4) COMP-5 VALUE 0.
       01 hold-reason           PIC X(30).

      * Members whose personal delivery failed this run, for the
      * summary.
       01 failed-members.
           05 failed-count      PIC 9(4) COMP-5 VALUE 0.
           05 failed-member OCCURS 100 TIMES.
               10 failed-username PIC X(64).
               10 failed-times    PIC 9(4) COMP-5.
       01 failed-idx            PIC 9(4) COMP-5.
       01 failed-found          PIC 9(4) COMP-5.

       01 receipt-doc-id        PIC X(24).
       01 report-step           PIC X(24).
       01 personal-subject      PIC X(80).
       01 personal-via          PIC X(8).
       01 personal-address      PIC X(80).
       01 personal-detail       PIC X(60).
       01 status-disp           PIC -(8)9.
       01 text-pos              PIC 9(4) COMP-5.

       01 rec-fields.
           05 rec-timestamp     PIC X(20).
           05 rec-kind          PIC X(8).
           05 rec-username      PIC X(64).
           05 rec-message       PIC X(280).

       01 notify-text           PIC X(800).
      * A document goes out in parts of whole lines, each at most
      * part-limit characters once escaped - with the address and
      * subject that keeps every body inside req-body. The first
      * walk over the document counts the parts, the second sends.
       01 doc-parts.
           05 part-limit        PIC 9(4) COMP-5 VALUE 760.
           05 part-count        PIC 9(3) COMP-5 VALUE 0.
           05 part-total        PIC 9(3) COMP-5 VALUE 0.
           05 part-used         PIC 9(4) COMP-5 VALUE 0.
           05 part-line-len     PIC 9(4) COMP-5 VALUE 0.
           05 part-specials     PIC 9(4) COMP-5 VALUE 0.
           05 part-sending      PIC 9 VALUE 0.
           05 part-failed       PIC 9 VALUE 0.
           05 part-overflow     PIC 9 VALUE 0.
           05 part-line         PIC X(280).
           05 part-lead         PIC X(280).
           05 part-subject      PIC X(80).
           05 part-disp         PIC ZZ9.
           05 part-total-disp   PIC ZZ9.
       01 relay-overflow        PIC 9 VALUE 0.
       01 json-safe-text        PIC X(900).
       01 esc-src-pos           PIC 9(4) COMP-5.
       01 esc-dst-pos           PIC 9(4) COMP-5.
       01 esc-src-len           PIC 9(4) COMP-5.
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-WEBHOOK
           IF FUNCTION TRIM(webhook-url) = SPACES
               AND FUNCTION TRIM(relay-url) = SPACES
               DISPLAY "No WEBHOOK= or RELAYURL= configured in "
                   "config.txt - outbox left as is."
               STOP RUN
           END-IF
           PERFORM READ-OUTBOX
               "/outbox-overflow.tmp" DELIMITED BY SIZE
               INTO OVERFLOW-PATH
           END-STRING

           MOVE SPACES TO HELD-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox-suppressed.log" DELIMITED BY SIZE
               INTO HELD-PATH
           END-STRING
           .

       READ-CONFIG-WEBHOOK.
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO webhook-url
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                               = "RELAYURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO relay-url
                       END-IF
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
                               = "WELFAREADDR"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO welfare-addr
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
                    rec-message
           END-UNSTRING

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(rec-kind)) = "WELFARE"
               PERFORM SEND-WELFARE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(rec-kind)) = "REPORT"
               PERFORM SEND-REPORT-ENTRY
               EXIT PARAGRAPH
           END-IF

      *    A member with an address and PERSONAL consent is told
      *    directly; receipts never go anywhere else.
           IF FUNCTION TRIM(rec-username) NOT = SPACES
               AND FUNCTION TRIM(rec-username) NOT = "-"
               MOVE SPACES TO mcons-request-data
               MOVE "CHECK" TO mcons-op
               MOVE rec-username TO mcons-username
               MOVE rec-kind TO mcons-kind
               MOVE "PERSONAL" TO mcons-channel
               CALL "MEMBER-CONSENT" USING
                   mcons-request-data
                   mcons-response-data
               END-CALL
               IF mcons-allowed = 1
                   PERFORM SEND-PERSONAL-ENTRY
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(rec-kind))
                       = "RECEIPT"
                   IF mcons-found = 1 AND mcons-found-state = "GIVEN"
                       MOVE "no delivery address" TO hold-reason
                   ELSE
                       MOVE SPACES TO hold-reason
                   END-IF
                   PERFORM HOLD-ONE-ENTRY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO mcons-request-data
           MOVE "CHECK" TO mcons-op
           MOVE rec-username TO mcons-username
           MOVE rec-kind TO mcons-kind
           MOVE "WEBHOOK" TO mcons-channel
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           IF mcons-allowed = 0
               MOVE SPACES TO hold-reason
               PERFORM HOLD-ONE-ENTRY
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(webhook-url) = SPACES
               ADD 1 TO outbox-kept
               DISPLAY "  kept " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username) " (no WEBHOOK=)"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO notify-text
           STRING
               "[" DELIMITED BY SIZE
               FUNCTION TRIM(rec-message) DELIMITED BY SIZE
               INTO notify-text
           END-STRING
           MOVE 0 TO relay-overflow
           PERFORM ESCAPE-FOR-JSON

           MOVE SPACE TO http-request-data
               FUNCTION TRIM(json-safe-text) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO req-body
               ON OVERFLOW
                   MOVE 1 TO relay-overflow
           END-STRING
           IF relay-overflow = 1
               ADD 1 TO outbox-kept
               DISPLAY "  kept " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username)
                   " (too long for the request body)"
               EXIT PARAGRAPH
           END-IF

           CALL "HTTP-CLIENT" USING
               http-request-data
           END-IF
           .

      * SEND-PERSONAL-ENTRY - Deliver one record to the member's
      * own address through the relay. Failures stay in the outbox
      * for the next run like webhook failures do, but are also
      * logged against the member so they can see it at the kiosk.
       SEND-PERSONAL-ENTRY.
           IF FUNCTION TRIM(relay-url) = SPACES
               ADD 1 TO outbox-kept
               DISPLAY "  kept " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username) " (no RELAYURL=)"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO part-overflow
           MOVE mcons-found-addr-type TO personal-via
           MOVE mcons-found-address TO personal-address
           MOVE SPACES TO receipt-doc-id
           MOVE SPACES TO personal-subject
           MOVE SPACES TO notify-text
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(rec-kind)) = "RECEIPT"
               UNSTRING rec-message DELIMITED BY SPACE
                   INTO receipt-doc-id
               END-UNSTRING
               STRING "Stregsystem receipt " DELIMITED BY SIZE
                   FUNCTION TRIM(receipt-doc-id) DELIMITED BY SIZE
                   INTO personal-subject
               END-STRING
               MOVE SPACES TO part-lead
               PERFORM SEND-DOCUMENT
           ELSE
               STRING "Stregsystem: " DELIMITED BY SIZE
                   FUNCTION TRIM(rec-kind) DELIMITED BY SIZE
                   INTO personal-subject
               END-STRING
               MOVE rec-message TO notify-text
               PERFORM POST-TO-RELAY
           END-IF

           MOVE SPACES TO mcons-request-data
           MOVE "DELIVERY" TO mcons-op
           MOVE rec-username TO mcons-username
           MOVE rec-kind TO mcons-kind
           MOVE "PERSONAL" TO mcons-channel
           IF http-response-status = 0
               ADD 1 TO outbox-sent
               ADD 1 TO outbox-personal
               MOVE SPACES TO outbox-entry(outbox-idx)
               DISPLAY "  sent " FUNCTION TRIM(rec-kind) " to "
                   FUNCTION TRIM(rec-username) " ("
                   FUNCTION TRIM(personal-via) ")"
               MOVE "OK" TO mcons-outcome
               MOVE personal-subject TO mcons-detail
               IF receipt-doc-id NOT = SPACES
                   PERFORM REMOVE-RECEIPT-DOCUMENT
               END-IF
           ELSE
               ADD 1 TO outbox-kept
               DISPLAY "  kept " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username) " (delivery failed)"
               MOVE "FAILED" TO mcons-outcome
               IF relay-overflow = 1 OR part-overflow = 1
                   MOVE "too long for the relay body" TO mcons-detail
               ELSE
                   MOVE http-response-status TO status-disp
                   STRING "relay transport status " DELIMITED BY SIZE
                       FUNCTION TRIM(status-disp) DELIMITED BY SIZE
                       INTO mcons-detail
                   END-STRING
               END-IF
               PERFORM NOTE-FAILED-MEMBER
           END-IF
           CALL "MEMBER-CONSENT" USING
               mcons-request-data
               mcons-response-data
           END-CALL
           .

      * POST-TO-RELAY - notify-text to personal-address under
      * personal-subject. A body that would not fit req-body is not
      * posted at all - cut short it would not be JSON - and counts
      * as a failed delivery, so the record and its document stay.
       POST-TO-RELAY.
           MOVE 0 TO relay-overflow
           PERFORM ESCAPE-FOR-JSON

           MOVE SPACE TO http-request-data
           MOVE "POST" TO req-method
           MOVE relay-url TO req-url
           MOVE SPACES TO req-path
           MOVE 15 TO req-timeout
           MOVE SPACES TO req-body
           STRING
               '{"to":"' DELIMITED BY SIZE
               FUNCTION TRIM(personal-address) DELIMITED BY SIZE
               '","via":"' DELIMITED BY SIZE
               FUNCTION TRIM(personal-via) DELIMITED BY SIZE
               '","subject":"' DELIMITED BY SIZE
               FUNCTION TRIM(personal-subject) DELIMITED BY SIZE
               '","text":"' DELIMITED BY SIZE
               FUNCTION TRIM(json-safe-text) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO req-body
               ON OVERFLOW
                   MOVE 1 TO relay-overflow
           END-STRING
           IF relay-overflow = 1
               MOVE -1 TO http-response-status
               DISPLAY "  " FUNCTION TRIM(personal-subject)
                   " is too long for the relay body - not sent"
               EXIT PARAGRAPH
           END-IF

           CALL "HTTP-CLIENT" USING
               http-request-data
               http-response-status
           END-CALL
           .

      * SEND-DOCUMENT - The document doc-folder/receipt-doc-id.txt,
      * after the part-lead line if there is one, to
      * personal-address in as many parts as it takes. A missing
      * document still leaves the summary the record carries.
      * http-response-status is 0 only when every part went out.
       SEND-DOCUMENT.
           MOVE personal-subject TO part-subject
           MOVE 0 TO part-overflow
           MOVE 0 TO part-failed
           MOVE 0 TO part-sending
           PERFORM WALK-DOCUMENT
           IF part-overflow = 1
               MOVE -1 TO http-response-status
               DISPLAY "  " FUNCTION TRIM(part-subject)
                   " does not fit the relay body - not sent"
               EXIT PARAGRAPH
           END-IF

           MOVE part-count TO part-total
           MOVE 1 TO part-sending
           PERFORM WALK-DOCUMENT
           MOVE part-subject TO personal-subject
           IF part-failed = 0
               MOVE 0 TO http-response-status
           END-IF
           .

       WALK-DOCUMENT.
           MOVE 0 TO part-count
           MOVE 0 TO part-used
           MOVE SPACES TO notify-text
           MOVE 1 TO text-pos
           IF part-lead NOT = SPACES
               MOVE part-lead TO part-line
               PERFORM ADD-PART-LINE
           END-IF

           MOVE SPACES TO ERECEIPT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(doc-folder) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(receipt-doc-id) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ERECEIPT-PATH
           END-STRING
           MOVE 0 TO ERECEIPT-EOF
           OPEN INPUT ERECEIPT-FILE
           IF ERECEIPT-STATUS = "00"
               PERFORM UNTIL ERECEIPT-EOF = 1
                   READ ERECEIPT-FILE
                       AT END
                           MOVE 1 TO ERECEIPT-EOF
                       NOT AT END
                           IF ERECEIPT-LINE NOT = SPACES
                               MOVE ERECEIPT-LINE TO part-line
                               PERFORM ADD-PART-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERECEIPT-FILE
           END-IF
           IF part-count = 0 AND part-used = 0
               MOVE rec-message TO part-line
               PERFORM ADD-PART-LINE
           END-IF
           IF part-used > 0
               PERFORM FLUSH-PART
           END-IF
           .

      * ADD-PART-LINE - part-line onto the current part, closing the
      * part first when the line's escaped length would take it
      * over part-limit. Lines are never split.
       ADD-PART-LINE.
           MOVE 0 TO part-specials
           INSPECT part-line TALLYING part-specials
               FOR ALL '"' ALL backslash-char ALL X"09"
           COMPUTE part-line-len =
               FUNCTION LENGTH(FUNCTION TRIM(part-line TRAILING))
               + part-specials + 2
           IF part-used > 0
               AND part-used + part-line-len > part-limit
               PERFORM FLUSH-PART
           END-IF
           STRING
               FUNCTION TRIM(part-line TRAILING) DELIMITED BY SIZE
               X"0A" DELIMITED BY SIZE
               INTO notify-text
               WITH POINTER text-pos
               ON OVERFLOW
                   MOVE 1 TO part-overflow
           END-STRING
           ADD part-line-len TO part-used
           .

       FLUSH-PART.
           ADD 1 TO part-count
           IF part-sending = 1 AND part-failed = 0
               MOVE part-subject TO personal-subject
               IF part-total > 1
                   MOVE part-count TO part-disp
                   MOVE part-total TO part-total-disp
                   MOVE SPACES TO personal-subject
                   STRING
                       FUNCTION TRIM(part-subject) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       FUNCTION TRIM(part-disp) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM(part-total-disp) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO personal-subject
                   END-STRING
               END-IF
               PERFORM POST-TO-RELAY
               IF http-response-status NOT = 0
                   MOVE 1 TO part-failed
               END-IF
           END-IF
           MOVE SPACES TO notify-text
           MOVE 1 TO text-pos
           MOVE 0 TO part-used
           .

      * SEND-WELFARE-ENTRY - The welfare officer's report goes to
      * their address only. No consent register is consulted (the
      * record is addressed to no member) and nothing is logged in
      * delivery.log.
       SEND-WELFARE-ENTRY.
           IF FUNCTION TRIM(relay-url) = SPACES
               OR FUNCTION TRIM(welfare-addr) = SPACES
               ADD 1 TO outbox-kept
               DISPLAY "  kept WELFARE (no RELAYURL= or WELFAREADDR=)"
               EXIT PARAGRAPH
           END-IF

           MOVE welfare-addr TO personal-address
           IF welfare-addr(1:1) = "@"
               MOVE "CHAT" TO personal-via
           ELSE
               MOVE "EMAIL" TO personal-via
           END-IF
           MOVE SPACES TO receipt-doc-id
           UNSTRING rec-message DELIMITED BY SPACE
               INTO receipt-doc-id
           END-UNSTRING
           MOVE SPACES TO personal-subject
           STRING "Confidential: welfare trend " DELIMITED BY SIZE
               FUNCTION TRIM(receipt-doc-id) DELIMITED BY SIZE
               INTO personal-subject
           END-STRING
           MOVE "welfare" TO doc-folder
           MOVE SPACES TO part-lead
           PERFORM SEND-DOCUMENT

           IF http-response-status = 0
               ADD 1 TO outbox-sent
               ADD 1 TO outbox-personal
               MOVE SPACES TO outbox-entry(outbox-idx)
               DISPLAY "  sent WELFARE to the welfare officer ("
                   FUNCTION TRIM(personal-via) ")"
               PERFORM REMOVE-RECEIPT-DOCUMENT
           ELSE
               ADD 1 TO outbox-kept
               DISPLAY "  kept WELFARE (delivery failed)"
           END-IF
           MOVE "ereceipts" TO doc-folder
           .

      * SEND-REPORT-ENTRY - A nightly report for the recipient
      * named at the front of the text: the summary line, then the
      * report itself from reports/<docid>.txt. A "not produced"
      * notice (or a record queued without a document) is sent as
      * it stands. Like WELFARE, no consent register applies: the
      * address is a club office, not a member.
       SEND-REPORT-ENTRY.
           IF FUNCTION TRIM(relay-url) = SPACES
               ADD 1 TO outbox-kept
               DISPLAY "  kept REPORT (no RELAYURL=)"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO personal-address
           MOVE SPACES TO report-step
           MOVE 1 TO text-pos
           UNSTRING rec-message DELIMITED BY ALL SPACE
               INTO personal-address
                    report-step
               WITH POINTER text-pos
           END-UNSTRING
           MOVE SPACES TO receipt-doc-id
           MOVE SPACES TO part-lead
           IF text-pos <= FUNCTION LENGTH(rec-message)
               MOVE rec-message(text-pos:) TO part-lead
           END-IF
           IF part-lead(1:4) = "RPT-"
               MOVE 1 TO text-pos
               UNSTRING part-lead DELIMITED BY ALL SPACE
                   INTO receipt-doc-id
                   WITH POINTER text-pos
               END-UNSTRING
               IF text-pos <= FUNCTION LENGTH(part-lead)
                   MOVE part-lead(text-pos:) TO part-lead
               ELSE
                   MOVE SPACES TO part-lead
               END-IF
           END-IF
           IF personal-address(1:1) = "@"
               MOVE "CHAT" TO personal-via
           ELSE
               MOVE "EMAIL" TO personal-via
           END-IF
           MOVE SPACES TO personal-subject
           STRING "Stregsystem nightly report: " DELIMITED BY SIZE
               FUNCTION TRIM(report-step) DELIMITED BY SIZE
               INTO personal-subject
           END-STRING

           IF receipt-doc-id NOT = SPACES
               MOVE "reports" TO doc-folder
               PERFORM SEND-DOCUMENT
           ELSE
               MOVE part-lead TO notify-text
               PERFORM POST-TO-RELAY
           END-IF

           IF http-response-status = 0
               ADD 1 TO outbox-sent
               ADD 1 TO outbox-personal
               MOVE SPACES TO outbox-entry(outbox-idx)
               DISPLAY "  sent REPORT " FUNCTION TRIM(report-step)
                   " to " FUNCTION TRIM(personal-address)
               IF receipt-doc-id NOT = SPACES
                   PERFORM REMOVE-RECEIPT-DOCUMENT
               END-IF
           ELSE
               ADD 1 TO outbox-kept
               DISPLAY "  kept REPORT " FUNCTION TRIM(report-step)
                   " for " FUNCTION TRIM(personal-address)
                   " (delivery failed)"
           END-IF
           MOVE "ereceipts" TO doc-folder
           .

       REMOVE-RECEIPT-DOCUMENT.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(ERECEIPT-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       NOTE-FAILED-MEMBER.
           MOVE 0 TO failed-found
           PERFORM VARYING failed-idx FROM 1 BY 1
                   UNTIL failed-idx > failed-count
               IF failed-username(failed-idx) = rec-username
                   MOVE failed-idx TO failed-found
               END-IF
           END-PERFORM
           IF failed-found = 0
               IF failed-count >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO failed-count
               MOVE failed-count TO failed-found
               MOVE rec-username TO failed-username(failed-found)
               MOVE 0 TO failed-times(failed-found)
           END-IF
           ADD 1 TO failed-times(failed-found)
           .

      * HOLD-ONE-ENTRY - No consent for this category on the
      * channel (or a receipt with no address to go to): record the
      * message as suppressed and take it out of the outbox, so it
      * is neither sent nor retried forever.
       HOLD-ONE-ENTRY.
           OPEN EXTEND HELD-FILE
           IF HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF
           MOVE SPACES TO HELD-LINE
           STRING
               FUNCTION TRIM(outbox-entry(outbox-idx))
                   DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-found-category) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "SEND" DELIMITED BY SIZE
               INTO HELD-LINE
           END-STRING
           WRITE HELD-LINE
           CLOSE HELD-FILE

           ADD 1 TO outbox-held
           MOVE SPACES TO outbox-entry(outbox-idx)
           IF hold-reason NOT = SPACES
               DISPLAY "  held " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username) " ("
                   FUNCTION TRIM(hold-reason) ")"
           ELSE
               DISPLAY "  held " FUNCTION TRIM(rec-kind) " for "
                   FUNCTION TRIM(rec-username) " (no "
                   FUNCTION TRIM(mcons-found-category) " consent)"
           END-IF

           MOVE SPACES TO log-message
           STRING "Outbox " DELIMITED BY SIZE
               FUNCTION TRIM(rec-kind) DELIMITED BY SIZE
               " suppressed - no " DELIMITED BY SIZE
               FUNCTION TRIM(mcons-found-category) DELIMITED BY SIZE
               " consent" DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

      * ESCAPE-FOR-JSON - Backslash-escape the two characters that
      * would break the hand-built JSON body: backslash and the
      * double quote; the line breaks of a multi-line text become
      * \n and tabs \t. Leading spaces (an indented report line)
      * are kept. Text that will not fit json-safe-text sets
      * relay-overflow rather than being cut short.
       ESCAPE-FOR-JSON.
           MOVE SPACES TO json-safe-text
           MOVE 1 TO esc-dst-pos
           COMPUTE esc-src-len =
               FUNCTION LENGTH(FUNCTION TRIM(notify-text TRAILING))
           PERFORM VARYING esc-src-pos FROM 1 BY 1
                   UNTIL esc-src-pos > esc-src-len
                      OR esc-dst-pos > FUNCTION LENGTH(json-safe-text)
                                       - 1
               MOVE notify-text(esc-src-pos:1) TO esc-char
               EVALUATE TRUE
                   WHEN esc-char = X"0A"
                       STRING backslash-char DELIMITED BY SIZE
                           "n" DELIMITED BY SIZE
                           INTO json-safe-text
                           WITH POINTER esc-dst-pos
                       END-STRING
                   WHEN esc-char = X"09"
                       STRING backslash-char DELIMITED BY SIZE
                           "t" DELIMITED BY SIZE
                           INTO json-safe-text
                           WITH POINTER esc-dst-pos
                       END-STRING
                   WHEN esc-char = '"' OR esc-char = backslash-char
                       STRING backslash-char DELIMITED BY SIZE
                           esc-char DELIMITED BY SIZE
                           INTO json-safe-text
                           WITH POINTER esc-dst-pos
                       END-STRING
                   WHEN OTHER
                       MOVE esc-char TO json-safe-text(esc-dst-pos:1)
                       ADD 1 TO esc-dst-pos
               END-EVALUATE
           END-PERFORM
           IF esc-src-pos <= esc-src-len
               MOVE 1 TO relay-overflow
           END-IF
           .

      * REWRITE-OUTBOX - Write back only the entries that failed to
           DISPLAY "Delivered : " display-count
           MOVE outbox-kept TO display-count
           DISPLAY "Retained  : " display-count
           IF outbox-held > 0
               MOVE outbox-held TO display-count
               DISPLAY "Suppressed: " display-count
                   " (no consent, see outbox-suppressed.log)"
           END-IF
           IF overflow-count > 0
               MOVE overflow-count TO display-count
               DISPLAY "Deferred  : " display-count
                   " (beyond this run's 500-entry batch)"
           END-IF
           IF outbox-personal > 0
               MOVE outbox-personal TO display-count
               DISPLAY "Personal  : " display-count
                   " (of the delivered, via the relay)"
           END-IF
           DISPLAY "Webhook   : " FUNCTION TRIM(webhook-url)
           DISPLAY "Relay     : " FUNCTION TRIM(relay-url)
           IF failed-count > 0
               DISPLAY " "
               DISPLAY "Personal delivery failed for:"
               PERFORM VARYING failed-idx FROM 1 BY 1
                       UNTIL failed-idx > failed-count
                   MOVE failed-times(failed-idx) TO display-count
                   DISPLAY "  " failed-username(failed-idx)(1:32)
                       display-count " message(s) kept for retry"
               END-PERFORM
           END-IF
           .

      * Logging procedures
