      ******************************************************************
      * Author: Naitsabot
      * Purpose: Member consent register for outbound messages
      * Description:
      *     Which member agreed to receive which kind of message,
      *     over which channel, and when. The register is
      *     consent.txt in the config dir, append-only:
      *       ts<TAB>username<TAB>category<TAB>channel<TAB>state
      *       <TAB>source
      *     with state GIVEN or WITHDRAWN; for a member, category
      *     and channel the latest line wins, so the file is also
      *     the history of every change. Categories are SERVICE,
      *     DUNNING, MARKETING and RECEIPTS; outbox record kinds map
      *     onto them in MAP-KIND-TO-CATEGORY (a kind this program
      *     does not know is treated as MARKETING, the category
      *     members are least likely to have agreed to).
      *
      *     Where personal messages (e-receipts) go is kept the
      *     same way in delivery-address.txt:
      *       ts<TAB>username<TAB>EMAIL|CHAT|NONE<TAB>address
      *       <TAB>source
      *     and every personal delivery attempt OUTBOX-SEND makes is
      *     logged to delivery.log:
      *       ts<TAB>username<TAB>kind<TAB>channel<TAB>OK|FAILED
      *       <TAB>detail
      *     so a member (and the committee) can see when their
      *     messages stopped arriving.
      *
      *     Operations (mcons-op):
      *       CHECK    - mcons-allowed = 1 when the message may go
      *                  out (PERSONAL also needs an address)
      *       STATE    - the latest record for member and category
      *       SET      - append a GIVEN / WITHDRAWN record
      *       ADDRESS  - the delivery address and delivery status
      *       SETADDR  - append a delivery address record
      *       DELIVERY - append a delivery.log line
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-CONSENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE
               ASSIGN TO CONSENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT ADDRESS-FILE
               ASSIGN TO ADDRESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADDRESS-STATUS.
           SELECT DELIVERY-FILE
               ASSIGN TO DELIVERY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELIVERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
        01 CONSENT-LINE         PIC X(200).
       FD  ADDRESS-FILE.
        01 ADDRESS-LINE         PIC X(240).
       FD  DELIVERY-FILE.
        01 DELIVERY-LINE        PIC X(240).

       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 mcons-init-done       PIC 9 VALUE 0.
       01 WS-HOME-DIR           PIC X(256).
       01 CONSENT-PATH          PIC X(256).
       01 CONSENT-STATUS        PIC XX.
       01 CONSENT-EOF           PIC 9 VALUE 0.
       01 ADDRESS-PATH          PIC X(256).
       01 ADDRESS-STATUS        PIC XX.
       01 ADDRESS-EOF           PIC 9 VALUE 0.
       01 DELIVERY-PATH         PIC X(256).
       01 DELIVERY-STATUS       PIC XX.
       01 DELIVERY-EOF          PIC 9 VALUE 0.

       01 consent-rec.
           05 crec-ts           PIC X(14).
           05 crec-username     PIC X(64).
           05 crec-category     PIC X(10).
           05 crec-channel      PIC X(10).
           05 crec-state        PIC X(10).
           05 crec-source       PIC X(32).

       01 address-rec.
           05 arec-ts           PIC X(14).
           05 arec-username     PIC X(64).
           05 arec-type         PIC X(8).
           05 arec-address      PIC X(80).
           05 arec-source       PIC X(32).

       01 delivery-rec.
           05 drec-ts           PIC X(14).
           05 drec-username     PIC X(64).
           05 drec-kind         PIC X(8).
           05 drec-channel      PIC X(10).
           05 drec-outcome      PIC X(8).
           05 drec-detail       PIC X(60).

       01 new-address           PIC X(80).
       01 new-addr-type         PIC X(8).
       01 addr-len              PIC 9(4) COMP-5.
       01 addr-at-pos           PIC 9(4) COMP-5.
       01 addr-dot-pos          PIC 9(4) COMP-5.
       01 addr-pos              PIC 9(4) COMP-5.

       01 want-category         PIC X(10).
       01 want-channel          PIC X(10).
       01 any-channel           PIC 9.

       LINKAGE SECTION.
       COPY "copybooks/member-consent.cpy".

       PROCEDURE DIVISION USING mcons-request-data
                                mcons-response-data.

       MAIN-LOGIC.
           IF mcons-init-done = 0
               MOVE "MEMBER-CONSENT" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-CONSENT-PATH
               MOVE 1 TO mcons-init-done
           END-IF

           MOVE 0 TO mcons-rc
           MOVE 0 TO mcons-allowed
           MOVE 0 TO mcons-found
           MOVE SPACES TO mcons-found-category
           MOVE SPACES TO mcons-found-state
           MOVE SPACES TO mcons-found-channel
           MOVE SPACES TO mcons-found-date
           MOVE SPACES TO mcons-found-addr-type
           MOVE SPACES TO mcons-found-address
           MOVE SPACES TO mcons-last-outcome
           MOVE SPACES TO mcons-last-date
           MOVE 0 TO mcons-fail-count

           EVALUATE mcons-op
               WHEN "CHECK"
                   PERFORM CONSENT-CHECK
               WHEN "STATE"
                   PERFORM CONSENT-STATE
               WHEN "SET"
                   PERFORM CONSENT-SET
               WHEN "ADDRESS"
                   PERFORM SCAN-ADDRESS-FILE
                   PERFORM SCAN-DELIVERY-FILE
               WHEN "SETADDR"
                   PERFORM ADDRESS-SET
               WHEN "DELIVERY"
                   PERFORM DELIVERY-LOG
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown consent op: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(mcons-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 1 TO mcons-rc
           END-EVALUATE

           GOBACK.

       INIT-CONSENT-PATH.
           MOVE SPACES TO WS-HOME-DIR
           ACCEPT WS-HOME-DIR FROM ENVIRONMENT "HOME"
           IF FUNCTION TRIM(WS-HOME-DIR) = SPACES
               MOVE "/tmp" TO WS-HOME-DIR
           END-IF

           MOVE SPACES TO CONSENT-PATH
           STRING
               FUNCTION TRIM(WS-HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/consent.txt"
               DELIMITED BY SIZE
               INTO CONSENT-PATH
           END-STRING

           MOVE SPACES TO ADDRESS-PATH
           STRING
               FUNCTION TRIM(WS-HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/delivery-address.txt"
               DELIMITED BY SIZE
               INTO ADDRESS-PATH
           END-STRING

           MOVE SPACES TO DELIVERY-PATH
           STRING
               FUNCTION TRIM(WS-HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/delivery.log"
               DELIMITED BY SIZE
               INTO DELIVERY-PATH
           END-STRING
           .

      * MAP-KIND-TO-CATEGORY - The outbox record kinds that reach a
      * member, by what they are for.
       MAP-KIND-TO-CATEGORY.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-kind))
               WHEN "CHASE"
                   MOVE "DUNNING" TO want-category
               WHEN "LOWBAL"
               WHEN "RESTOCK"
               WHEN "RENTAL"
               WHEN "WISH"
               WHEN "RAFFLE"
                   MOVE "SERVICE" TO want-category
               WHEN "RECEIPT"
                   MOVE "RECEIPTS" TO want-category
               WHEN OTHER
                   MOVE "MARKETING" TO want-category
           END-EVALUATE
           .

      * CONSENT-CHECK - Messages to "-" (the club channel, operator
      * alerts) always pass; a member's message passes only when
      * the latest record for its category on a matching channel
      * says GIVEN. A PERSONAL message has nowhere to go without a
      * delivery address, so it needs one on file as well.
       CONSENT-CHECK.
           IF FUNCTION TRIM(mcons-username) = SPACES
               OR FUNCTION TRIM(mcons-username) = "-"
               MOVE "OPERATOR" TO mcons-found-category
               MOVE 1 TO mcons-allowed
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-category))
               TO want-category
           IF want-category = SPACES
               PERFORM MAP-KIND-TO-CATEGORY
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-channel))
               TO want-channel
           IF want-channel = SPACES
               MOVE "ALL" TO want-channel
           END-IF
           MOVE 0 TO any-channel
           IF want-channel = "ALL"
               MOVE 1 TO any-channel
           END-IF

           PERFORM SCAN-CONSENT-FILE
           MOVE want-category TO mcons-found-category
           IF mcons-found = 1 AND mcons-found-state = "GIVEN"
               MOVE 1 TO mcons-allowed
           END-IF
           IF want-channel = "PERSONAL"
               PERFORM SCAN-ADDRESS-FILE
               IF mcons-found-addr-type = SPACES
                   MOVE 0 TO mcons-allowed
               END-IF
           END-IF
           .

       CONSENT-STATE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-category))
               TO want-category
           MOVE "ALL" TO want-channel
           MOVE 1 TO any-channel
           PERFORM SCAN-CONSENT-FILE
           MOVE want-category TO mcons-found-category
           .

      * SCAN-CONSENT-FILE - Walk the whole register; every matching
      * line overwrites the last, so what remains is the latest.
       SCAN-CONSENT-FILE.
           MOVE 0 TO CONSENT-EOF
           OPEN INPUT CONSENT-FILE
           IF CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONSENT-EOF = 1
               READ CONSENT-FILE
                   AT END
                       MOVE 1 TO CONSENT-EOF
                   NOT AT END
                       PERFORM MATCH-CONSENT-LINE
               END-READ
           END-PERFORM
           CLOSE CONSENT-FILE
           .

       MATCH-CONSENT-LINE.
           IF FUNCTION TRIM(CONSENT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO consent-rec
           UNSTRING CONSENT-LINE DELIMITED BY X"09"
               INTO crec-ts
                    crec-username
                    crec-category
                    crec-channel
                    crec-state
                    crec-source
           END-UNSTRING
           IF FUNCTION TRIM(crec-username) NOT =
                   FUNCTION TRIM(mcons-username)
               OR crec-category NOT = want-category
               EXIT PARAGRAPH
           END-IF
           IF any-channel = 0
               AND crec-channel NOT = "ALL"
               AND crec-channel NOT = want-channel
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO mcons-found
           MOVE crec-state TO mcons-found-state
           MOVE crec-channel TO mcons-found-channel
           MOVE crec-ts(1:8) TO mcons-found-date
           .

      * CONSENT-SET - Validate and append one record; the register
      * is never rewritten, so withdrawing leaves the earlier
      * consent on file as history.
       CONSENT-SET.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-category))
               TO want-category
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-channel))
               TO want-channel
           IF want-channel = SPACES
               MOVE "ALL" TO want-channel
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(mcons-state))
               TO crec-state

           IF FUNCTION TRIM(mcons-username) = SPACES
               OR FUNCTION TRIM(mcons-username) = "-"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF
           IF want-category NOT = "SERVICE"
               AND want-category NOT = "DUNNING"
               AND want-category NOT = "MARKETING"
               AND want-category NOT = "RECEIPTS"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF
           IF want-channel NOT = "ALL"
               AND want-channel NOT = "WEBHOOK"
               AND want-channel NOT = "PERSONAL"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF
           IF crec-state NOT = "GIVEN"
               AND crec-state NOT = "WITHDRAWN"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CONSENT-FILE
           IF CONSENT-STATUS = "35"
               OPEN OUTPUT CONSENT-FILE
           END-IF
           IF CONSENT-STATUS NOT = "00"
               MOVE SPACES TO log-message
               STRING "Consent register open failed, status "
                   DELIMITED BY SIZE
                   CONSENT-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONSENT-LINE
           STRING
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-username) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(want-category) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(want-channel) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(crec-state) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-source) DELIMITED BY SIZE
               INTO CONSENT-LINE
           END-STRING
           WRITE CONSENT-LINE
           CLOSE CONSENT-FILE

           MOVE 1 TO mcons-found
           MOVE want-category TO mcons-found-category
           MOVE crec-state TO mcons-found-state
           MOVE want-channel TO mcons-found-channel
           MOVE FUNCTION CURRENT-DATE(1:8) TO mcons-found-date

           MOVE SPACES TO log-message
           STRING "Consent " DELIMITED BY SIZE
               FUNCTION TRIM(crec-state) DELIMITED BY SIZE
               " for " DELIMITED BY SIZE
               FUNCTION TRIM(want-category) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

      * SCAN-ADDRESS-FILE - The member's latest address record; a
      * NONE record (address removed) leaves nothing on file.
       SCAN-ADDRESS-FILE.
           MOVE 0 TO ADDRESS-EOF
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADDRESS-EOF = 1
               READ ADDRESS-FILE
                   AT END
                       MOVE 1 TO ADDRESS-EOF
                   NOT AT END
                       PERFORM MATCH-ADDRESS-LINE
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FILE
           IF mcons-found-addr-type = "NONE"
               MOVE SPACES TO mcons-found-addr-type
               MOVE SPACES TO mcons-found-address
           END-IF
           .

       MATCH-ADDRESS-LINE.
           IF FUNCTION TRIM(ADDRESS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO address-rec
           UNSTRING ADDRESS-LINE DELIMITED BY X"09"
               INTO arec-ts
                    arec-username
                    arec-type
                    arec-address
                    arec-source
           END-UNSTRING
           IF FUNCTION TRIM(arec-username) NOT =
                   FUNCTION TRIM(mcons-username)
               EXIT PARAGRAPH
           END-IF
           MOVE arec-type TO mcons-found-addr-type
           MOVE arec-address TO mcons-found-address
           .

      * SCAN-DELIVERY-FILE - The member's last delivery outcome and
      * how many attempts have failed since the last one that got
      * through.
       SCAN-DELIVERY-FILE.
           MOVE 0 TO DELIVERY-EOF
           OPEN INPUT DELIVERY-FILE
           IF DELIVERY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DELIVERY-EOF = 1
               READ DELIVERY-FILE
                   AT END
                       MOVE 1 TO DELIVERY-EOF
                   NOT AT END
                       PERFORM MATCH-DELIVERY-LINE
               END-READ
           END-PERFORM
           CLOSE DELIVERY-FILE
           .

       MATCH-DELIVERY-LINE.
           IF FUNCTION TRIM(DELIVERY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO delivery-rec
           UNSTRING DELIVERY-LINE DELIMITED BY X"09"
               INTO drec-ts
                    drec-username
                    drec-kind
                    drec-channel
                    drec-outcome
                    drec-detail
           END-UNSTRING
           IF FUNCTION TRIM(drec-username) NOT =
                   FUNCTION TRIM(mcons-username)
               EXIT PARAGRAPH
           END-IF
           MOVE drec-outcome TO mcons-last-outcome
           MOVE drec-ts(1:8) TO mcons-last-date
           IF drec-outcome = "OK"
               MOVE 0 TO mcons-fail-count
           ELSE
               ADD 1 TO mcons-fail-count
           END-IF
           .

      * ADDRESS-SET - An address with an "@" after its first
      * character and a dot after that is an e-mail address; one
      * starting with "@" is a chat handle; NONE removes the
      * address. Anything else is refused.
       ADDRESS-SET.
           IF FUNCTION TRIM(mcons-username) = SPACES
               OR FUNCTION TRIM(mcons-username) = "-"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(mcons-address) TO new-address
           MOVE SPACES TO new-addr-type
           IF new-address = SPACES
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(new-address) = "NONE"
               MOVE "NONE" TO new-addr-type
               MOVE "-" TO new-address
           ELSE
               PERFORM CLASSIFY-NEW-ADDRESS
           END-IF
           IF new-addr-type = SPACES
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ADDRESS-FILE
           IF ADDRESS-STATUS = "35"
               OPEN OUTPUT ADDRESS-FILE
           END-IF
           IF ADDRESS-STATUS NOT = "00"
               MOVE SPACES TO log-message
               STRING "Delivery address file open failed, status "
                   DELIMITED BY SIZE
                   ADDRESS-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ADDRESS-LINE
           STRING
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-username) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(new-addr-type) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(new-address) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-source) DELIMITED BY SIZE
               INTO ADDRESS-LINE
           END-STRING
           WRITE ADDRESS-LINE
           CLOSE ADDRESS-FILE

           IF new-addr-type NOT = "NONE"
               MOVE new-addr-type TO mcons-found-addr-type
               MOVE new-address TO mcons-found-address
           END-IF

           MOVE SPACES TO log-message
           STRING "Delivery address set: " DELIMITED BY SIZE
               FUNCTION TRIM(new-addr-type) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

       CLASSIFY-NEW-ADDRESS.
           COMPUTE addr-len =
               FUNCTION LENGTH(FUNCTION TRIM(new-address))
           MOVE 0 TO addr-at-pos
           MOVE 0 TO addr-dot-pos
           PERFORM VARYING addr-pos FROM 1 BY 1
                   UNTIL addr-pos > addr-len
               EVALUATE new-address(addr-pos:1)
                   WHEN SPACE
                   WHEN X"09"
                   WHEN '"'
                       EXIT PARAGRAPH
                   WHEN "@"
                       IF addr-at-pos = 0
                           MOVE addr-pos TO addr-at-pos
                       END-IF
                   WHEN "."
                       IF addr-at-pos > 0
                           MOVE addr-pos TO addr-dot-pos
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF addr-at-pos = 1
               IF addr-len > 1
                   MOVE "CHAT" TO new-addr-type
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF addr-at-pos > 1
               AND addr-dot-pos > addr-at-pos + 1
               AND addr-dot-pos < addr-len
               MOVE "EMAIL" TO new-addr-type
           END-IF
           .

      * DELIVERY-LOG - One line per personal delivery attempt.
       DELIVERY-LOG.
           OPEN EXTEND DELIVERY-FILE
           IF DELIVERY-STATUS = "35"
               OPEN OUTPUT DELIVERY-FILE
           END-IF
           IF DELIVERY-STATUS NOT = "00"
               MOVE 1 TO mcons-rc
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DELIVERY-LINE
           STRING
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-username) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-kind) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-channel) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-outcome) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mcons-detail) DELIMITED BY SIZE
               INTO DELIVERY-LINE
           END-STRING
           WRITE DELIVERY-LINE
           CLOSE DELIVERY-FILE
           .

      * Logging procedures
       COPY "copybooks/logging-procedures.cob".

       END PROGRAM MEMBER-CONSENT.
