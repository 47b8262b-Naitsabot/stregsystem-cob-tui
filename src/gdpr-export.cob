      ******************************************************************
      * Author: Naitsabot
      * Purpose: GDPR subject access export for one member
      * Description:
      *     The answer to "what do you hold about me?", as GDPR-ERASE
      *     is the answer to "forget me". Given SAR_USER=<username>
      *     it collects everything the kiosk holds on that member:
      *     the member master record, every journal line under the
      *     username (archives and live, gifts to them included),
      *     the chase list and dunning state, audit entries naming
      *     them, the shadow ledger, group and limit profiles, the
      *     signup capture, queued offline sales, punch cards, open
      *     tabs, the guest log, payout requests, dispute cases,
      *     outbox messages (and those held back for want of
      *     consent), the consent register, delivery addresses and
      *     personal deliveries, rental loans, pre-orders, raffle
      *     tickets, back-in-stock requests, the card register (card
      *     tokens withheld), favorites, the vouchers their journal
      *     lines bought or spent, and whether a card and a purchase
      *     PIN are on file (with the date the PIN was set - never
      *     the card token or the PIN hash).
      *
      *     Output, under exports/:
      *       sar-<user>-<run date>.txt       readable document
      *       sar-<user>-<run date>-data.txt  "source<TAB>line" per
      *                                       record, as stored
      *
      *     Each run is appended to gdpr-access.log ("ts<TAB>user
      *     <TAB>received<TAB>days<TAB>records<TAB>ON-TIME|LATE").
      *     SAR_RECEIVED=YYYYMMDD, the day the request came in, lets
      *     the log prove the answer went out within the 30-day
      *     deadline; without it the run date stands in.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDPR-EXPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-FILE
               ASSIGN TO IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT DOC-FILE
               ASSIGN TO DOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
           SELECT DATA-FILE
               ASSIGN TO DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-STATUS.
           SELECT RECORD-FILE
               ASSIGN TO RECORD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
        01 IN-LINE              PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  DOC-FILE.
        01 DOC-LINE             PIC X(600).
       FD  DATA-FILE.
        01 DATA-LINE            PIC X(600).
       FD  RECORD-FILE.
        01 RECORD-LINE          PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 IN-PATH               PIC X(256).
       01 IN-STATUS             PIC XX.
       01 IN-EOF                PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 DOC-PATH              PIC X(256).
       01 DOC-STATUS            PIC XX.
       01 DATA-PATH             PIC X(256).
       01 DATA-STATUS           PIC XX.
       01 RECORD-PATH           PIC X(256).
       01 RECORD-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(900).

       01 sar-user              PIC X(64).
       01 sar-received          PIC X(8).
       01 sar-received-num      PIC 9(8).
       01 run-stamp             PIC X(21).
       01 days-taken            PIC S9(5) COMP-5.
       01 days-disp             PIC -(4)9.
       01 deadline-state        PIC X(8).

      * member master record, when one is on file
       COPY "copybooks/member-master.cpy".

      * journal field split
       COPY "copybooks/journal-line.cpy".

      * sar-source-values - the tab-delimited side files searched
      * line by line. src-field is the tab field that holds the
      * username (0 = none); src-text 1 also takes a line that
      * names the member anywhere in its free text (audit actions,
      * guest names, outbox messages). src-hide is a field shown as
      * "-" in both outputs (the card token), 0 = none.
       01 sar-source-values.
           05 FILLER PIC X(24) VALUE "chase-list.log".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Payment chase entries".
           05 FILLER PIC X(24) VALUE "chase-state.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Dunning state".
           05 FILLER PIC X(24) VALUE "audit.log".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Audit entries naming them".
           05 FILLER PIC X(24) VALUE "shadow-ledger.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Offline balance (shadow ledger)".
           05 FILLER PIC X(24) VALUE "member-groups.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Member group".
           05 FILLER PIC X(24) VALUE "member-limits.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Spending limits".
           05 FILLER PIC X(24) VALUE "pending-members.txt".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Signup capture".
           05 FILLER PIC X(24) VALUE "pending-sales.txt".
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Sales queued while offline".
           05 FILLER PIC X(24) VALUE "punch-cards.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Punch cards".
           05 FILLER PIC X(24) VALUE "open-tabs.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Open tabs".
           05 FILLER PIC X(24) VALUE "guest-log.txt".
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Guest log entries naming them".
           05 FILLER PIC X(24) VALUE "payout-requests.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Payout requests".
           05 FILLER PIC X(24) VALUE "outbox.txt".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 1.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Outbox messages".
           05 FILLER PIC X(24) VALUE "outbox-suppressed.log".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Messages held back (no consent)".
           05 FILLER PIC X(24) VALUE "consent.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Message consents given/withdrawn".
           05 FILLER PIC X(24) VALUE "delivery-address.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Delivery addresses (e-mail/chat)".
           05 FILLER PIC X(24) VALUE "delivery.log".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Personal message deliveries".
           05 FILLER PIC X(24) VALUE "disputes.txt".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Dispute cases".
           05 FILLER PIC X(24) VALUE "promille.log".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Promille reported with sales".
           05 FILLER PIC X(24) VALUE "wishes.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Product wishes".
           05 FILLER PIC X(24) VALUE "rentals.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Rental loans".
           05 FILLER PIC X(24) VALUE "preorders.txt".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Pre-orders".
           05 FILLER PIC X(24) VALUE "raffle-tickets.txt".
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Raffle tickets".
           05 FILLER PIC X(24) VALUE "notify-requests.txt".
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(40) VALUE "Back-in-stock requests".
           05 FILLER PIC X(24) VALUE "card-register.txt".
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC 9     VALUE 0.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(40) VALUE "Card register (token withheld)".
       01 sar-source-table REDEFINES sar-source-values.
           05 sar-source OCCURS 25 TIMES.
               10 src-file      PIC X(24).
               10 src-field     PIC 9(2).
               10 src-text      PIC 9.
               10 src-hide      PIC 9(2).
               10 src-title     PIC X(40).
       01 src-idx               PIC 9(2) COMP-5.

      * line matching
       01 field-work.
           05 fld-text OCCURS 14 TIMES PIC X(128).
           05 fld-idx           PIC 9(2) COMP-5.
           05 fld-used          PIC 9(2) COMP-5.
       01 line-match            PIC 9.
       01 user-len              PIC 9(3) COMP-5.
       01 line-len              PIC 9(3) COMP-5.
       01 scan-pos              PIC 9(3) COMP-5.
       01 scan-last             PIC 9(3) COMP-5.
       01 edge-char             PIC X.
       01 edge-ok               PIC 9.
       01 eq-left               PIC X(64).
       01 eq-right              PIC X(64).

      * vouchers the member's journal lines sold or spent
       01 voucher-work.
           05 vc-count          PIC 9(3) COMP-5 VALUE 0.
           05 vc-code OCCURS 100 TIMES PIC X(16).
           05 vc-idx            PIC 9(3) COMP-5.
           05 vc-new            PIC X(16).
           05 vc-found          PIC 9.
           05 vc-remain         PIC X(16).
           05 vc-issued         PIC X(16).

       01 doc-work.
           05 doc-pos           PIC 9(3) COMP-5.
           05 doc-text          PIC X(512).
           05 money-num         PIC S9(9)V99.
           05 money-disp        PIC -(7)9.99.
           05 cost-text         PIC X(12).
           05 bal-text          PIC X(12).

       01 counts.
           05 section-count     PIC 9(6) COMP-5.
           05 total-records     PIC 9(6) COMP-5 VALUE 0.
           05 card-count        PIC 9(3) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SUBJECT ACCESS EXPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           IF FUNCTION TRIM(sar-user) = SPACES
               DISPLAY "Set SAR_USER=<username> and run again."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-RECEIVED-DATE
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF

           PERFORM OPEN-OUTPUTS
           PERFORM EXPORT-MASTER-RECORD
           PERFORM EXPORT-JOURNAL-FILES
           PERFORM EXPORT-SIDE-FILES
           PERFORM EXPORT-CARDS
           PERFORM EXPORT-PIN
           PERFORM EXPORT-FAVORITES
           PERFORM EXPORT-VOUCHERS
           PERFORM CLOSE-OUTPUTS
           PERFORM WRITE-ACCESS-RECORD

           MOVE total-records TO display-count
           DISPLAY " "
           DISPLAY "Records exported: " display-count
           DISPLAY "Document: " FUNCTION TRIM(DOC-PATH)
           DISPLAY "Data    : " FUNCTION TRIM(DATA-PATH)
           DISPLAY "Answered " FUNCTION TRIM(days-disp)
               " day(s) after receipt - "
               FUNCTION TRIM(deadline-state)
           DISPLAY "Run recorded in gdpr-access.log"
           STOP RUN.

       INIT-PATHS.
           MOVE SPACES TO HOME-DIR
           ACCEPT HOME-DIR FROM ENVIRONMENT "HOME"
           IF FUNCTION TRIM(HOME-DIR) = SPACES
               MOVE "/tmp" TO HOME-DIR
           END-IF

           MOVE SPACES TO CONFIG-DIR
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui" DELIMITED BY SIZE
               INTO CONFIG-DIR
           END-STRING

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/gdpr-export-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO RECORD-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/gdpr-access.log" DELIMITED BY SIZE
               INTO RECORD-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO run-stamp

           MOVE SPACES TO sar-user
           ACCEPT sar-user FROM ENVIRONMENT "SAR_USER"
           MOVE SPACES TO sar-received
           ACCEPT sar-received FROM ENVIRONMENT "SAR_RECEIVED"
           .

      * CHECK-RECEIVED-DATE - SAR_RECEIVED must be a real date no
      * later than today; blank means the request came in today.
       CHECK-RECEIVED-DATE.
           IF FUNCTION TRIM(sar-received) = SPACES
               MOVE run-stamp(1:8) TO sar-received
           END-IF
           IF sar-received IS NOT NUMERIC
               DISPLAY "SAR_RECEIVED must be YYYYMMDD."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE sar-received TO sar-received-num
           IF FUNCTION TEST-DATE-YYYYMMDD(sar-received-num) NOT = 0
               OR sar-received > run-stamp(1:8)
               DISPLAY "SAR_RECEIVED must be a date no later than "
                   "today."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE days-taken =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(run-stamp(1:8)))
               - FUNCTION INTEGER-OF-DATE(sar-received-num)
           MOVE days-taken TO days-disp
           IF days-taken > 30
               MOVE "LATE" TO deadline-state
           ELSE
               MOVE "ON-TIME" TO deadline-state
           END-IF
           .

       OPEN-OUTPUTS.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO DOC-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/sar-" DELIMITED BY SIZE
               FUNCTION TRIM(sar-user) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               run-stamp(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO DOC-PATH
           END-STRING
           MOVE SPACES TO DATA-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/sar-" DELIMITED BY SIZE
               FUNCTION TRIM(sar-user) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               run-stamp(1:8) DELIMITED BY SIZE
               "-data.txt" DELIMITED BY SIZE
               INTO DATA-PATH
           END-STRING
           OPEN OUTPUT DOC-FILE
           OPEN OUTPUT DATA-FILE

           MOVE SPACES TO DOC-LINE
           MOVE ALL "=" TO DOC-LINE(1:60)
           WRITE DOC-LINE
           MOVE "PERSONAL DATA HELD BY THE STREGSYSTEM KIOSK"
               TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           MOVE ALL "=" TO DOC-LINE(1:60)
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Member          : " DELIMITED BY SIZE
               FUNCTION TRIM(sar-user) DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Request received: " DELIMITED BY SIZE
               sar-received(1:4) "-" sar-received(5:2) "-"
               sar-received(7:2) DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "Produced        : " DELIMITED BY SIZE
               run-stamp(1:4) "-" run-stamp(5:2) "-"
               run-stamp(7:2) " " run-stamp(9:2) ":"
               run-stamp(11:2) DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE "Amounts are in kroner. Card numbers and PINs are only"
               TO DOC-LINE
           WRITE DOC-LINE
           MOVE "ever stored as one-way hashes and are not shown."
               TO DOC-LINE
           WRITE DOC-LINE
           .

       CLOSE-OUTPUTS.
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE total-records TO display-count
           MOVE SPACES TO DOC-LINE
           STRING "Records in total: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           MOVE ALL "=" TO DOC-LINE(1:60)
           WRITE DOC-LINE
           CLOSE DOC-FILE
           CLOSE DATA-FILE
           .

      * WRITE-SECTION-HEADER / WRITE-SECTION-FOOTER - callers set
      * doc-text to the section title and zero section-count.
       WRITE-SECTION-HEADER.
           MOVE SPACES TO DOC-LINE
           WRITE DOC-LINE
           MOVE FUNCTION TRIM(doc-text) TO DOC-LINE
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           MOVE ALL "-" TO DOC-LINE(1:60)
           WRITE DOC-LINE
           MOVE 0 TO section-count
           .

       WRITE-SECTION-FOOTER.
           IF section-count = 0
               MOVE "  (nothing held)" TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           ADD section-count TO total-records
           .

      * WRITE-DATA-RECORD - "source<TAB>line as stored"; callers
      * set doc-text to the source name and IN-LINE to the line.
       WRITE-DATA-RECORD.
           MOVE SPACES TO DATA-LINE
           STRING
               FUNCTION TRIM(doc-text) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(IN-LINE TRAILING) DELIMITED BY SIZE
               INTO DATA-LINE
           END-STRING
           WRITE DATA-LINE
           ADD 1 TO section-count
           .

      *-----------------------------------------------------------
      * Member master
      *-----------------------------------------------------------
       EXPORT-MASTER-RECORD.
           MOVE "Member record" TO doc-text
           PERFORM WRITE-SECTION-HEADER

           MOVE SPACES TO mmast-request-data
           MOVE "READUSER" TO mmast-op
           MOVE sar-user TO mmast-username
           CALL "MEMBER-MASTER" USING
               mmast-request-data
               mmast-response-data
           END-CALL
           IF mmast-rc NOT = 0
               MOVE "  (member master not readable on this kiosk)"
                   TO DOC-LINE
               WRITE DOC-LINE
               EXIT PARAGRAPH
           END-IF
           IF mmast-found = 0
               PERFORM WRITE-SECTION-FOOTER
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DOC-LINE
           STRING "  Member id : " mmast-member-id
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  Name      : " FUNCTION TRIM(mmast-name)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  Status    : " FUNCTION TRIM(mmast-status)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  Group     : " FUNCTION TRIM(mmast-group)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  Limit     : " FUNCTION TRIM(mmast-limit)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE SPACES TO DOC-LINE
           STRING "  Joined    : " mmast-joined
               "   Last seen: " mmast-last-seen
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE

      *    The card token is a hash; the data file says only
      *    whether one is on the record.
           MOVE SPACES TO IN-LINE
           MOVE 1 TO doc-pos
           STRING
               FUNCTION TRIM(mmast-member-id) X"09"
               FUNCTION TRIM(mmast-username) X"09"
               FUNCTION TRIM(mmast-name) X"09"
               FUNCTION TRIM(mmast-status) X"09"
               DELIMITED BY SIZE
               INTO IN-LINE WITH POINTER doc-pos
           END-STRING
           IF mmast-card = SPACES
               STRING "no-card" DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER doc-pos
               END-STRING
           ELSE
               STRING "card" DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER doc-pos
               END-STRING
           END-IF
           STRING
               X"09"
               FUNCTION TRIM(mmast-group) X"09"
               FUNCTION TRIM(mmast-limit) X"09"
               mmast-joined X"09"
               mmast-last-seen
               DELIMITED BY SIZE
               INTO IN-LINE WITH POINTER doc-pos
           END-STRING
           MOVE "member-master" TO doc-text
           PERFORM WRITE-DATA-RECORD
           PERFORM WRITE-SECTION-FOOTER
           .

      *-----------------------------------------------------------
      * Journal
      *-----------------------------------------------------------
      * EXPORT-JOURNAL-FILES - archives in date order, then the
      * live journal: every line under the username, and gifts
      * ("GIVE:<user>") made to them.
       EXPORT-JOURNAL-FILES.
           MOVE "Purchases, deposits and other journal lines"
               TO doc-text
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO DOC-LINE
           MOVE "  When             Type       Order" TO DOC-LINE
           MOVE "     Amount     Balance" TO DOC-LINE(58:)
           WRITE DOC-LINE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "{ ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort; "
               DELIMITED BY SIZE
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null; } > " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "35"
               PERFORM UNTIL FILE-LIST-EOF = 1
                   READ FILE-LIST-FILE
                       AT END
                           MOVE 1 TO FILE-LIST-EOF
                       NOT AT END
                           IF FUNCTION TRIM(FILE-LIST-LINE)
                                   NOT = SPACES
                               MOVE FUNCTION TRIM(FILE-LIST-LINE)
                                   TO IN-PATH
                               PERFORM EXPORT-ONE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST-FILE
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           PERFORM WRITE-SECTION-FOOTER
           .

       EXPORT-ONE-JOURNAL.
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IN-EOF = 1
               READ IN-FILE
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       PERFORM EXPORT-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           .

       EXPORT-JOURNAL-LINE.
           IF FUNCTION TRIM(IN-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO jnl-fields
           UNSTRING IN-LINE DELIMITED BY X"09"
               INTO jnl-timestamp
                    jnl-username
                    jnl-order
                    jnl-room
                    jnl-cost
                    jnl-balance
                    jnl-type
           END-UNSTRING
           IF FUNCTION TRIM(jnl-username) NOT = FUNCTION TRIM(sar-user)
               AND NOT (jnl-order(1:5) = "GIVE:"
                   AND FUNCTION TRIM(jnl-order(6:59)) =
                       FUNCTION TRIM(sar-user))
               EXIT PARAGRAPH
           END-IF

           MOVE jnl-cost TO doc-text
           PERFORM FORMAT-ORE-AMOUNT
           MOVE doc-text TO cost-text
           MOVE jnl-balance TO doc-text
           PERFORM FORMAT-ORE-AMOUNT
           MOVE doc-text TO bal-text

           MOVE SPACES TO DOC-LINE
           STRING "  " jnl-timestamp(1:8) " " jnl-timestamp(10:4)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           IF jnl-type = SPACES
               MOVE "SALE" TO DOC-LINE(20:10)
           ELSE
               MOVE jnl-type TO DOC-LINE(20:10)
           END-IF
           MOVE jnl-order(1:26) TO DOC-LINE(31:26)
           MOVE cost-text TO DOC-LINE(58:12)
           MOVE bal-text TO DOC-LINE(70:12)
           WRITE DOC-LINE

           IF jnl-order(1:6) = "VSELL:"
               MOVE jnl-order(7:16) TO vc-new
               PERFORM REMEMBER-VOUCHER
           END-IF
           IF jnl-order(1:5) = "VPAY:"
               MOVE SPACES TO vc-new
               UNSTRING jnl-order(6:59) DELIMITED BY " "
                   INTO vc-new
               END-UNSTRING
               PERFORM REMEMBER-VOUCHER
           END-IF

           MOVE "journal" TO doc-text
           PERFORM WRITE-DATA-RECORD
           .

      * FORMAT-ORE-AMOUNT - doc-text holds an amount in oere as the
      * journal writes it; it comes back right-aligned in kroner.
      * Anything that is not a number is passed through as it is.
       FORMAT-ORE-AMOUNT.
           IF FUNCTION TRIM(doc-text) = SPACES
               OR FUNCTION TRIM(doc-text) = "-"
               MOVE SPACES TO doc-text
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(doc-text)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE money-num =
               FUNCTION NUMVAL(FUNCTION TRIM(doc-text)) / 100
           MOVE money-num TO money-disp
           MOVE money-disp TO doc-text
           .

       REMEMBER-VOUCHER.
           IF FUNCTION TRIM(vc-new) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO vc-found
           PERFORM VARYING vc-idx FROM 1 BY 1 UNTIL vc-idx > vc-count
               IF vc-code(vc-idx) = vc-new
                   MOVE 1 TO vc-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF vc-found = 0 AND vc-count < 100
               ADD 1 TO vc-count
               MOVE vc-new TO vc-code(vc-count)
           END-IF
           .

      *-----------------------------------------------------------
      * Tab-delimited side files
      *-----------------------------------------------------------
       EXPORT-SIDE-FILES.
           PERFORM VARYING src-idx FROM 1 BY 1 UNTIL src-idx > 25
               MOVE src-title(src-idx) TO doc-text
               PERFORM WRITE-SECTION-HEADER
               MOVE SPACES TO IN-PATH
               STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(src-file(src-idx)) DELIMITED BY SIZE
                   INTO IN-PATH
               END-STRING
               PERFORM EXPORT-ONE-SIDE-FILE
               PERFORM WRITE-SECTION-FOOTER
           END-PERFORM
           .

       EXPORT-ONE-SIDE-FILE.
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IN-EOF = 1
               READ IN-FILE
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(IN-LINE) NOT = SPACES
                           PERFORM MATCH-SIDE-LINE
                           IF line-match = 1
                               PERFORM EXPORT-SIDE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           .

      * MATCH-SIDE-LINE - line-match is 1 when the source's user
      * field holds the username or, for free-text sources, the
      * username appears in the line as a whole word.
       MATCH-SIDE-LINE.
           MOVE 0 TO line-match
           IF src-field(src-idx) > 0
               PERFORM SPLIT-TAB-FIELDS
               IF FUNCTION TRIM(fld-text(src-field(src-idx))) =
                       FUNCTION TRIM(sar-user)
                   MOVE 1 TO line-match
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF src-text(src-idx) = 1
               PERFORM FIND-USER-WORD
           END-IF
           .

       SPLIT-TAB-FIELDS.
           PERFORM VARYING fld-idx FROM 1 BY 1 UNTIL fld-idx > 14
               MOVE SPACES TO fld-text(fld-idx)
           END-PERFORM
           MOVE 0 TO fld-used
           UNSTRING IN-LINE DELIMITED BY X"09"
               INTO fld-text(1) fld-text(2) fld-text(3)
                    fld-text(4) fld-text(5) fld-text(6)
                    fld-text(7) fld-text(8) fld-text(9)
                    fld-text(10) fld-text(11) fld-text(12)
                    fld-text(13) fld-text(14)
               TALLYING IN fld-used
           END-UNSTRING
           .

      * FIND-USER-WORD - the username bounded by anything that
      * cannot be part of a username, so "bo" is not found inside
      * "bob".
       FIND-USER-WORD.
           COMPUTE user-len = FUNCTION LENGTH(FUNCTION TRIM(sar-user))
           COMPUTE line-len =
               FUNCTION LENGTH(FUNCTION TRIM(IN-LINE TRAILING))
           IF user-len > line-len
               EXIT PARAGRAPH
           END-IF
           COMPUTE scan-last = line-len - user-len + 1
           PERFORM VARYING scan-pos FROM 1 BY 1
                   UNTIL scan-pos > scan-last OR line-match = 1
               IF IN-LINE(scan-pos:user-len) = sar-user(1:user-len)
                   MOVE 1 TO edge-ok
                   IF scan-pos > 1
                       MOVE IN-LINE(scan-pos - 1:1) TO edge-char
                       PERFORM CHECK-EDGE-CHAR
                   END-IF
                   IF scan-pos < scan-last
                       MOVE IN-LINE(scan-pos + user-len:1)
                           TO edge-char
                       PERFORM CHECK-EDGE-CHAR
                   END-IF
                   IF edge-ok = 1
                       MOVE 1 TO line-match
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-EDGE-CHAR.
           IF edge-char IS ALPHABETIC AND edge-char NOT = SPACE
               MOVE 0 TO edge-ok
           END-IF
           IF edge-char IS NUMERIC
               OR edge-char = "_" OR edge-char = "-"
               OR edge-char = "."
               MOVE 0 TO edge-ok
           END-IF
           .

       EXPORT-SIDE-LINE.
      *    Readable copy: tabs shown as " | ".
           MOVE SPACES TO DOC-LINE
           MOVE 3 TO doc-pos
           PERFORM SPLIT-TAB-FIELDS
           IF src-hide(src-idx) > 0
               MOVE "-" TO fld-text(src-hide(src-idx))
           END-IF
           PERFORM VARYING fld-idx FROM 1 BY 1
                   UNTIL fld-idx > fld-used
               IF fld-idx > 1
                   STRING " | " DELIMITED BY SIZE
                       INTO DOC-LINE WITH POINTER doc-pos
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(fld-text(fld-idx))
                       DELIMITED BY SIZE
                   INTO DOC-LINE WITH POINTER doc-pos
               END-STRING
           END-PERFORM
           WRITE DOC-LINE

           IF src-hide(src-idx) > 0
               PERFORM JOIN-TAB-FIELDS
           END-IF
           MOVE src-file(src-idx) TO doc-text
           PERFORM WRITE-DATA-RECORD
           .

      * JOIN-TAB-FIELDS - Put IN-LINE back together from the split
      * fields, so the data record carries a withheld field as "-".
       JOIN-TAB-FIELDS.
           MOVE SPACES TO IN-LINE
           MOVE 1 TO doc-pos
           PERFORM VARYING fld-idx FROM 1 BY 1
                   UNTIL fld-idx > fld-used
               IF fld-idx > 1
                   STRING X"09" DELIMITED BY SIZE
                       INTO IN-LINE WITH POINTER doc-pos
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(fld-text(fld-idx))
                       DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER doc-pos
               END-STRING
           END-PERFORM
           .

      *-----------------------------------------------------------
      * Card, PIN, favorites, vouchers
      *-----------------------------------------------------------
      * EXPORT-CARDS - membercards.txt is "card-token=username";
      * the token is a hash of the card, so only its presence is
      * reported.
       EXPORT-CARDS.
           MOVE "Member card" TO doc-text
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/membercards.txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "35"
               PERFORM UNTIL IN-EOF = 1
                   READ IN-FILE
                       AT END
                           MOVE 1 TO IN-EOF
                       NOT AT END
                           MOVE SPACES TO eq-left
                           MOVE SPACES TO eq-right
                           UNSTRING IN-LINE DELIMITED BY "="
                               INTO eq-left
                                    eq-right
                           END-UNSTRING
                           IF FUNCTION TRIM(eq-right) =
                                   FUNCTION TRIM(sar-user)
                               ADD 1 TO card-count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF
           IF card-count > 0
               MOVE card-count TO display-count
               MOVE SPACES TO DOC-LINE
               STRING "  Cards registered to the member: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   INTO DOC-LINE
               END-STRING
               WRITE DOC-LINE
               MOVE SPACES TO IN-LINE
               STRING "cards" X"09" FUNCTION TRIM(display-count)
                   DELIMITED BY SIZE INTO IN-LINE
               END-STRING
               MOVE "membercards.txt" TO doc-text
               PERFORM WRITE-DATA-RECORD
           END-IF
           PERFORM WRITE-SECTION-FOOTER
           .

      * EXPORT-PIN - member-pins.txt is "username<TAB>pin-hash
      * <TAB>set-date"; only the date leaves the kiosk.
       EXPORT-PIN.
           MOVE "Purchase PIN" TO doc-text
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/member-pins.txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "35"
               PERFORM UNTIL IN-EOF = 1
                   READ IN-FILE
                       AT END
                           MOVE 1 TO IN-EOF
                       NOT AT END
                           PERFORM SPLIT-TAB-FIELDS
                           IF FUNCTION TRIM(fld-text(1)) =
                                   FUNCTION TRIM(sar-user)
                               PERFORM EXPORT-PIN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER
           .

       EXPORT-PIN-LINE.
           MOVE SPACES TO DOC-LINE
           IF FUNCTION TRIM(fld-text(3)) = SPACES
               MOVE "  A purchase PIN is set (date not recorded)."
                   TO DOC-LINE
           ELSE
               STRING "  A purchase PIN is set, last changed "
                   DELIMITED BY SIZE
                   fld-text(3)(1:4) "-" fld-text(3)(5:2) "-"
                   fld-text(3)(7:2) "." DELIMITED BY SIZE
                   INTO DOC-LINE
               END-STRING
           END-IF
           WRITE DOC-LINE
           MOVE SPACES TO IN-LINE
           STRING "pin-set" X"09" FUNCTION TRIM(fld-text(3))
               DELIMITED BY SIZE INTO IN-LINE
           END-STRING
           MOVE "member-pins.txt" TO doc-text
           PERFORM WRITE-DATA-RECORD
           .

       EXPORT-FAVORITES.
           MOVE "Quick-buy favorites" TO doc-text
           PERFORM WRITE-SECTION-HEADER
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/favorites/" DELIMITED BY SIZE
               FUNCTION TRIM(sar-user) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "35"
               PERFORM UNTIL IN-EOF = 1
                   READ IN-FILE
                       AT END
                           MOVE 1 TO IN-EOF
                       NOT AT END
                           IF FUNCTION TRIM(IN-LINE) NOT = SPACES
                               MOVE SPACES TO DOC-LINE
                               STRING "  " FUNCTION TRIM(IN-LINE)
                                   DELIMITED BY SIZE INTO DOC-LINE
                               END-STRING
                               WRITE DOC-LINE
                               MOVE "favorites" TO doc-text
                               PERFORM WRITE-DATA-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER
           .

      * EXPORT-VOUCHERS - vouchers.txt ("code<TAB>remaining<TAB>
      * issued-ts") carries no username; the member's codes are the
      * ones their own journal lines sold (VSELL) or spent (VPAY).
       EXPORT-VOUCHERS.
           MOVE "Vouchers bought or used by the member" TO doc-text
           PERFORM WRITE-SECTION-HEADER
           IF vc-count = 0
               PERFORM WRITE-SECTION-FOOTER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IN-PATH
           STRING FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/vouchers.txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "35"
               PERFORM UNTIL IN-EOF = 1
                   READ IN-FILE
                       AT END
                           MOVE 1 TO IN-EOF
                       NOT AT END
                           PERFORM EXPORT-VOUCHER-LINE
                   END-READ
               END-PERFORM
               CLOSE IN-FILE
           END-IF
           PERFORM WRITE-SECTION-FOOTER
           .

       EXPORT-VOUCHER-LINE.
           MOVE SPACES TO vc-new
           MOVE SPACES TO vc-remain
           MOVE SPACES TO vc-issued
           UNSTRING IN-LINE DELIMITED BY X"09"
               INTO vc-new
                    vc-remain
                    vc-issued
           END-UNSTRING
           MOVE 0 TO vc-found
           PERFORM VARYING vc-idx FROM 1 BY 1 UNTIL vc-idx > vc-count
               IF vc-code(vc-idx) = vc-new
                   MOVE 1 TO vc-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF vc-found = 0
               EXIT PARAGRAPH
           END-IF

           MOVE vc-remain TO doc-text
           PERFORM FORMAT-ORE-AMOUNT
           MOVE SPACES TO DOC-LINE
           STRING "  " FUNCTION TRIM(vc-new) "  issued "
               vc-issued(1:8) "  remaining " FUNCTION TRIM(doc-text)
               DELIMITED BY SIZE INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE "vouchers.txt" TO doc-text
           PERFORM WRITE-DATA-RECORD
           .

      *-----------------------------------------------------------
      * Access record
      *-----------------------------------------------------------
      * WRITE-ACCESS-RECORD - one line per answered request, so the
      * deadline can be shown to have been met. GDPR-ERASE
      * anonymizes the username here like everywhere else.
       WRITE-ACCESS-RECORD.
           OPEN EXTEND RECORD-FILE
           IF RECORD-STATUS = "35"
               OPEN OUTPUT RECORD-FILE
           END-IF
           MOVE total-records TO display-count
           MOVE SPACES TO RECORD-LINE
           STRING
               run-stamp(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(sar-user) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               sar-received DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(days-disp) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(deadline-state) DELIMITED BY SIZE
               INTO RECORD-LINE
           END-STRING
           WRITE RECORD-LINE
           CLOSE RECORD-FILE
           .

       END PROGRAM GDPR-EXPORT.
