      ******************************************************************
      * Author: Naitsabot
      * Purpose: SAF-T Financial export (digital bookkeeping)
      * Description:
      *     Batch export of the books for one period as a SAF-T
      *     Financial XML file (Danish variant), the format the
      *     accountant loads under the bookkeeping law instead of the
      *     accounting export's CSV:
      *       Header       - company, period, currency DKK
      *       MasterFiles  - GeneralLedgerAccounts from
      *                      account-map.txt (with opening and
      *                      closing balances), Customers from the
      *                      journal usernames seen in the period,
      *                      Suppliers from the suppliers.txt
      *                      master (name, CVR) plus any supplier
      *                      a purchase order names
      *       GeneralLedgerEntries - one Transaction per journal
      *                      line, with exactly the debit/credit legs
      *                      ACCOUNTING-EXPORT posts for that type
      *     Every Transaction's SourceDocumentID is the line's
      *     sale-key and seal sequence number ("key/seq"), so an
      *     auditor can walk from the file back to the sealed
      *     journal line (JOURNAL-VERIFY proves the chain).
      *     EXPORT_FROM/EXPORT_TO (YYYYMMDD) pick the period
      *     (default: last calendar month); lines before the period
      *     only feed the opening balances. COMPANY_NAME and
      *     COMPANY_CVR fill the header.
      *     Output: exports/saft-<from>-<to>.xml
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-EXPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO ACCOUNT-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT PO-FILE
               ASSIGN TO PO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STATUS.
           SELECT SUPPLIER-FILE
               ASSIGN TO SUPPLIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-STATUS.
           SELECT FLIST-FILE
               ASSIGN TO FLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIST-STATUS.
           SELECT ENTRIES-FILE
               ASSIGN TO ENTRIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTRIES-STATUS.
           SELECT XML-FILE
               ASSIGN TO XML-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XML-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  ACCOUNT-MAP-FILE.
        01 ACCOUNT-MAP-LINE     PIC X(64).
       FD  PO-FILE.
        01 PO-LINE              PIC X(256).
       FD  SUPPLIER-FILE.
        01 SUPPLIER-LINE        PIC X(200).
       FD  FLIST-FILE.
        01 FLIST-LINE           PIC X(256).
       FD  ENTRIES-FILE.
        01 ENTRIES-LINE         PIC X(400).
       FD  XML-FILE.
        01 XML-LINE             PIC X(400).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 ACCOUNT-MAP-PATH      PIC X(256).
       01 ACCOUNT-MAP-STATUS    PIC XX.
       01 ACCOUNT-MAP-EOF       PIC 9 VALUE 0.
       01 PO-PATH               PIC X(256).
       01 PO-STATUS             PIC XX.
       01 PO-EOF                PIC 9 VALUE 0.
       01 SUPPLIER-PATH         PIC X(256).
       01 SUPPLIER-STATUS       PIC XX.
       01 SUPPLIER-EOF          PIC 9 VALUE 0.
       01 FLIST-PATH            PIC X(256).
       01 FLIST-STATUS          PIC XX.
       01 FLIST-EOF             PIC 9 VALUE 0.
       01 ENTRIES-PATH          PIC X(256).
       01 ENTRIES-STATUS        PIC XX.
       01 ENTRIES-EOF           PIC 9 VALUE 0.
       01 XML-PATH              PIC X(256).
       01 XML-STATUS            PIC XX.
       01 journal-env-set       PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).

       01 accounts.
           05 acct-revenue      PIC X(8) VALUE "1000".
           05 acct-bank         PIC X(8) VALUE "5820".
           05 acct-member-liab  PIC X(8) VALUE "6902".
           05 acct-voucher-liab PIC X(8) VALUE "6903".
           05 acct-pant         PIC X(8) VALUE "7730".
           05 acct-bad-debt     PIC X(8) VALUE "7740".
           05 acct-suspense     PIC X(8) VALUE "9999".
           05 acct-donations    PIC X(8) VALUE "1910".
           05 acct-group-recv   PIC X(8) VALUE "6905".
           05 acct-points-liab  PIC X(8) VALUE "6906".
           05 acct-opening      PIC X(8) VALUE "8900".
           05 acct-entertain    PIC X(8) VALUE "2810".
           05 acct-rental-dep   PIC X(8) VALUE "6907".
       01 map-key               PIC X(32).
       01 map-value             PIC X(32).

      * chart - the general ledger accounts as the master file
      * lists them; two map keys on one account number share an
      * entry. Balances are net debit in oere.
       01 chart.
           05 chart-count       PIC 9(2) COMP-5 VALUE 0.
           05 chart-entry OCCURS 20 TIMES.
               10 chart-acct    PIC X(8).
               10 chart-desc    PIC X(40).
               10 chart-open    PIC S9(11) COMP-5.
               10 chart-close   PIC S9(11) COMP-5.
           05 chart-idx         PIC 9(2) COMP-5.
           05 chart-find-acct   PIC X(8).
           05 chart-find-desc   PIC X(40).

       01 window-work.
           05 export-from       PIC X(8) VALUE SPACES.
           05 export-to         PIC X(8) VALUE SPACES.
           05 window-int        PIC 9(8) COMP-5.
           05 window-date       PIC 9(8).
           05 company-name      PIC X(64).
           05 company-cvr       PIC X(16).

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 seal-work.
           05 line-len          PIC 9(4) COMP-5.
           05 line-seq-text     PIC X(9).
           05 line-chk-text     PIC X(9).

       01 row-work.
           05 row-debit         PIC X(8).
           05 row-credit        PIC X(8).
           05 row-text          PIC X(96).
           05 row-mapped        PIC 9.
           05 row-amount        PIC S9(9) COMP-5.
           05 row-date          PIC X(10).
           05 row-in-period     PIC 9.

      * customers - distinct journal usernames in the period; they
      * are member sub-accounts under MEMBER_LIABILITY.
       01 customers.
           05 cust-count        PIC 9(4) COMP-5 VALUE 0.
           05 cust-name OCCURS 2000 TIMES PIC X(64).
           05 cust-idx          PIC 9(4) COMP-5.
           05 cust-found        PIC 9.

       01 suppliers.
           05 supp-count        PIC 9(3) COMP-5 VALUE 0.
           05 supp-entry OCCURS 200 TIMES.
               10 supp-id       PIC X(32).
               10 supp-name     PIC X(32).
               10 supp-cvr      PIC X(10).
           05 supp-idx          PIC 9(3) COMP-5.
           05 supp-found        PIC 9.
           05 po-field-num      PIC X(10).
           05 po-field-supp     PIC X(32).

       01 xml-work.
           05 xml-in            PIC X(128).
           05 xml-out           PIC X(400).
           05 xml-in-len        PIC 9(3) COMP-5.
           05 xml-in-pos        PIC 9(3) COMP-5.
           05 xml-out-pos       PIC 9(3) COMP-5.
           05 xml-char          PIC X.
           05 xml-tag           PIC X(40).
           05 xml-indent        PIC 9(2) COMP-5.
           05 xml-value         PIC X(300).

       01 entry-work.
           05 entry-count       PIC 9(7) COMP-5 VALUE 0.
           05 total-debit       PIC S9(13) COMP-5 VALUE 0.
           05 trans-id          PIC X(40).
           05 source-ref        PIC X(40).
           05 entry-seq-num     PIC 9(7).
           05 count-text        PIC Z(6)9.
           05 amount-kr         PIC S9(11)V99 COMP-3.
           05 amount-text       PIC -(11)9.99.
           05 balance-abs       PIC S9(11) COMP-5.
           05 suspense-count    PIC 9(5) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SAF-T FINANCIAL EXPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM BUILD-CHART
           PERFORM READ-SUPPLIERS

           OPEN OUTPUT ENTRIES-FILE
           PERFORM READ-JOURNAL
           CLOSE ENTRIES-FILE

           OPEN OUTPUT XML-FILE
           PERFORM WRITE-HEADER
           PERFORM WRITE-MASTER-FILES
           PERFORM WRITE-GL-ENTRIES
           MOVE "</AuditFile>" TO XML-LINE
           WRITE XML-LINE
           CLOSE XML-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(ENTRIES-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           DISPLAY "Period      : " export-from " - " export-to
           MOVE entry-count TO display-count
           DISPLAY "Transactions: " display-count
           MOVE cust-count TO display-count
           DISPLAY "Customers   : " display-count
           MOVE supp-count TO display-count
           DISPLAY "Suppliers   : " display-count
           DISPLAY "SAF-T file  : " FUNCTION TRIM(XML-PATH)
           IF suspense-count > 0
               MOVE suspense-count TO display-count
               DISPLAY "Unmapped journal types posted to suspense: "
                   display-count
               DISPLAY "Add them to account-map.txt and re-run."
               MOVE 1 TO RETURN-CODE
           END-IF
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

           MOVE SPACES TO JOURNAL-PATH
           ACCEPT JOURNAL-PATH FROM ENVIRONMENT "JOURNAL_FILE"
           IF FUNCTION TRIM(JOURNAL-PATH) NOT = SPACES
               MOVE 1 TO journal-env-set
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/journal.log" DELIMITED BY SIZE
                   INTO JOURNAL-PATH
               END-STRING
           END-IF

           MOVE SPACES TO ACCOUNT-MAP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/account-map.txt" DELIMITED BY SIZE
               INTO ACCOUNT-MAP-PATH
           END-STRING
           MOVE SPACES TO PO-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/purchase-orders.txt" DELIMITED BY SIZE
               INTO PO-PATH
           END-STRING
           MOVE SPACES TO SUPPLIER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/suppliers.txt" DELIMITED BY SIZE
               INTO SUPPLIER-PATH
           END-STRING

           PERFORM SET-WINDOW

           MOVE SPACES TO company-name
           ACCEPT company-name FROM ENVIRONMENT "COMPANY_NAME"
           IF FUNCTION TRIM(company-name) = SPACES
               MOVE "Stregsystem" TO company-name
           END-IF
           MOVE SPACES TO company-cvr
           ACCEPT company-cvr FROM ENVIRONMENT "COMPANY_CVR"
           IF FUNCTION TRIM(company-cvr) = SPACES
               MOVE "00000000" TO company-cvr
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO XML-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/saft-" DELIMITED BY SIZE
               export-from DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               export-to DELIMITED BY SIZE
               ".xml" DELIMITED BY SIZE
               INTO XML-PATH
           END-STRING
           MOVE SPACES TO ENTRIES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.saft-entries.tmp" DELIMITED BY SIZE
               INTO ENTRIES-PATH
           END-STRING
           .

      * SET-WINDOW - EXPORT_FROM/EXPORT_TO as the accounting export
      * reads them; unset, the period is the last calendar month.
       SET-WINDOW.
           ACCEPT export-from FROM ENVIRONMENT "EXPORT_FROM"
           ACCEPT export-to FROM ENVIRONMENT "EXPORT_TO"
           IF FUNCTION TRIM(export-from) = SPACES
               OR export-from IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:6) TO window-date(1:6)
               MOVE "01" TO window-date(7:2)
               COMPUTE window-int =
                   FUNCTION INTEGER-OF-DATE(window-date) - 1
               MOVE FUNCTION DATE-OF-INTEGER(window-int)
                   TO window-date
               IF FUNCTION TRIM(export-to) = SPACES
                   OR export-to IS NOT NUMERIC
                   MOVE window-date TO export-to
               END-IF
               MOVE window-date(1:6) TO export-from(1:6)
               MOVE "01" TO export-from(7:2)
           END-IF
           IF FUNCTION TRIM(export-to) = SPACES
               OR export-to IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO export-to
           END-IF
           .

      * LOAD-ACCOUNT-MAP - The same "KEY=account" file and defaults
      * as ACCOUNTING-EXPORT; the export never seeds it, so both
      * programs always agree on who created it.
       LOAD-ACCOUNT-MAP.
           MOVE 0 TO ACCOUNT-MAP-EOF
           OPEN INPUT ACCOUNT-MAP-FILE
           IF ACCOUNT-MAP-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ACCOUNT-MAP-EOF = 1
               READ ACCOUNT-MAP-FILE
                   AT END
                       MOVE 1 TO ACCOUNT-MAP-EOF
                   NOT AT END
                       PERFORM PARSE-ACCOUNT-MAP-LINE
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MAP-FILE
           .

       PARSE-ACCOUNT-MAP-LINE.
           IF FUNCTION TRIM(ACCOUNT-MAP-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-MAP-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO map-key
           MOVE SPACES TO map-value
           UNSTRING ACCOUNT-MAP-LINE DELIMITED BY "="
               INTO map-key
                    map-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(map-key)) TO map-key

           EVALUATE map-key
               WHEN "SALES_REVENUE"
                   MOVE FUNCTION TRIM(map-value) TO acct-revenue
               WHEN "CASH_BANK"
                   MOVE FUNCTION TRIM(map-value) TO acct-bank
               WHEN "MEMBER_LIABILITY"
                   MOVE FUNCTION TRIM(map-value) TO acct-member-liab
               WHEN "VOUCHER_LIABILITY"
                   MOVE FUNCTION TRIM(map-value) TO acct-voucher-liab
               WHEN "PANT_DEPOSIT"
                   MOVE FUNCTION TRIM(map-value) TO acct-pant
               WHEN "BAD_DEBT"
                   MOVE FUNCTION TRIM(map-value) TO acct-bad-debt
               WHEN "SUSPENSE"
                   MOVE FUNCTION TRIM(map-value) TO acct-suspense
               WHEN "DONATIONS"
                   MOVE FUNCTION TRIM(map-value) TO acct-donations
               WHEN "GROUP_RECEIVABLE"
                   MOVE FUNCTION TRIM(map-value) TO acct-group-recv
               WHEN "POINTS_LIABILITY"
                   MOVE FUNCTION TRIM(map-value) TO acct-points-liab
               WHEN "OPENING_BALANCE"
                   MOVE FUNCTION TRIM(map-value) TO acct-opening
               WHEN "ENTERTAINMENT"
                   MOVE FUNCTION TRIM(map-value) TO acct-entertain
               WHEN "RENTAL_DEPOSITS"
                   MOVE FUNCTION TRIM(map-value) TO acct-rental-dep
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       BUILD-CHART.
           MOVE acct-revenue TO chart-find-acct
           MOVE "Sales revenue" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-donations TO chart-find-acct
           MOVE "Donations received" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-bank TO chart-find-acct
           MOVE "Cash and bank" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-member-liab TO chart-find-acct
           MOVE "Member balances (liability)" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-voucher-liab TO chart-find-acct
           MOVE "Vouchers and punch cards outstanding"
               TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-group-recv TO chart-find-acct
           MOVE "Group billing receivable" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-points-liab TO chart-find-acct
           MOVE "Volunteer points liability" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-rental-dep TO chart-find-acct
           MOVE "Rental deposits held" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-pant TO chart-find-acct
           MOVE "Pant deposit" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-bad-debt TO chart-find-acct
           MOVE "Bad debt" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-entertain TO chart-find-acct
           MOVE "Entertainment (hospitality)" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-opening TO chart-find-acct
           MOVE "Opening balances" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           MOVE acct-suspense TO chart-find-acct
           MOVE "Suspense" TO chart-find-desc
           PERFORM ADD-CHART-ACCOUNT
           .

       ADD-CHART-ACCOUNT.
           PERFORM FIND-CHART-ACCOUNT
           IF chart-idx > 0
               EXIT PARAGRAPH
           END-IF
           IF chart-count < 20
               ADD 1 TO chart-count
               MOVE chart-find-acct TO chart-acct(chart-count)
               MOVE chart-find-desc TO chart-desc(chart-count)
               MOVE 0 TO chart-open(chart-count)
               MOVE 0 TO chart-close(chart-count)
           END-IF
           .

       FIND-CHART-ACCOUNT.
           PERFORM VARYING chart-idx FROM 1 BY 1
                   UNTIL chart-idx > chart-count
               IF chart-acct(chart-idx) = chart-find-acct
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO chart-idx
           .

      * READ-SUPPLIERS - The supplier master first, then any
      * supplier a PO line names that the master doesn't (older POs
      * carried a free-text name).
       READ-SUPPLIERS.
           MOVE 0 TO SUPPLIER-EOF
           OPEN INPUT SUPPLIER-FILE
           IF SUPPLIER-STATUS NOT = "35"
               PERFORM UNTIL SUPPLIER-EOF = 1
                   READ SUPPLIER-FILE
                       AT END
                           MOVE 1 TO SUPPLIER-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SUPPLIER-LINE) NOT = SPACES
                               AND SUPPLIER-LINE(1:1) NOT = "#"
                               AND supp-count < 200
                               ADD 1 TO supp-count
                               MOVE SPACES TO supp-entry(supp-count)
                               UNSTRING SUPPLIER-LINE
                                   DELIMITED BY X"09"
                                   INTO supp-id(supp-count)
                                        supp-name(supp-count)
                                        supp-cvr(supp-count)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF

           MOVE 0 TO PO-EOF
           OPEN INPUT PO-FILE
           IF PO-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PO-EOF = 1
               READ PO-FILE
                   AT END
                       MOVE 1 TO PO-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PO-LINE) NOT = SPACES
                           MOVE SPACES TO po-field-num
                           MOVE SPACES TO po-field-supp
                           UNSTRING PO-LINE DELIMITED BY X"09"
                               INTO po-field-num
                                    po-field-supp
                           END-UNSTRING
                           PERFORM ADD-SUPPLIER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PO-FILE
           .

       ADD-SUPPLIER.
           IF FUNCTION TRIM(po-field-supp) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO supp-found
           PERFORM VARYING supp-idx FROM 1 BY 1
                   UNTIL supp-idx > supp-count
               IF supp-id(supp-idx) = po-field-supp
                   MOVE 1 TO supp-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF supp-found = 0 AND supp-count < 200
               ADD 1 TO supp-count
               MOVE SPACES TO supp-entry(supp-count)
               MOVE po-field-supp TO supp-id(supp-count)
               MOVE po-field-supp TO supp-name(supp-count)
           END-IF
           .

      * READ-JOURNAL - Archives then the live journal, as the
      * accounting export walks them; JOURNAL_FILE reads one file.
       READ-JOURNAL.
           IF journal-env-set = 1
               PERFORM READ-ONE-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FLIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.saft-flist.tmp" DELIMITED BY SIZE
               INTO FLIST-PATH
           END-STRING
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "{ ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort; "
               DELIMITED BY SIZE
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null; } > " DELIMITED BY SIZE
               FUNCTION TRIM(FLIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO FLIST-EOF
           OPEN INPUT FLIST-FILE
           IF FLIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FLIST-EOF = 1
               READ FLIST-FILE
                   AT END
                       MOVE 1 TO FLIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FLIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FLIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIST-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FLIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ONE-JOURNAL-FILE.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               DISPLAY "No local sales journal found at "
                   FUNCTION TRIM(JOURNAL-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

      * PROCESS-JOURNAL-LINE - Every line up to the period end moves
      * the closing balances; lines before the period also move the
      * opening balances, lines inside it become Transactions.
       PROCESS-JOURNAL-LINE.
           IF FUNCTION TRIM(JOURNAL-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO jnl-fields
           UNSTRING JOURNAL-LINE DELIMITED BY X"09"
               INTO jnl-timestamp
                    jnl-username
                    jnl-order
                    jnl-room
                    jnl-cost
                    jnl-balance
                    jnl-type
                    jnl-shift
                    jnl-operator
                    jnl-backend
                    jnl-sale-key
                    jnl-event
                    jnl-tender
                    jnl-version
           END-UNSTRING

           IF jnl-timestamp(1:8) > export-to
               EXIT PARAGRAPH
           END-IF
           IF jnl-timestamp(1:8) < export-from
               MOVE 0 TO row-in-period
           ELSE
               MOVE 1 TO row-in-period
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF
           IF jnl-cost-num = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM MAP-JOURNAL-TYPE
           IF row-mapped = 0
               EXIT PARAGRAPH
           END-IF

      *    A negative amount posts the same legs the other way round.
           IF jnl-cost-num < 0
               MOVE row-debit TO chart-find-acct
               MOVE row-credit TO row-debit
               MOVE chart-find-acct TO row-credit
               COMPUTE row-amount = 0 - jnl-cost-num
           ELSE
               MOVE jnl-cost-num TO row-amount
           END-IF

           MOVE row-debit TO chart-find-acct
           PERFORM FIND-CHART-ACCOUNT
           IF chart-idx > 0
               ADD row-amount TO chart-close(chart-idx)
               IF row-in-period = 0
                   ADD row-amount TO chart-open(chart-idx)
               END-IF
           END-IF
           MOVE row-credit TO chart-find-acct
           PERFORM FIND-CHART-ACCOUNT
           IF chart-idx > 0
               SUBTRACT row-amount FROM chart-close(chart-idx)
               IF row-in-period = 0
                   SUBTRACT row-amount FROM chart-open(chart-idx)
               END-IF
           END-IF

           IF row-in-period = 1
               PERFORM ADD-CUSTOMER
               PERFORM WRITE-TRANSACTION
           END-IF
           .

      * MAP-JOURNAL-TYPE - The legs ACCOUNTING-EXPORT posts for each
      * journal type (see there for the reasoning per type).
       MAP-JOURNAL-TYPE.
           MOVE 1 TO row-mapped
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN "SALE"
               WHEN SPACES
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "sale" TO row-text
               WHEN "DEP"
                   MOVE acct-bank TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "member deposit" TO row-text
               WHEN "GIVE-OUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "member transfer" TO row-text
               WHEN "VSELL"
                   MOVE acct-bank TO row-debit
                   MOVE acct-voucher-liab TO row-credit
                   MOVE "voucher sold" TO row-text
               WHEN "VRED"
                   MOVE acct-voucher-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "voucher redeemed" TO row-text
               WHEN "GUEST"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "house-account sale" TO row-text
               WHEN "COMP"
                   MOVE acct-entertain TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "hospitality (comp)" TO row-text
               WHEN "PANT"
                   MOVE acct-pant TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "pant return" TO row-text
               WHEN "WRITEOFF"
                   MOVE acct-bad-debt TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "debt write-off" TO row-text
               WHEN "VOID"
                   MOVE acct-revenue TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "void refund" TO row-text
               WHEN "GRP"
                   MOVE acct-group-recv TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "group billing" TO row-text
               WHEN "KSELL"
                   MOVE acct-bank TO row-debit
                   MOVE acct-voucher-liab TO row-credit
                   MOVE "punch card sold" TO row-text
               WHEN "KRED"
                   MOVE acct-voucher-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "punches consumed" TO row-text
               WHEN "DON"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-donations TO row-credit
                   MOVE "round-up donation" TO row-text
               WHEN "SO"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "standing-order fee" TO row-text
               WHEN "ADJ"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "late-fee adjustment" TO row-text
               WHEN "RETURN"
                   MOVE acct-revenue TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "product return" TO row-text
               WHEN "PAYOUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-bank TO row-credit
                   MOVE "balance payout" TO row-text
               WHEN "OPENING"
                   MOVE acct-opening TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "opening balance" TO row-text
               WHEN "FXDEP"
                   MOVE acct-bank TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "foreign cash deposit" TO row-text
               WHEN "REDEEM"
                   MOVE acct-points-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "points redeemed" TO row-text
               WHEN "RENTOUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-rental-dep TO row-credit
                   MOVE "rental deposit held" TO row-text
               WHEN "RENTIN"
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "rental deposit returned" TO row-text
               WHEN "RENTFEE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "rental fee" TO row-text
               WHEN "RAFFLE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "raffle tickets" TO row-text
               WHEN "RENTCONV"
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "rental deposit kept" TO row-text
               WHEN "GIVE-IN"
               WHEN "PROMO"
               WHEN "LEVEL"
                   MOVE 0 TO row-mapped
               WHEN OTHER
                   MOVE acct-suspense TO row-debit
                   MOVE acct-suspense TO row-credit
                   MOVE SPACES TO row-text
                   STRING "UNMAPPED " DELIMITED BY SIZE
                       FUNCTION TRIM(jnl-type) DELIMITED BY SIZE
                       INTO row-text
                   END-STRING
                   IF jnl-timestamp(1:8) >= export-from
                       ADD 1 TO suspense-count
                   END-IF
           END-EVALUATE
           .

       ADD-CUSTOMER.
           IF FUNCTION TRIM(jnl-username) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO cust-found
           PERFORM VARYING cust-idx FROM 1 BY 1
                   UNTIL cust-idx > cust-count
               IF cust-name(cust-idx) = jnl-username
                   MOVE 1 TO cust-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cust-found = 0 AND cust-count < 2000
               ADD 1 TO cust-count
               MOVE jnl-username TO cust-name(cust-count)
           END-IF
           .

      * WRITE-TRANSACTION - One balanced Transaction (debit line,
      * credit line) into the side file; the header totals are only
      * known once the whole journal has been read.
       WRITE-TRANSACTION.
           ADD 1 TO entry-count
           ADD row-amount TO total-debit
           MOVE entry-count TO entry-seq-num

      *    The sealed tail is <TAB>seq(9)<TAB>chk(9), as
      *    JOURNAL-VERIFY reads it.
           MOVE SPACES TO line-seq-text
           COMPUTE line-len =
               FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-LINE TRAILING))
           IF line-len > 20
               IF JOURNAL-LINE(line-len - 9:1) = X"09"
                   AND JOURNAL-LINE(line-len - 19:1) = X"09"
                   MOVE JOURNAL-LINE(line-len - 18:9) TO line-seq-text
                   IF line-seq-text IS NOT NUMERIC
                       MOVE SPACES TO line-seq-text
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO trans-id
           IF FUNCTION TRIM(jnl-sale-key) NOT = SPACES
               MOVE FUNCTION TRIM(jnl-sale-key) TO trans-id
           ELSE
               STRING "J" DELIMITED BY SIZE
                   jnl-timestamp(1:15) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   entry-seq-num DELIMITED BY SIZE
                   INTO trans-id
               END-STRING
           END-IF
           MOVE SPACES TO source-ref
           IF line-seq-text = SPACES
               MOVE trans-id TO source-ref
           ELSE
               STRING FUNCTION TRIM(trans-id) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   line-seq-text DELIMITED BY SIZE
                   INTO source-ref
               END-STRING
           END-IF

           MOVE SPACES TO row-date
           STRING
               jnl-timestamp(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               jnl-timestamp(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               jnl-timestamp(7:2) DELIMITED BY SIZE
               INTO row-date
           END-STRING
           COMPUTE amount-kr = row-amount / 100
           MOVE amount-kr TO amount-text

           MOVE 3 TO xml-indent
           MOVE "Transaction" TO xml-tag
           PERFORM WRITE-ENTRY-OPEN
           MOVE 4 TO xml-indent
           MOVE "TransactionID" TO xml-tag
           MOVE trans-id TO xml-in
           PERFORM WRITE-ENTRY-ESCAPED
           MOVE "Period" TO xml-tag
           MOVE jnl-timestamp(5:2) TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE "PeriodYear" TO xml-tag
           MOVE jnl-timestamp(1:4) TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE "TransactionDate" TO xml-tag
           MOVE row-date TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE "SourceID" TO xml-tag
           IF FUNCTION TRIM(jnl-operator) = SPACES
               MOVE "kiosk" TO xml-in
           ELSE
               MOVE jnl-operator TO xml-in
           END-IF
           PERFORM WRITE-ENTRY-ESCAPED
           MOVE "Description" TO xml-tag
           MOVE SPACES TO xml-in
           STRING FUNCTION TRIM(row-text) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(jnl-username) DELIMITED BY SIZE
               INTO xml-in
           END-STRING
           PERFORM WRITE-ENTRY-ESCAPED
           MOVE "SystemEntryDate" TO xml-tag
           MOVE row-date TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE "GLPostingDate" TO xml-tag
           MOVE row-date TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT

           MOVE row-debit TO chart-find-acct
           MOVE "1" TO xml-value
           MOVE "DebitAmount" TO chart-find-desc
           PERFORM WRITE-ENTRY-LINE
           MOVE row-credit TO chart-find-acct
           MOVE "2" TO xml-value
           MOVE "CreditAmount" TO chart-find-desc
           PERFORM WRITE-ENTRY-LINE

           MOVE 3 TO xml-indent
           MOVE "Transaction" TO xml-tag
           PERFORM WRITE-ENTRY-CLOSE
           .

      * WRITE-ENTRY-LINE - One posting leg: RecordID in xml-value,
      * the account in chart-find-acct, DebitAmount/CreditAmount in
      * chart-find-desc. A member-liability leg names the member as
      * CustomerID.
       WRITE-ENTRY-LINE.
           MOVE 4 TO xml-indent
           MOVE "Line" TO xml-tag
           PERFORM WRITE-ENTRY-OPEN
           MOVE 5 TO xml-indent
           MOVE "RecordID" TO xml-tag
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE "AccountID" TO xml-tag
           MOVE chart-find-acct TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           IF chart-find-acct = acct-member-liab
               AND FUNCTION TRIM(jnl-username) NOT = SPACES
               MOVE "CustomerID" TO xml-tag
               MOVE jnl-username TO xml-in
               PERFORM WRITE-ENTRY-ESCAPED
           END-IF
           MOVE "SourceDocumentID" TO xml-tag
           MOVE source-ref TO xml-in
           PERFORM WRITE-ENTRY-ESCAPED
           MOVE "Description" TO xml-tag
           MOVE row-text TO xml-in
           PERFORM WRITE-ENTRY-ESCAPED
           MOVE chart-find-desc TO xml-tag
           PERFORM WRITE-ENTRY-OPEN
           MOVE 6 TO xml-indent
           MOVE "Amount" TO xml-tag
           MOVE FUNCTION TRIM(amount-text) TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           MOVE 5 TO xml-indent
           MOVE chart-find-desc TO xml-tag
           PERFORM WRITE-ENTRY-CLOSE
           MOVE 4 TO xml-indent
           MOVE "Line" TO xml-tag
           PERFORM WRITE-ENTRY-CLOSE
           .

       WRITE-ENTRY-OPEN.
           MOVE SPACES TO ENTRIES-LINE
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO ENTRIES-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE ENTRIES-LINE
           .

       WRITE-ENTRY-CLOSE.
           MOVE SPACES TO ENTRIES-LINE
           STRING "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO ENTRIES-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE ENTRIES-LINE
           .

       WRITE-ENTRY-ESCAPED.
           PERFORM ESCAPE-XML
           MOVE xml-out TO xml-value
           PERFORM WRITE-ENTRY-ELEMENT
           .

       WRITE-ENTRY-ELEMENT.
           MOVE SPACES TO ENTRIES-LINE
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(xml-value) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO ENTRIES-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE ENTRIES-LINE
           .

      * ESCAPE-XML - xml-in to xml-out with the five XML special
      * characters replaced by their entities. Usernames and
      * supplier names are free text.
       ESCAPE-XML.
           MOVE SPACES TO xml-out
           MOVE 1 TO xml-out-pos
           COMPUTE xml-in-len =
               FUNCTION LENGTH(FUNCTION TRIM(xml-in TRAILING))
           IF xml-in = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING xml-in-pos FROM 1 BY 1
                   UNTIL xml-in-pos > xml-in-len
               MOVE xml-in(xml-in-pos:1) TO xml-char
               EVALUATE xml-char
                   WHEN "&"
                       MOVE "&amp;" TO xml-out(xml-out-pos:5)
                       ADD 5 TO xml-out-pos
                   WHEN "<"
                       MOVE "&lt;" TO xml-out(xml-out-pos:4)
                       ADD 4 TO xml-out-pos
                   WHEN ">"
                       MOVE "&gt;" TO xml-out(xml-out-pos:4)
                       ADD 4 TO xml-out-pos
                   WHEN '"'
                       MOVE "&quot;" TO xml-out(xml-out-pos:6)
                       ADD 6 TO xml-out-pos
                   WHEN "'"
                       MOVE "&apos;" TO xml-out(xml-out-pos:6)
                       ADD 6 TO xml-out-pos
                   WHEN OTHER
                       MOVE xml-char TO xml-out(xml-out-pos:1)
                       ADD 1 TO xml-out-pos
               END-EVALUATE
           END-PERFORM
           .

      * WRITE-HEADER - The XML prologue and the SAF-T Header block.
       WRITE-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO XML-LINE
           WRITE XML-LINE
           MOVE SPACES TO XML-LINE
           STRING '<AuditFile xmlns="' DELIMITED BY SIZE
               "urn:StandardAuditFile-Taxation-Financial:DK"
               DELIMITED BY SIZE
               '">' DELIMITED BY SIZE
               INTO XML-LINE
           END-STRING
           WRITE XML-LINE

           MOVE 1 TO xml-indent
           MOVE "Header" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 2 TO xml-indent
           MOVE "AuditFileVersion" TO xml-tag
           MOVE "1.0" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "AuditFileCountry" TO xml-tag
           MOVE "DK" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "AuditFileDateCreated" TO xml-tag
           MOVE SPACES TO xml-value
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO xml-value
           END-STRING
           PERFORM WRITE-XML-ELEMENT
           MOVE "SoftwareCompanyName" TO xml-tag
           MOVE "Naitsabot" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "SoftwareID" TO xml-tag
           MOVE "stregsystem-tui" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "SoftwareVersion" TO xml-tag
           MOVE "1.0" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "Company" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 3 TO xml-indent
           MOVE "RegistrationNumber" TO xml-tag
           MOVE company-cvr TO xml-in
           PERFORM WRITE-XML-ESCAPED
           MOVE "Name" TO xml-tag
           MOVE company-name TO xml-in
           PERFORM WRITE-XML-ESCAPED
           MOVE 2 TO xml-indent
           MOVE "Company" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "DefaultCurrencyCode" TO xml-tag
           MOVE "DKK" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "SelectionCriteria" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 3 TO xml-indent
           MOVE "SelectionStartDate" TO xml-tag
           MOVE SPACES TO xml-value
           STRING export-from(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               export-from(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               export-from(7:2) DELIMITED BY SIZE
               INTO xml-value
           END-STRING
           PERFORM WRITE-XML-ELEMENT
           MOVE "SelectionEndDate" TO xml-tag
           MOVE SPACES TO xml-value
           STRING export-to(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               export-to(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               export-to(7:2) DELIMITED BY SIZE
               INTO xml-value
           END-STRING
           PERFORM WRITE-XML-ELEMENT
           MOVE 2 TO xml-indent
           MOVE "SelectionCriteria" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE "TaxAccountingBasis" TO xml-tag
           MOVE "A" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE 1 TO xml-indent
           MOVE "Header" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           .

       WRITE-MASTER-FILES.
           MOVE 1 TO xml-indent
           MOVE "MasterFiles" TO xml-tag
           PERFORM WRITE-XML-OPEN

           MOVE 2 TO xml-indent
           MOVE "GeneralLedgerAccounts" TO xml-tag
           PERFORM WRITE-XML-OPEN
           PERFORM VARYING chart-idx FROM 1 BY 1
                   UNTIL chart-idx > chart-count
               PERFORM WRITE-ACCOUNT
           END-PERFORM
           MOVE 2 TO xml-indent
           MOVE "GeneralLedgerAccounts" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "Customers" TO xml-tag
           PERFORM WRITE-XML-OPEN
           PERFORM VARYING cust-idx FROM 1 BY 1
                   UNTIL cust-idx > cust-count
               MOVE 3 TO xml-indent
               MOVE "Customer" TO xml-tag
               PERFORM WRITE-XML-OPEN
               MOVE 4 TO xml-indent
               MOVE "CustomerID" TO xml-tag
               MOVE cust-name(cust-idx) TO xml-in
               PERFORM WRITE-XML-ESCAPED
               MOVE "Name" TO xml-tag
               MOVE cust-name(cust-idx) TO xml-in
               PERFORM WRITE-XML-ESCAPED
               MOVE "AccountID" TO xml-tag
               MOVE acct-member-liab TO xml-value
               PERFORM WRITE-XML-ELEMENT
               MOVE 3 TO xml-indent
               MOVE "Customer" TO xml-tag
               PERFORM WRITE-XML-CLOSE
           END-PERFORM
           MOVE 2 TO xml-indent
           MOVE "Customers" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE "Suppliers" TO xml-tag
           PERFORM WRITE-XML-OPEN
           PERFORM VARYING supp-idx FROM 1 BY 1
                   UNTIL supp-idx > supp-count
               MOVE 3 TO xml-indent
               MOVE "Supplier" TO xml-tag
               PERFORM WRITE-XML-OPEN
               MOVE 4 TO xml-indent
               IF FUNCTION TRIM(supp-cvr(supp-idx)) NOT = SPACES
                   MOVE "RegistrationNumber" TO xml-tag
                   MOVE supp-cvr(supp-idx) TO xml-in
                   PERFORM WRITE-XML-ESCAPED
               END-IF
               MOVE "Name" TO xml-tag
               MOVE supp-name(supp-idx) TO xml-in
               PERFORM WRITE-XML-ESCAPED
               MOVE "SupplierID" TO xml-tag
               MOVE supp-id(supp-idx) TO xml-in
               PERFORM WRITE-XML-ESCAPED
               MOVE 3 TO xml-indent
               MOVE "Supplier" TO xml-tag
               PERFORM WRITE-XML-CLOSE
           END-PERFORM
           MOVE 2 TO xml-indent
           MOVE "Suppliers" TO xml-tag
           PERFORM WRITE-XML-CLOSE

           MOVE 1 TO xml-indent
           MOVE "MasterFiles" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           .

      * WRITE-ACCOUNT - A net debit balance is shown as a debit
      * balance, a net credit as a credit balance.
       WRITE-ACCOUNT.
           MOVE 3 TO xml-indent
           MOVE "Account" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 4 TO xml-indent
           MOVE "AccountID" TO xml-tag
           MOVE chart-acct(chart-idx) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "AccountDescription" TO xml-tag
           MOVE chart-desc(chart-idx) TO xml-in
           PERFORM WRITE-XML-ESCAPED
           MOVE "AccountType" TO xml-tag
           MOVE "GL" TO xml-value
           PERFORM WRITE-XML-ELEMENT

           IF chart-open(chart-idx) >= 0
               MOVE "OpeningDebitBalance" TO xml-tag
               MOVE chart-open(chart-idx) TO balance-abs
           ELSE
               MOVE "OpeningCreditBalance" TO xml-tag
               COMPUTE balance-abs = 0 - chart-open(chart-idx)
           END-IF
           COMPUTE amount-kr = balance-abs / 100
           MOVE amount-kr TO amount-text
           MOVE FUNCTION TRIM(amount-text) TO xml-value
           PERFORM WRITE-XML-ELEMENT

           IF chart-close(chart-idx) >= 0
               MOVE "ClosingDebitBalance" TO xml-tag
               MOVE chart-close(chart-idx) TO balance-abs
           ELSE
               MOVE "ClosingCreditBalance" TO xml-tag
               COMPUTE balance-abs = 0 - chart-close(chart-idx)
           END-IF
           COMPUTE amount-kr = balance-abs / 100
           MOVE amount-kr TO amount-text
           MOVE FUNCTION TRIM(amount-text) TO xml-value
           PERFORM WRITE-XML-ELEMENT

           MOVE 3 TO xml-indent
           MOVE "Account" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           .

      * WRITE-GL-ENTRIES - Totals first (every Transaction is
      * balanced, so total debit = total credit), then the
      * Transactions copied in from the side file.
       WRITE-GL-ENTRIES.
           MOVE 1 TO xml-indent
           MOVE "GeneralLedgerEntries" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 2 TO xml-indent
           MOVE "NumberOfEntries" TO xml-tag
           MOVE entry-count TO count-text
           MOVE FUNCTION TRIM(count-text) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           COMPUTE amount-kr = total-debit / 100
           MOVE amount-kr TO amount-text
           MOVE "TotalDebit" TO xml-tag
           MOVE FUNCTION TRIM(amount-text) TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "TotalCredit" TO xml-tag
           PERFORM WRITE-XML-ELEMENT

           MOVE "Journal" TO xml-tag
           PERFORM WRITE-XML-OPEN
           MOVE 3 TO xml-indent
           MOVE "JournalID" TO xml-tag
           MOVE "STREG" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "Description" TO xml-tag
           MOVE "Kiosk sales journal" TO xml-value
           PERFORM WRITE-XML-ELEMENT
           MOVE "Type" TO xml-tag
           MOVE "GL" TO xml-value
           PERFORM WRITE-XML-ELEMENT

           MOVE 0 TO ENTRIES-EOF
           OPEN INPUT ENTRIES-FILE
           IF ENTRIES-STATUS NOT = "35"
               PERFORM UNTIL ENTRIES-EOF = 1
                   READ ENTRIES-FILE
                       AT END
                           MOVE 1 TO ENTRIES-EOF
                       NOT AT END
                           MOVE ENTRIES-LINE TO XML-LINE
                           WRITE XML-LINE
                   END-READ
               END-PERFORM
               CLOSE ENTRIES-FILE
           END-IF

           MOVE 2 TO xml-indent
           MOVE "Journal" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           MOVE 1 TO xml-indent
           MOVE "GeneralLedgerEntries" TO xml-tag
           PERFORM WRITE-XML-CLOSE
           .

       WRITE-XML-OPEN.
           MOVE SPACES TO XML-LINE
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO XML-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE XML-LINE
           .

       WRITE-XML-CLOSE.
           MOVE SPACES TO XML-LINE
           STRING "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO XML-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE XML-LINE
           .

       WRITE-XML-ESCAPED.
           PERFORM ESCAPE-XML
           MOVE xml-out TO xml-value
           PERFORM WRITE-XML-ELEMENT
           .

       WRITE-XML-ELEMENT.
           MOVE SPACES TO XML-LINE
           STRING "<" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               FUNCTION TRIM(xml-value) DELIMITED BY SIZE
               "</" DELIMITED BY SIZE
               FUNCTION TRIM(xml-tag) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO XML-LINE(xml-indent * 2 + 1:)
           END-STRING
           WRITE XML-LINE
           .

       END PROGRAM SAFT-EXPORT.
