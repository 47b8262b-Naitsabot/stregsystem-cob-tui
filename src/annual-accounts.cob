      ******************************************************************
      * Author: Naitsabot
      * Purpose: Year-end annual accounts pack
      * Description:
      *     Batch that puts the general assembly accounts together
      *     in one run instead of by hand from five places. For the
      *     fiscal year in ACCOUNTS_YEAR (YYYY, default last year)
      *     it produces:
      *       - an income statement from the journal lines dated
      *         in the year: revenue (the SALES_REVENUE postings),
      *         cost of goods sold at cost-prices.txt, donations,
      *         bad debt written off and the result for the year;
      *       - a balance sheet at 31 December: cash in the safe
      *         and in sealed bags (safe-ledger.txt / bags.txt),
      *         stock at cost (stock.txt x cost-prices.txt), member
      *         balances from carry-forward.txt split into the
      *         liability and the receivable, and the voucher, pant
      *         and volunteer-points liabilities, with equity as
      *         the balancing figure;
      *       - a trial balance of the account-map.txt postings
      *         (the same legs ACCOUNTING-EXPORT writes) and a
      *         reconciliation of the balance sheet figures against
      *         those postings.
      *     The pack is written to exports/annual-accounts-YYYY.txt
      *     only when every day of the year lies in a period that
      *     closed-periods.txt holds CLOSED (the latest line for a
      *     range wins). Otherwise the same figures go to
      *     annual-accounts-YYYY-DRAFT.txt, every open or missing
      *     stretch is listed and the run exits non-zero: a year
      *     that can still be posted into cannot be finalised.
      *     JOURNAL_FILE reads one named file alone, as usual.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-ACCOUNTS.

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
           SELECT FLIST-FILE
               ASSIGN TO FLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIST-STATUS.
           SELECT ACCOUNT-MAP-FILE
               ASSIGN TO ACCOUNT-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNT-MAP-STATUS.
           SELECT CLOSED-PERIODS-FILE
               ASSIGN TO CLOSED-PERIODS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIODS-STATUS.
           SELECT COST-PRICES-FILE
               ASSIGN TO COST-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-PRICES-STATUS.
           SELECT STOCK-FILE
               ASSIGN TO STOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-STATUS.
           SELECT PANT-FILE
               ASSIGN TO PANT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANT-STATUS.
           SELECT SAFE-FILE
               ASSIGN TO SAFE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAFE-STATUS.
           SELECT BAGS-FILE
               ASSIGN TO BAGS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAGS-STATUS.
           SELECT CF-FILE
               ASSIGN TO CF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-STATUS.
           SELECT VOUCHERS-FILE
               ASSIGN TO VOUCHERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHERS-STATUS.
           SELECT POINTS-FILE
               ASSIGN TO POINTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FLIST-FILE.
        01 FLIST-LINE           PIC X(256).
       FD  ACCOUNT-MAP-FILE.
        01 ACCOUNT-MAP-LINE     PIC X(64).
       FD  CLOSED-PERIODS-FILE.
        01 CLOSED-PERIODS-LINE  PIC X(128).
       FD  COST-PRICES-FILE.
        01 COST-PRICES-LINE     PIC X(64).
       FD  STOCK-FILE.
        01 STOCK-LINE           PIC X(64).
       FD  PANT-FILE.
        01 PANT-LINE            PIC X(64).
       FD  SAFE-FILE.
        01 SAFE-LINE            PIC X(128).
       FD  BAGS-FILE.
        01 BAGS-LINE            PIC X(128).
       FD  CF-FILE.
        01 CF-LINE              PIC X(100).
       FD  VOUCHERS-FILE.
        01 VOUCHERS-LINE        PIC X(64).
       FD  POINTS-FILE.
        01 POINTS-LINE          PIC X(100).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FLIST-PATH            PIC X(256).
       01 FLIST-STATUS          PIC XX.
       01 FLIST-EOF             PIC 9 VALUE 0.
       01 ACCOUNT-MAP-PATH      PIC X(256).
       01 ACCOUNT-MAP-STATUS    PIC XX.
       01 ACCOUNT-MAP-EOF       PIC 9 VALUE 0.
       01 CLOSED-PERIODS-PATH   PIC X(256).
       01 CLOSED-PERIODS-STATUS PIC XX.
       01 CLOSED-PERIODS-EOF    PIC 9 VALUE 0.
       01 COST-PRICES-PATH      PIC X(256).
       01 COST-PRICES-STATUS    PIC XX.
       01 COST-PRICES-EOF       PIC 9 VALUE 0.
       01 STOCK-PATH            PIC X(256).
       01 STOCK-STATUS          PIC XX.
       01 STOCK-EOF             PIC 9 VALUE 0.
       01 PANT-PATH             PIC X(256).
       01 PANT-STATUS           PIC XX.
       01 PANT-EOF              PIC 9 VALUE 0.
       01 SAFE-PATH             PIC X(256).
       01 SAFE-STATUS           PIC XX.
       01 SAFE-EOF              PIC 9 VALUE 0.
       01 BAGS-PATH             PIC X(256).
       01 BAGS-STATUS           PIC XX.
       01 BAGS-EOF              PIC 9 VALUE 0.
       01 CF-PATH               PIC X(256).
       01 CF-STATUS             PIC XX.
       01 CF-EOF                PIC 9 VALUE 0.
       01 VOUCHERS-PATH         PIC X(256).
       01 VOUCHERS-STATUS       PIC XX.
       01 VOUCHERS-EOF          PIC 9 VALUE 0.
       01 POINTS-PATH           PIC X(256).
       01 POINTS-STATUS         PIC XX.
       01 POINTS-EOF            PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 journal-env-set       PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(32).

       01 year-work.
           05 fiscal-year       PIC X(4).
           05 fiscal-year-num   PIC 9(4).
           05 year-from         PIC X(8).
           05 year-to           PIC X(8).

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

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.

      * posting-work - every account the journal legs touched, with
      * the year's debits/credits and the running totals from the
      * first journal line up to the year end (the balance sheet
      * side of the same postings).
       01 posting-work.
           05 post-count        PIC 9(2) COMP-5 VALUE 0.
           05 post-entry OCCURS 30 TIMES.
               10 post-acct     PIC X(8).
               10 post-yr-debit PIC S9(11) COMP-5.
               10 post-yr-credit PIC S9(11) COMP-5.
               10 post-cum-debit PIC S9(11) COMP-5.
               10 post-cum-credit PIC S9(11) COMP-5.
           05 post-idx          PIC 9(2) COMP-5.
           05 post-found-idx    PIC 9(2) COMP-5.
           05 post-lookup-acct  PIC X(8).
           05 row-debit         PIC X(8).
           05 row-credit        PIC X(8).
           05 in-year           PIC 9 VALUE 0.
           05 unmapped-count    PIC 9(6) COMP-5 VALUE 0.
           05 tb-debit-total    PIC S9(11) COMP-5 VALUE 0.
           05 tb-credit-total   PIC S9(11) COMP-5 VALUE 0.
           05 post-net          PIC S9(11) COMP-5.

      * period-work - closed-periods.txt ranges, latest state per
      * range, and the day walk that proves the year is covered.
       01 period-work.
           05 pcl-count         PIC 9(2) COMP-5 VALUE 0.
           05 pcl-entry OCCURS 50 TIMES.
               10 pcl-from      PIC X(8).
               10 pcl-to        PIC X(8).
               10 pcl-state     PIC X(8).
               10 pcl-oper      PIC X(32).
           05 pcl-idx           PIC 9(2) COMP-5.
           05 pcl-found-idx     PIC 9(2) COMP-5.
           05 pcl-rec-ts        PIC X(15).
           05 pcl-rec-from      PIC X(8).
           05 pcl-rec-to        PIC X(8).
           05 pcl-rec-state     PIC X(8).
           05 pcl-rec-oper      PIC X(32).
           05 day-int           PIC 9(7) COMP-5.
           05 day-first-int     PIC 9(7) COMP-5.
           05 day-last-int      PIC 9(7) COMP-5.
           05 day-date-num      PIC 9(8).
           05 day-date          PIC X(8).
           05 day-covered       PIC 9 VALUE 0.
           05 gap-open          PIC 9 VALUE 0.
           05 gap-from          PIC X(8).
           05 gap-to            PIC X(8).
           05 gap-count         PIC 9(3) COMP-5 VALUE 0.
           05 year-locked       PIC 9 VALUE 0.

       01 cost-work.
           05 cost-count        PIC 9(3) COMP-5 VALUE 0.
           05 cost-entry OCCURS 200 TIMES.
               10 cost-id       PIC X(10).
               10 cost-val      PIC S9(9) COMP-5.
           05 cost-idx          PIC 9(3) COMP-5.
           05 cost-val-text     PIC X(16).
           05 unit-cost         PIC S9(9) COMP-5.

       01 pant-work.
           05 pant-count        PIC 9(3) COMP-5 VALUE 0.
           05 pant-entry OCCURS 100 TIMES.
               10 pant-prod-id  PIC X(10).
               10 pant-amount   PIC 9(6) COMP-5.
           05 pant-idx          PIC 9(3) COMP-5.
           05 pant-val-text     PIC X(10).

       01 token-work.
           05 token-pos         PIC 9(3) COMP-5.
           05 token-text        PIC X(32).
           05 token-name        PIC X(16).
           05 token-qty-text    PIC X(8).
           05 token-qty         PIC S9(5) COMP-5.
           05 token-sign        PIC S9 COMP-5.

      * figures - everything in oere; the statement and sheet are
      * printed from these.
       01 figures.
           05 is-revenue        PIC S9(11) COMP-5 VALUE 0.
           05 is-cogs           PIC S9(11) COMP-5 VALUE 0.
           05 is-gross          PIC S9(11) COMP-5 VALUE 0.
           05 is-donations      PIC S9(11) COMP-5 VALUE 0.
           05 is-bad-debt       PIC S9(11) COMP-5 VALUE 0.
           05 is-entertain      PIC S9(11) COMP-5 VALUE 0.
           05 is-result         PIC S9(11) COMP-5 VALUE 0.
           05 is-uncosted       PIC 9(6) COMP-5 VALUE 0.
           05 bs-safe           PIC S9(11) COMP-5 VALUE 0.
           05 bs-bags           PIC S9(11) COMP-5 VALUE 0.
           05 bs-stock          PIC S9(11) COMP-5 VALUE 0.
           05 bs-member-recv    PIC S9(11) COMP-5 VALUE 0.
           05 bs-assets         PIC S9(11) COMP-5 VALUE 0.
           05 bs-member-liab    PIC S9(11) COMP-5 VALUE 0.
           05 bs-voucher-liab   PIC S9(11) COMP-5 VALUE 0.
           05 bs-pant-liab      PIC S9(11) COMP-5 VALUE 0.
           05 bs-points-liab    PIC S9(11) COMP-5 VALUE 0.
           05 bs-rental-liab    PIC S9(11) COMP-5 VALUE 0.
           05 bs-liabilities    PIC S9(11) COMP-5 VALUE 0.
           05 bs-equity         PIC S9(11) COMP-5 VALUE 0.
           05 pant-collected    PIC S9(11) COMP-5 VALUE 0.
           05 pant-credited     PIC S9(11) COMP-5 VALUE 0.
           05 point-value       PIC 9(6) COMP-5 VALUE 100.
           05 points-open       PIC S9(9) COMP-5 VALUE 0.
           05 cf-asof           PIC X(8) VALUE SPACES.
           05 cf-members        PIC 9(6) COMP-5 VALUE 0.
           05 recon-diff        PIC S9(11) COMP-5.

       01 side-fields.
           05 sfl-ts            PIC X(15).
           05 sfl-kind          PIC X(8).
           05 sfl-amount        PIC X(16).
           05 bag-id-text       PIC X(16).
           05 bag-amount-text   PIC X(16).
           05 bag-sealed-ts     PIC X(15).
           05 bag-state-text    PIC X(10).
           05 bag-dep-ts        PIC X(15).
           05 cf-asof-text      PIC X(8).
           05 cf-user-text      PIC X(64).
           05 cf-bal-text       PIC X(16).
           05 vouch-code-text   PIC X(16).
           05 vouch-remain-text PIC X(16).
           05 pts-user-text     PIC X(64).
           05 pts-earned-text   PIC X(16).
           05 pts-redeem-text   PIC X(16).
           05 stock-id-text     PIC X(10).
           05 stock-qty-text    PIC X(16).
           05 side-num          PIC S9(9) COMP-5.
           05 side-num2         PIC S9(9) COMP-5.

       01 print-work.
           05 print-label       PIC X(48).
           05 print-amount      PIC S9(11) COMP-5.
           05 money-kr          PIC S9(11)V99 COMP-3.
           05 display-amount    PIC ---,---,--9.99.
           05 display-count     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM ANNUAL ACCOUNTS"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM CHECK-YEAR-LOCKED
           PERFORM READ-COST-PRICES
           PERFORM READ-PANT-FILE
           PERFORM READ-JOURNAL
           PERFORM READ-SAFE-LEDGER
           PERFORM READ-BAGS-FILE
           PERFORM READ-STOCK-FILE
           PERFORM READ-CARRY-FORWARD
           PERFORM READ-VOUCHERS-FILE
           PERFORM READ-POINTS-FILE
           PERFORM COMPUTE-STATEMENTS

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-HEADER
           PERFORM PRINT-INCOME-STATEMENT
           PERFORM PRINT-BALANCE-SHEET
           PERFORM PRINT-TRIAL-BALANCE
           PERFORM PRINT-RECONCILIATION
           PERFORM PRINT-PERIOD-STATUS
           CLOSE REPORT-FILE

           DISPLAY " "
           DISPLAY "Accounts pack: " FUNCTION TRIM(REPORT-PATH)
           IF year-locked = 0
               DISPLAY "NOT FINALISED - the year still has open "
                   "periods (see above)."
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

           MOVE SPACES TO fiscal-year
           ACCEPT fiscal-year FROM ENVIRONMENT "ACCOUNTS_YEAR"
           IF FUNCTION TRIM(fiscal-year) = SPACES
               OR fiscal-year IS NOT NUMERIC
               COMPUTE fiscal-year-num =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) - 1
               MOVE fiscal-year-num TO fiscal-year
           END-IF
           MOVE fiscal-year TO fiscal-year-num
           MOVE SPACES TO year-from
           STRING fiscal-year DELIMITED BY SIZE
               "0101" DELIMITED BY SIZE
               INTO year-from
           END-STRING
           MOVE SPACES TO year-to
           STRING fiscal-year DELIMITED BY SIZE
               "1231" DELIMITED BY SIZE
               INTO year-to
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
           MOVE SPACES TO CLOSED-PERIODS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/closed-periods.txt" DELIMITED BY SIZE
               INTO CLOSED-PERIODS-PATH
           END-STRING
           MOVE SPACES TO COST-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/cost-prices.txt" DELIMITED BY SIZE
               INTO COST-PRICES-PATH
           END-STRING
           MOVE SPACES TO STOCK-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/stock.txt" DELIMITED BY SIZE
               INTO STOCK-PATH
           END-STRING
           MOVE SPACES TO PANT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pant.txt" DELIMITED BY SIZE
               INTO PANT-PATH
           END-STRING
           MOVE SPACES TO SAFE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/safe-ledger.txt" DELIMITED BY SIZE
               INTO SAFE-PATH
           END-STRING
           MOVE SPACES TO BAGS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/bags.txt" DELIMITED BY SIZE
               INTO BAGS-PATH
           END-STRING
           MOVE SPACES TO CF-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/carry-forward.txt" DELIMITED BY SIZE
               INTO CF-PATH
           END-STRING
           MOVE SPACES TO VOUCHERS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/vouchers.txt" DELIMITED BY SIZE
               INTO VOUCHERS-PATH
           END-STRING
           MOVE SPACES TO POINTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/points-balance.txt" DELIMITED BY SIZE
               INTO POINTS-PATH
           END-STRING

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "POINTS_VALUE"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(env-text) TO point-value
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
           .

      * LOAD-ACCOUNT-MAP - Same "KEY=account" file and defaults as
      * ACCOUNTING-EXPORT, so the trial balance here and the CSV
      * there carry the same account numbers.
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

      * LOAD-CLOSED-PERIODS - "ts<TAB>from<TAB>to<TAB>state
      * <TAB>operator"; the file is append-only, so a later line
      * for the same range (a reopen, a re-close) replaces the
      * earlier state here.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIODS-EOF
           OPEN INPUT CLOSED-PERIODS-FILE
           IF CLOSED-PERIODS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLOSED-PERIODS-EOF = 1
               READ CLOSED-PERIODS-FILE
                   AT END
                       MOVE 1 TO CLOSED-PERIODS-EOF
                   NOT AT END
                       PERFORM NOTE-CLOSED-PERIOD-LINE
               END-READ
           END-PERFORM
           CLOSE CLOSED-PERIODS-FILE
           .

       NOTE-CLOSED-PERIOD-LINE.
           IF FUNCTION TRIM(CLOSED-PERIODS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO pcl-rec-ts
           MOVE SPACES TO pcl-rec-from
           MOVE SPACES TO pcl-rec-to
           MOVE SPACES TO pcl-rec-state
           MOVE SPACES TO pcl-rec-oper
           UNSTRING CLOSED-PERIODS-LINE DELIMITED BY X"09"
               INTO pcl-rec-ts
                    pcl-rec-from
                    pcl-rec-to
                    pcl-rec-state
                    pcl-rec-oper
           END-UNSTRING
           MOVE 0 TO pcl-found-idx
           PERFORM VARYING pcl-idx FROM 1 BY 1
                   UNTIL pcl-idx > pcl-count
               IF pcl-from(pcl-idx) = pcl-rec-from
                   AND pcl-to(pcl-idx) = pcl-rec-to
                   MOVE pcl-idx TO pcl-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF pcl-found-idx = 0 AND pcl-count < 50
               ADD 1 TO pcl-count
               MOVE pcl-count TO pcl-found-idx
               MOVE pcl-rec-from TO pcl-from(pcl-found-idx)
               MOVE pcl-rec-to TO pcl-to(pcl-found-idx)
           END-IF
           IF pcl-found-idx NOT = 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pcl-rec-state))
                   TO pcl-state(pcl-found-idx)
               MOVE pcl-rec-oper TO pcl-oper(pcl-found-idx)
           END-IF
           .

      * CHECK-YEAR-LOCKED - Walk every day of the fiscal year and
      * require it to sit inside a range whose latest state is
      * CLOSED. Uncovered stretches are collected as gaps for the
      * period-status section.
       CHECK-YEAR-LOCKED.
           MOVE 1 TO year-locked
           MOVE 0 TO gap-open
           MOVE 0 TO gap-count
           COMPUTE day-first-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(year-from))
           COMPUTE day-last-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(year-to))
           PERFORM VARYING day-int FROM day-first-int BY 1
                   UNTIL day-int > day-last-int
               COMPUTE day-date-num = FUNCTION DATE-OF-INTEGER(day-int)
               MOVE day-date-num TO day-date
               MOVE 0 TO day-covered
               PERFORM VARYING pcl-idx FROM 1 BY 1
                       UNTIL pcl-idx > pcl-count
                   IF day-date >= pcl-from(pcl-idx)
                       AND day-date <= pcl-to(pcl-idx)
                       AND pcl-state(pcl-idx) = "CLOSED"
                       MOVE 1 TO day-covered
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF day-covered = 0
                   MOVE 0 TO year-locked
                   IF gap-open = 0
                       MOVE 1 TO gap-open
                       MOVE day-date TO gap-from
                   END-IF
                   MOVE day-date TO gap-to
               ELSE
                   IF gap-open = 1
                       ADD 1 TO gap-count
                       MOVE 0 TO gap-open
                   END-IF
               END-IF
           END-PERFORM
           IF gap-open = 1
               ADD 1 TO gap-count
           END-IF

           MOVE SPACES TO REPORT-PATH
           IF year-locked = 1
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/annual-accounts-" DELIMITED BY SIZE
                   fiscal-year DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO REPORT-PATH
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/annual-accounts-" DELIMITED BY SIZE
                   fiscal-year DELIMITED BY SIZE
                   "-DRAFT.txt" DELIMITED BY SIZE
                   INTO REPORT-PATH
               END-STRING
           END-IF
           .

       READ-COST-PRICES.
           MOVE 0 TO COST-PRICES-EOF
           OPEN INPUT COST-PRICES-FILE
           IF COST-PRICES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL COST-PRICES-EOF = 1
               READ COST-PRICES-FILE
                   AT END
                       MOVE 1 TO COST-PRICES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(COST-PRICES-LINE) NOT = SPACES
                           AND COST-PRICES-LINE(1:1) NOT = "#"
                           AND cost-count < 200
                           ADD 1 TO cost-count
                           MOVE SPACES TO cost-val-text
                           UNSTRING COST-PRICES-LINE DELIMITED BY "="
                               INTO cost-id(cost-count)
                                    cost-val-text
                           END-UNSTRING
                           MOVE 0 TO cost-val(cost-count)
                           IF FUNCTION TRIM(cost-val-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(cost-val-text)
                                   TO cost-val(cost-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COST-PRICES-FILE
           .

       READ-PANT-FILE.
           MOVE 0 TO PANT-EOF
           OPEN INPUT PANT-FILE
           IF PANT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PANT-EOF = 1
               READ PANT-FILE
                   AT END
                       MOVE 1 TO PANT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PANT-LINE) NOT = SPACES
                           AND PANT-LINE(1:1) NOT = "#"
                           AND pant-count < 100
                           ADD 1 TO pant-count
                           MOVE SPACES TO pant-val-text
                           UNSTRING PANT-LINE DELIMITED BY "="
                               INTO pant-prod-id(pant-count)
                                    pant-val-text
                           END-UNSTRING
                           MOVE 0 TO pant-amount(pant-count)
                           IF FUNCTION TRIM(pant-val-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(pant-val-text)
                                   TO pant-amount(pant-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PANT-FILE
           .

      * READ-JOURNAL - With JOURNAL_FILE set the named file is
      * read alone; otherwise the dated archives and then the live
      * journal, exactly as ACCOUNTING-EXPORT walks them.
       READ-JOURNAL.
           IF journal-env-set = 1
               PERFORM READ-ONE-JOURNAL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FLIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/.annual-flist.tmp" DELIMITED BY SIZE
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

      * PROCESS-JOURNAL-LINE - Lines after the year end are
      * ignored; earlier lines feed the running account totals
      * (balance sheet side) and lines inside the year also the
      * income statement.
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
           END-UNSTRING

           IF jnl-timestamp(1:8) > year-to
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO in-year
           IF jnl-timestamp(1:8) >= year-from
               MOVE 1 TO in-year
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF

      *    Pant collected on the shelf price and the cost of the
      *    goods that left are taken from the order tokens.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN "SALE"
               WHEN SPACES
               WHEN "GUEST"
               WHEN "VRED"
               WHEN "COMP"
                   MOVE 1 TO token-sign
                   PERFORM TALLY-ORDER-TOKENS
               WHEN "RETURN"
                   MOVE -1 TO token-sign
                   PERFORM TALLY-ORDER-TOKENS
               WHEN "PANT"
                   ADD jnl-cost-num TO pant-credited
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF jnl-cost-num = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO row-debit
           MOVE SPACES TO row-credit
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN "SALE"
               WHEN SPACES
               WHEN "GUEST"
               WHEN "SO"
               WHEN "ADJ"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "DEP"
               WHEN "FXDEP"
                   MOVE acct-bank TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "GIVE-OUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "VSELL"
               WHEN "KSELL"
                   MOVE acct-bank TO row-debit
                   MOVE acct-voucher-liab TO row-credit
               WHEN "VRED"
                   MOVE acct-voucher-liab TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "PANT"
                   MOVE acct-pant TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "WRITEOFF"
                   MOVE acct-bad-debt TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "COMP"
                   MOVE acct-entertain TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "VOID"
               WHEN "RETURN"
                   MOVE acct-revenue TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "GRP"
                   MOVE acct-group-recv TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "KRED"
                   MOVE acct-voucher-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "DON"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-donations TO row-credit
               WHEN "PAYOUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-bank TO row-credit
               WHEN "OPENING"
                   MOVE acct-opening TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "REDEEM"
                   MOVE acct-points-liab TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "RENTOUT"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-rental-dep TO row-credit
               WHEN "RENTIN"
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-member-liab TO row-credit
               WHEN "RENTFEE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "RAFFLE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "RENTCONV"
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-revenue TO row-credit
               WHEN "GIVE-IN"
               WHEN "PROMO"
               WHEN "LEVEL"
                   CONTINUE
               WHEN OTHER
                   MOVE acct-suspense TO row-debit
                   MOVE acct-suspense TO row-credit
                   IF in-year = 1
                       ADD 1 TO unmapped-count
                   END-IF
           END-EVALUATE
           IF row-debit NOT = SPACES
               PERFORM POST-ROW
           END-IF
           .

      * POST-ROW - Add the line's amount to the debit and credit
      * account, cumulatively and (inside the year) for the year.
       POST-ROW.
           MOVE row-debit TO post-lookup-acct
           PERFORM FIND-OR-ADD-POSTING
           IF post-found-idx NOT = 0
               ADD jnl-cost-num TO post-cum-debit(post-found-idx)
               IF in-year = 1
                   ADD jnl-cost-num TO post-yr-debit(post-found-idx)
               END-IF
           END-IF
           MOVE row-credit TO post-lookup-acct
           PERFORM FIND-OR-ADD-POSTING
           IF post-found-idx NOT = 0
               ADD jnl-cost-num TO post-cum-credit(post-found-idx)
               IF in-year = 1
                   ADD jnl-cost-num TO post-yr-credit(post-found-idx)
               END-IF
           END-IF
           .

       FIND-OR-ADD-POSTING.
           MOVE 0 TO post-found-idx
           PERFORM VARYING post-idx FROM 1 BY 1
                   UNTIL post-idx > post-count
               IF post-acct(post-idx) = post-lookup-acct
                   MOVE post-idx TO post-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF post-found-idx = 0 AND post-count < 30
               ADD 1 TO post-count
               MOVE post-count TO post-found-idx
               MOVE post-lookup-acct TO post-acct(post-found-idx)
               MOVE 0 TO post-yr-debit(post-found-idx)
               MOVE 0 TO post-yr-credit(post-found-idx)
               MOVE 0 TO post-cum-debit(post-found-idx)
               MOVE 0 TO post-cum-credit(post-found-idx)
           END-IF
           .

      * TALLY-ORDER-TOKENS - Split "prod1:qty1 prod2:qty2 ..." and
      * cost the goods (inside the year) and the pant they carried
      * (cumulatively). Prefixes such as "VPAY:code" or "RET:key"
      * are not products and simply find no cost or pant.
       TALLY-ORDER-TOKENS.
           MOVE 1 TO token-pos
           PERFORM UNTIL token-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(jnl-order))
               MOVE SPACES TO token-text
               UNSTRING jnl-order DELIMITED BY SPACE
                   INTO token-text
                   WITH POINTER token-pos
               END-UNSTRING
               IF FUNCTION TRIM(token-text) NOT = SPACES
                   PERFORM COST-ONE-TOKEN
               END-IF
           END-PERFORM
           .

       COST-ONE-TOKEN.
           MOVE SPACES TO token-name
           MOVE SPACES TO token-qty-text
           UNSTRING token-text DELIMITED BY ":"
               INTO token-name
                    token-qty-text
           END-UNSTRING
           IF FUNCTION TRIM(token-qty-text) = SPACES
               MOVE 1 TO token-qty
           ELSE
               IF FUNCTION TEST-NUMVAL(token-qty-text) NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(token-qty-text) TO token-qty
           END-IF

           IF in-year = 1
               MOVE 0 TO unit-cost
               PERFORM VARYING cost-idx FROM 1 BY 1
                       UNTIL cost-idx > cost-count
                   IF FUNCTION TRIM(cost-id(cost-idx)) =
                           FUNCTION TRIM(token-name)
                       MOVE cost-val(cost-idx) TO unit-cost
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF unit-cost = 0
                   ADD 1 TO is-uncosted
               END-IF
               COMPUTE is-cogs = is-cogs
                   + unit-cost * token-qty * token-sign
           END-IF

           PERFORM VARYING pant-idx FROM 1 BY 1
                   UNTIL pant-idx > pant-count
               IF FUNCTION TRIM(pant-prod-id(pant-idx)) =
                       FUNCTION TRIM(token-name)
                   COMPUTE pant-collected = pant-collected
                       + pant-amount(pant-idx) * token-qty * token-sign
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * READ-SAFE-LEDGER - Replay safe-ledger.txt up to the year
      * end the way CASH-OFFICE does: IN adds to the loose float,
      * BAG moves it into a sealed bag.
       READ-SAFE-LEDGER.
           MOVE 0 TO SAFE-EOF
           OPEN INPUT SAFE-FILE
           IF SAFE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SAFE-EOF = 1
               READ SAFE-FILE
                   AT END
                       MOVE 1 TO SAFE-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-SAFE-LINE
               END-READ
           END-PERFORM
           CLOSE SAFE-FILE
           .

       REPLAY-ONE-SAFE-LINE.
           IF FUNCTION TRIM(SAFE-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO sfl-ts
           MOVE SPACES TO sfl-kind
           MOVE SPACES TO sfl-amount
           UNSTRING SAFE-LINE DELIMITED BY X"09"
               INTO sfl-ts
                    sfl-kind
                    sfl-amount
           END-UNSTRING
           IF sfl-ts(1:8) > year-to
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO side-num
           IF FUNCTION TRIM(sfl-amount) NOT = SPACES
               MOVE FUNCTION NUMVAL(sfl-amount) TO side-num
           END-IF
           EVALUATE FUNCTION TRIM(sfl-kind)
               WHEN "IN"
                   ADD side-num TO bs-safe
               WHEN "BAG"
                   SUBTRACT side-num FROM bs-safe
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * READ-BAGS-FILE - A bag sealed by the year end and not yet
      * banked by then is cash in transit on the balance sheet.
       READ-BAGS-FILE.
           MOVE 0 TO BAGS-EOF
           OPEN INPUT BAGS-FILE
           IF BAGS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BAGS-EOF = 1
               READ BAGS-FILE
                   AT END
                       MOVE 1 TO BAGS-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-BAG
               END-READ
           END-PERFORM
           CLOSE BAGS-FILE
           .

       NOTE-ONE-BAG.
           IF FUNCTION TRIM(BAGS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO bag-id-text
           MOVE SPACES TO bag-amount-text
           MOVE SPACES TO bag-sealed-ts
           MOVE SPACES TO bag-state-text
           MOVE SPACES TO bag-dep-ts
           UNSTRING BAGS-LINE DELIMITED BY X"09"
               INTO bag-id-text
                    bag-amount-text
                    bag-sealed-ts
                    bag-state-text
                    bag-dep-ts
           END-UNSTRING
           IF bag-sealed-ts(1:8) > year-to
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(bag-state-text) = "DEPOSITED"
               AND FUNCTION TRIM(bag-dep-ts) NOT = SPACES
               AND bag-dep-ts(1:8) <= year-to
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO side-num
           IF FUNCTION TRIM(bag-amount-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(bag-amount-text) TO side-num
           END-IF
           ADD side-num TO bs-bags
           .

      * READ-STOCK-FILE - Stock at cost, valued the way
      * STOCK-VALUATION-REPORT values it (on hand x cost price).
       READ-STOCK-FILE.
           MOVE 0 TO STOCK-EOF
           OPEN INPUT STOCK-FILE
           IF STOCK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-EOF = 1
               READ STOCK-FILE
                   AT END
                       MOVE 1 TO STOCK-EOF
                   NOT AT END
                       PERFORM VALUE-ONE-STOCK-LINE
               END-READ
           END-PERFORM
           CLOSE STOCK-FILE
           .

       VALUE-ONE-STOCK-LINE.
           IF FUNCTION TRIM(STOCK-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO stock-id-text
           MOVE SPACES TO stock-qty-text
           UNSTRING STOCK-LINE DELIMITED BY "="
               INTO stock-id-text
                    stock-qty-text
           END-UNSTRING
           MOVE 0 TO side-num
           IF FUNCTION TRIM(stock-qty-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(stock-qty-text) TO side-num
           END-IF
           IF side-num <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING cost-idx FROM 1 BY 1
                   UNTIL cost-idx > cost-count
               IF FUNCTION TRIM(cost-id(cost-idx)) =
                       FUNCTION TRIM(stock-id-text)
                   COMPUTE bs-stock = bs-stock
                       + side-num * cost-val(cost-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * READ-CARRY-FORWARD - "asof<TAB>username<TAB>balance-oere"
      * from BALANCE-CARRYFORWARD: positive balances are money we
      * hold for members, negative ones are owed to us.
       READ-CARRY-FORWARD.
           MOVE 0 TO CF-EOF
           OPEN INPUT CF-FILE
           IF CF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CF-EOF = 1
               READ CF-FILE
                   AT END
                       MOVE 1 TO CF-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CF-LINE) NOT = SPACES
                           MOVE SPACES TO cf-asof-text
                           MOVE SPACES TO cf-user-text
                           MOVE SPACES TO cf-bal-text
                           UNSTRING CF-LINE DELIMITED BY X"09"
                               INTO cf-asof-text
                                    cf-user-text
                                    cf-bal-text
                           END-UNSTRING
                           MOVE cf-asof-text TO cf-asof
                           ADD 1 TO cf-members
                           MOVE 0 TO side-num
                           IF FUNCTION TRIM(cf-bal-text) NOT = SPACES
                               MOVE FUNCTION NUMVAL(cf-bal-text)
                                   TO side-num
                           END-IF
                           IF side-num > 0
                               ADD side-num TO bs-member-liab
                           ELSE
                               SUBTRACT side-num FROM bs-member-recv
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CF-FILE
           .

       READ-VOUCHERS-FILE.
           MOVE 0 TO VOUCHERS-EOF
           OPEN INPUT VOUCHERS-FILE
           IF VOUCHERS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VOUCHERS-EOF = 1
               READ VOUCHERS-FILE
                   AT END
                       MOVE 1 TO VOUCHERS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(VOUCHERS-LINE) NOT = SPACES
                           MOVE SPACES TO vouch-code-text
                           MOVE SPACES TO vouch-remain-text
                           UNSTRING VOUCHERS-LINE DELIMITED BY X"09"
                               INTO vouch-code-text
                                    vouch-remain-text
                           END-UNSTRING
                           IF FUNCTION TRIM(vouch-remain-text)
                                   NOT = SPACES
                               ADD FUNCTION NUMVAL(vouch-remain-text)
                                   TO bs-voucher-liab
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOUCHERS-FILE
           .

      * READ-POINTS-FILE - VOLUNTEER-POINTS' "user<TAB>earned
      * <TAB>redeemed"; outstanding points x POINTS_VALUE oere.
       READ-POINTS-FILE.
           MOVE 0 TO POINTS-EOF
           OPEN INPUT POINTS-FILE
           IF POINTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL POINTS-EOF = 1
               READ POINTS-FILE
                   AT END
                       MOVE 1 TO POINTS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(POINTS-LINE) NOT = SPACES
                           MOVE SPACES TO pts-user-text
                           MOVE SPACES TO pts-earned-text
                           MOVE SPACES TO pts-redeem-text
                           UNSTRING POINTS-LINE DELIMITED BY X"09"
                               INTO pts-user-text
                                    pts-earned-text
                                    pts-redeem-text
                           END-UNSTRING
                           MOVE 0 TO side-num
                           MOVE 0 TO side-num2
                           IF FUNCTION TRIM(pts-earned-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(pts-earned-text)
                                   TO side-num
                           END-IF
                           IF FUNCTION TRIM(pts-redeem-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(pts-redeem-text)
                                   TO side-num2
                           END-IF
                           IF side-num > side-num2
                               COMPUTE points-open = points-open
                                   + side-num - side-num2
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POINTS-FILE
           .

      * COMPUTE-STATEMENTS - Income statement figures come from the
      * year's postings; the balance sheet from the side files, with
      * equity as what is left over.
       COMPUTE-STATEMENTS.
           PERFORM VARYING post-idx FROM 1 BY 1
                   UNTIL post-idx > post-count
               EVALUATE TRUE
                   WHEN post-acct(post-idx) = acct-revenue
                       COMPUTE is-revenue = post-yr-credit(post-idx)
                           - post-yr-debit(post-idx)
                   WHEN post-acct(post-idx) = acct-donations
                       COMPUTE is-donations =
                           post-yr-credit(post-idx)
                           - post-yr-debit(post-idx)
                   WHEN post-acct(post-idx) = acct-bad-debt
                       COMPUTE is-bad-debt = post-yr-debit(post-idx)
                           - post-yr-credit(post-idx)
                   WHEN post-acct(post-idx) = acct-entertain
                       COMPUTE is-entertain = post-yr-debit(post-idx)
                           - post-yr-credit(post-idx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           COMPUTE is-gross = is-revenue - is-cogs
           COMPUTE is-result = is-gross + is-donations - is-bad-debt
               - is-entertain

           COMPUTE bs-pant-liab = pant-collected - pant-credited
           IF bs-pant-liab < 0
               MOVE 0 TO bs-pant-liab
           END-IF
           COMPUTE bs-points-liab = points-open * point-value
      *    Rental deposits held live only in the postings.
           MOVE acct-rental-dep TO post-lookup-acct
           PERFORM NET-CREDIT-FOR-ACCOUNT
           MOVE post-net TO bs-rental-liab
           COMPUTE bs-assets = bs-safe + bs-bags + bs-stock
               + bs-member-recv
           COMPUTE bs-liabilities = bs-member-liab + bs-voucher-liab
               + bs-pant-liab + bs-points-liab + bs-rental-liab
           COMPUTE bs-equity = bs-assets - bs-liabilities
           .

       PRINT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "ANNUAL ACCOUNTS " DELIMITED BY SIZE
               fiscal-year DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               year-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               year-to DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF year-locked = 1
               MOVE "Status: FINAL - every period of the year is closed"
                   TO REPORT-LINE
           ELSE
               MOVE "Status: DRAFT - open periods, not for the assembly"
                   TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Produced " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       PRINT-INCOME-STATEMENT.
           PERFORM EMIT-BLANK
           MOVE "INCOME STATEMENT" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:64)
           PERFORM EMIT-LINE
           MOVE "Revenue (sales, vouchers redeemed, fees)"
               TO print-label
           MOVE is-revenue TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Cost of goods sold (at cost prices)" TO print-label
           COMPUTE print-amount = 0 - is-cogs
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Gross profit" TO print-label
           MOVE is-gross TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Donations received" TO print-label
           MOVE is-donations TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Bad debt written off" TO print-label
           COMPUTE print-amount = 0 - is-bad-debt
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Hospitality given (at retail)" TO print-label
           COMPUTE print-amount = 0 - is-entertain
           PERFORM EMIT-AMOUNT-LINE
           MOVE "RESULT FOR THE YEAR" TO print-label
           MOVE is-result TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           IF is-uncosted > 0
               MOVE is-uncosted TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "  note: " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " sold line item(s) had no cost price and are co"
                   DELIMITED BY SIZE
                   "sted at zero" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           .

       PRINT-BALANCE-SHEET.
           PERFORM EMIT-BLANK
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCE SHEET AT " DELIMITED BY SIZE
               year-to DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:64)
           PERFORM EMIT-LINE
           MOVE "Assets" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Cash in safe (loose float)" TO print-label
           MOVE bs-safe TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Cash in sealed bags not yet banked" TO print-label
           MOVE bs-bags TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Stock at cost" TO print-label
           MOVE bs-stock TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Members owing the club" TO print-label
           MOVE bs-member-recv TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "TOTAL ASSETS" TO print-label
           MOVE bs-assets TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           PERFORM EMIT-BLANK
           MOVE "Liabilities" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Member balances held" TO print-label
           MOVE bs-member-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Vouchers outstanding" TO print-label
           MOVE bs-voucher-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Pant deposits owed" TO print-label
           MOVE bs-pant-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Volunteer points outstanding" TO print-label
           MOVE bs-points-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  Rental deposits held" TO print-label
           MOVE bs-rental-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "TOTAL LIABILITIES" TO print-label
           MOVE bs-liabilities TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           PERFORM EMIT-BLANK
           MOVE "EQUITY (assets less liabilities)" TO print-label
           MOVE bs-equity TO print-amount
           PERFORM EMIT-AMOUNT-LINE

           IF FUNCTION TRIM(cf-asof) = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  note: no carry-forward.txt - member "
                   DELIMITED BY SIZE
                   "balances missing; run BALANCE-CARRYFORWARD first"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           ELSE
               MOVE cf-members TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "  note: member balances as of " DELIMITED BY SIZE
                   cf-asof DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " members); stock as counted at the run date"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           .

      * PRINT-TRIAL-BALANCE - The account-map.txt postings for the
      * year, one line per account; debits and credits must agree.
       PRINT-TRIAL-BALANCE.
           PERFORM EMIT-BLANK
           MOVE "TRIAL BALANCE (account-map.txt postings, the year)"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  account        debit            credit"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:64)
           PERFORM EMIT-LINE
           MOVE 0 TO tb-debit-total
           MOVE 0 TO tb-credit-total
           PERFORM VARYING post-idx FROM 1 BY 1
                   UNTIL post-idx > post-count
               ADD post-yr-debit(post-idx) TO tb-debit-total
               ADD post-yr-credit(post-idx) TO tb-credit-total
               MOVE SPACES TO REPORT-LINE
               COMPUTE money-kr = post-yr-debit(post-idx) / 100
               MOVE money-kr TO display-amount
               STRING "  " DELIMITED BY SIZE
                   post-acct(post-idx) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   display-amount DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               COMPUTE money-kr = post-yr-credit(post-idx) / 100
               MOVE money-kr TO display-amount
               MOVE display-amount TO REPORT-LINE(30:14)
               PERFORM EMIT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           COMPUTE money-kr = tb-debit-total / 100
           MOVE money-kr TO display-amount
           STRING "  TOTAL    " DELIMITED BY SIZE
               display-amount DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           COMPUTE money-kr = tb-credit-total / 100
           MOVE money-kr TO display-amount
           MOVE display-amount TO REPORT-LINE(30:14)
           PERFORM EMIT-LINE
           IF unmapped-count > 0
               MOVE unmapped-count TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "  note: " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " line(s) of unmapped types sit on SUSPENSE"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-IF
           .

      * PRINT-RECONCILIATION - The balance sheet's liabilities as
      * the side files hold them against the same liability as the
      * postings have built it up since the first journal line.
      * Differences are not corrected here; they are what the
      * treasurer has to explain (web deposits, manual edits).
       PRINT-RECONCILIATION.
           PERFORM EMIT-BLANK
           MOVE "RECONCILIATION AGAINST THE POSTINGS" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:64)
           PERFORM EMIT-LINE

           MOVE acct-member-liab TO post-lookup-acct
           PERFORM NET-CREDIT-FOR-ACCOUNT
           MOVE "Member liability per postings" TO print-label
           MOVE post-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Member balances per carry-forward (net)"
               TO print-label
           COMPUTE print-amount = bs-member-liab - bs-member-recv
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  difference" TO print-label
           COMPUTE print-amount = bs-member-liab - bs-member-recv
               - post-net
           PERFORM EMIT-AMOUNT-LINE

           MOVE acct-voucher-liab TO post-lookup-acct
           PERFORM NET-CREDIT-FOR-ACCOUNT
           MOVE "Voucher/punch liability per postings" TO print-label
           MOVE post-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Vouchers outstanding per vouchers.txt" TO print-label
           MOVE bs-voucher-liab TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "  difference (incl. unused punch cards)"
               TO print-label
           COMPUTE print-amount = bs-voucher-liab - post-net
           PERFORM EMIT-AMOUNT-LINE

           MOVE acct-revenue TO post-lookup-acct
           PERFORM NET-CREDIT-FOR-ACCOUNT
           MOVE "Revenue account, all years to date" TO print-label
           MOVE post-net TO print-amount
           PERFORM EMIT-AMOUNT-LINE

           COMPUTE recon-diff = tb-debit-total - tb-credit-total
           MOVE "Trial balance debit less credit" TO print-label
           MOVE recon-diff TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           .

       NET-CREDIT-FOR-ACCOUNT.
           MOVE 0 TO post-net
           PERFORM VARYING post-idx FROM 1 BY 1
                   UNTIL post-idx > post-count
               IF post-acct(post-idx) = post-lookup-acct
                   COMPUTE post-net = post-cum-credit(post-idx)
                       - post-cum-debit(post-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * PRINT-PERIOD-STATUS - Every closed-periods.txt range that
      * touches the year with its latest state, then the stretches
      * no CLOSED range covers.
       PRINT-PERIOD-STATUS.
           PERFORM EMIT-BLANK
           MOVE "PERIOD LOCKS (closed-periods.txt)" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:64)
           PERFORM EMIT-LINE
           PERFORM VARYING pcl-idx FROM 1 BY 1
                   UNTIL pcl-idx > pcl-count
               IF pcl-to(pcl-idx) >= year-from
                   AND pcl-from(pcl-idx) <= year-to
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       pcl-from(pcl-idx) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       pcl-to(pcl-idx) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       pcl-state(pcl-idx) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(pcl-oper(pcl-idx))
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF year-locked = 1
               MOVE "  Every day of the year is in a CLOSED period."
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-OPEN-STRETCHES
           .

      * LIST-OPEN-STRETCHES - Second walk over the year, printing
      * each run of days without a CLOSED range as one line.
       LIST-OPEN-STRETCHES.
           MOVE 0 TO gap-open
           PERFORM VARYING day-int FROM day-first-int BY 1
                   UNTIL day-int > day-last-int
               COMPUTE day-date-num = FUNCTION DATE-OF-INTEGER(day-int)
               MOVE day-date-num TO day-date
               MOVE 0 TO day-covered
               PERFORM VARYING pcl-idx FROM 1 BY 1
                       UNTIL pcl-idx > pcl-count
                   IF day-date >= pcl-from(pcl-idx)
                       AND day-date <= pcl-to(pcl-idx)
                       AND pcl-state(pcl-idx) = "CLOSED"
                       MOVE 1 TO day-covered
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF day-covered = 0
                   IF gap-open = 0
                       MOVE 1 TO gap-open
                       MOVE day-date TO gap-from
                   END-IF
                   MOVE day-date TO gap-to
               ELSE
                   IF gap-open = 1
                       PERFORM EMIT-GAP-LINE
                       MOVE 0 TO gap-open
                   END-IF
               END-IF
           END-PERFORM
           IF gap-open = 1
               PERFORM EMIT-GAP-LINE
           END-IF
           .

       EMIT-GAP-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT CLOSED: " DELIMITED BY SIZE
               gap-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               gap-to DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       EMIT-AMOUNT-LINE.
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE SPACES TO REPORT-LINE
           MOVE print-label TO REPORT-LINE(1:48)
           MOVE display-amount TO REPORT-LINE(50:14)
           PERFORM EMIT-LINE
           .

       EMIT-BLANK.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

      * EMIT-LINE - Every line goes to the pack file and the
      * console alike.
       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM ANNUAL-ACCOUNTS.
