      *         MEMBER_LIABILITY  the members' balances
      *         VOUCHER_LIABILITY outstanding voucher value
      *         PANT_DEPOSIT      pant paid out for returned bottles
      *         ENTERTAINMENT     complimentary (COMP) drinks given
      *                           as hospitality, at retail value
      *         PETTY_CASH_EXPENSE bar supplies paid from the drawer
      *                           (drawer.log PETTY lines, credited
      *                           to CASH_BANK)
      *         RENTAL_DEPOSITS   rental deposits held for items out
      *                           on loan (RENTOUT/RENTIN)
      *     Row shape: date,text,debit-account,credit-account,amount
      *     written to exports/accounting-YYYYMMDD.csv (run date).
      *     EXPORT_FROM/EXPORT_TO (YYYYMMDD) bound the journal
               ASSIGN TO FLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIST-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO DRAWER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 EXPORT-LINE          PIC X(300).
       FD  FLIST-FILE.
        01 FLIST-LINE           PIC X(256).
       FD  DRAWER-FILE.
        01 DRAWER-LINE          PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 FLIST-PATH            PIC X(256).
       01 FLIST-STATUS          PIC XX.
       01 FLIST-EOF             PIC 9 VALUE 0.
       01 DRAWER-PATH           PIC X(256).
       01 DRAWER-STATUS         PIC XX.
       01 DRAWER-EOF            PIC 9 VALUE 0.
       01 journal-env-set       PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).

           05 acct-group-recv   PIC X(8) VALUE "6905".
           05 acct-points-liab  PIC X(8) VALUE "6906".
           05 acct-opening      PIC X(8) VALUE "8900".
           05 acct-entertain    PIC X(8) VALUE "2810".
           05 acct-petty-exp    PIC X(8) VALUE "2750".
           05 acct-rental-dep   PIC X(8) VALUE "6907".
       01 map-key               PIC X(32).
       01 map-value             PIC X(32).

       COPY "copybooks/journal-line.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.

      * drawer-fields - a drawer.log line; only PETTY lines carry
      * value for the books (float and count are cash on hand, not
      * movements).
       01 drawer-fields.
           05 drw-date          PIC X(8).
           05 drw-kind          PIC X(5).
           05 drw-amount        PIC X(16).
           05 drw-time          PIC X(6).
           05 drw-purpose       PIC X(30).
           05 drw-receipt       PIC X(12).
           05 drw-operator      PIC X(32).

       01 row-work.
           05 row-debit         PIC X(8).
           05 row-credit        PIC X(8).
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM OPEN-EXPORT-FILE
           PERFORM READ-JOURNAL
           PERFORM READ-DRAWER-PETTY
           CLOSE EXPORT-FILE
           MOVE rows-written TO display-count
           DISPLAY " "
               INTO ACCOUNT-MAP-PATH
           END-STRING

           MOVE SPACES TO DRAWER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/drawer.log" DELIMITED BY SIZE
               INTO DRAWER-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
           WRITE ACCOUNT-MAP-LINE
           MOVE "OPENING_BALANCE=8900" TO ACCOUNT-MAP-LINE
           WRITE ACCOUNT-MAP-LINE
           MOVE "ENTERTAINMENT=2810" TO ACCOUNT-MAP-LINE
           WRITE ACCOUNT-MAP-LINE
           MOVE "PETTY_CASH_EXPENSE=2750" TO ACCOUNT-MAP-LINE
           WRITE ACCOUNT-MAP-LINE
           MOVE "RENTAL_DEPOSITS=6907" TO ACCOUNT-MAP-LINE
           WRITE ACCOUNT-MAP-LINE
           CLOSE ACCOUNT-MAP-FILE
           .

                   MOVE FUNCTION TRIM(map-value) TO acct-points-liab
               WHEN "OPENING_BALANCE"
                   MOVE FUNCTION TRIM(map-value) TO acct-opening
               WHEN "ENTERTAINMENT"
                   MOVE FUNCTION TRIM(map-value) TO acct-entertain
               WHEN "PETTY_CASH_EXPENSE"
                   MOVE FUNCTION TRIM(map-value) TO acct-petty-exp
               WHEN "RENTAL_DEPOSITS"
                   MOVE FUNCTION TRIM(map-value) TO acct-rental-dep
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                   MOVE acct-revenue TO row-credit
                   MOVE "house-account sale" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "COMP"
      *            Complimentary hospitality: no member paid, the
      *            club itself "bought" the drinks at retail - the
      *            entertainment expense carries what revenue shows.
                   MOVE acct-entertain TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "hospitality (comp)" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "PANT"
      *            Returned bottles: the member's balance (our
      *            liability) grows, offset on the pant account.
                   MOVE acct-member-liab TO row-credit
                   MOVE "points redeemed" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "RENTOUT"
      *            Rental deposit held: taken off the member's
      *            balance into deposits held until the item is back.
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-rental-dep TO row-credit
                   MOVE "rental deposit held" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "RENTIN"
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-member-liab TO row-credit
                   MOVE "rental deposit returned" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "RENTFEE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "rental fee" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "RAFFLE"
                   MOVE acct-member-liab TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "raffle tickets" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "RENTCONV"
      *            Item never came back: the held deposit is kept.
                   MOVE acct-rental-dep TO row-debit
                   MOVE acct-revenue TO row-credit
                   MOVE "rental deposit kept" TO row-text
                   PERFORM WRITE-EXPORT-ROW
               WHEN "GIVE-IN"
               WHEN "PROMO"
               WHEN "LEVEL"
      *            GIVE-IN mirrors GIVE-OUT; PROMO and LEVEL are
      *            informational - the sale line already carries
      *            the price actually paid. Deliberately not
      *            exported - these carry no value of their own.
                   CONTINUE
               WHEN OTHER
      *            A type the account map doesn't know lands on the
               "re-run the export."
           .

      * READ-DRAWER-PETTY - Petty cash never touches the journal;
      * its PETTY lines in drawer.log become expense rows against
      * CASH_BANK, the receipt number and purpose as the row text.
      * With JOURNAL_FILE set (an archive run) the live drawer.log
      * is left alone.
       READ-DRAWER-PETTY.
           IF journal-env-set = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DRAWER-EOF
           OPEN INPUT DRAWER-FILE
           IF DRAWER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DRAWER-EOF = 1
               READ DRAWER-FILE
                   AT END
                       MOVE 1 TO DRAWER-EOF
                   NOT AT END
                       PERFORM PROCESS-DRAWER-LINE
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           .

       PROCESS-DRAWER-LINE.
           IF FUNCTION TRIM(DRAWER-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO drawer-fields
           UNSTRING DRAWER-LINE DELIMITED BY X"09"
               INTO drw-date
                    drw-kind
                    drw-amount
                    drw-time
                    drw-purpose
                    drw-receipt
                    drw-operator
           END-UNSTRING
           IF FUNCTION TRIM(drw-kind) NOT = "PETTY"
               EXIT PARAGRAPH
           END-IF
           IF drw-date < export-from OR drw-date > export-to
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(drw-amount) NOT = SPACES
               MOVE FUNCTION NUMVAL(drw-amount) TO jnl-cost-num
           END-IF
           IF jnl-cost-num = 0
               EXIT PARAGRAPH
           END-IF

      *    WRITE-EXPORT-ROW dates and labels the row from the
      *    journal fields - borrow them for the drawer line.
           MOVE SPACES TO jnl-fields
           MOVE drw-date TO jnl-timestamp
           INSPECT drw-purpose REPLACING ALL '"' BY "'"
           STRING "#" DELIMITED BY SIZE
               FUNCTION TRIM(drw-receipt) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(drw-purpose) DELIMITED BY SIZE
               INTO jnl-username
           END-STRING
           MOVE acct-petty-exp TO row-debit
           MOVE acct-bank TO row-credit
           MOVE "petty cash" TO row-text
           PERFORM WRITE-EXPORT-ROW
           .

       WRITE-EXPORT-ROW.
           MOVE SPACES TO row-date
           STRING
