      *     (written by TUI's BUY-ORDER): total sale count, total
      *     revenue, and a per-product breakdown sorted by quantity
      *     sold, in the style of a cash-register X/Z report.
      *     Sales made at a customer price level (the LEVEL line TUI
      *     writes ahead of the sale) are also totalled per level.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLEMENT-REPORT.
       01 journal-env-set       PIC 9 VALUE 0.

       COPY "copybooks/journal-line.cpy".
       COPY "copybooks/club-calendar.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.

      * shift-totals - per-shift subtotals keyed by the shift id
       01 backend-found-idx     PIC 9(3) COMP-5.
       01 backend-lookup-key    PIC X(32).

      * level-totals - sales and revenue per customer price level.
      * A LEVEL journal line names the level of the SALE/GUEST line
      * that follows it with the same sale key; a sale without one
      * was at list price and counts as MEMBER.
       01 level-totals.
           05 level-count       PIC 9(3) COMP-5 VALUE 0.
           05 level-entry OCCURS 20 TIMES.
               10 level-key        PIC X(12).
               10 level-sale-count PIC 9(6) COMP-5.
               10 level-revenue    PIC S9(9) COMP-5.
       01 level-idx             PIC 9(3) COMP-5.
       01 level-found-idx       PIC 9(3) COMP-5.
       01 level-lookup-key      PIC X(12).
       01 level-pending-key     PIC X(24) VALUE SPACES.
       01 level-pending-name    PIC X(12) VALUE SPACES.

       01 report-totals.
           05 total-sale-count  PIC 9(6) COMP-5 VALUE 0.
           05 total-revenue     PIC S9(9) COMP-5 VALUE 0.
           05 total-vred-amount PIC S9(9) COMP-5 VALUE 0.
           05 total-guest-count PIC 9(6) COMP-5 VALUE 0.
           05 total-guest-amount PIC S9(9) COMP-5 VALUE 0.
           05 total-comp-count  PIC 9(6) COMP-5 VALUE 0.
           05 total-comp-amount PIC S9(9) COMP-5 VALUE 0.
           05 total-void-count  PIC 9(6) COMP-5 VALUE 0.
           05 total-void-amount PIC S9(9) COMP-5 VALUE 0.
           05 total-ret-count   PIC 9(6) COMP-5 VALUE 0.

      * cash-days - per-date cash picture: the journal's DEP entries
      * summed per date, joined against drawer.log's OPEN (opening
      * float), COUNT (counted drawer at close) and PETTY (petty
      * cash paid out for bar supplies) entries, so the report can
      * print expected-vs-counted and an over/short line the
      * treasurer can sign off on.
       01 cash-days.
           05 cash-day-count    PIC 9(4) COMP-5 VALUE 0.
           05 cash-day-entry OCCURS 100 TIMES.
               10 cash-day-has-flt PIC 9.
               10 cash-day-counted PIC S9(9) COMP-5.
               10 cash-day-has-cnt PIC 9.
               10 cash-day-petty   PIC S9(9) COMP-5.
       01 cash-day-idx          PIC 9(4) COMP-5.
       01 cash-found-idx        PIC 9(4) COMP-5.
       01 cash-lookup-date      PIC X(8).
           05 fx-minor-num      PIC S9(9) COMP-5.
           05 fx-change-num     PIC S9(9) COMP-5.

      * shrink-work - shrinkage.log lines inside the report window
      * (committed STOCKTAKE variances, keg pour loss and waste
      * recorded at the bar), losses
      * valued at cost price where one exists, else the dictionary
      * selling price.
       01 shrink-work.
           05 shr-reason-t      PIC 9(4) COMP-5 VALUE 0.
           05 shr-reason-e      PIC 9(4) COMP-5 VALUE 0.
           05 shr-reason-m      PIC 9(4) COMP-5 VALUE 0.
           05 shr-reason-k      PIC 9(4) COMP-5 VALUE 0.
           05 shr-reason-w      PIC 9(4) COMP-5 VALUE 0.
           05 shr-reason-v      PIC 9(4) COMP-5 VALUE 0.

      * cost-work - per-product cost prices (cost-prices.txt,
      * maintained from the admin menu and by PURCHASE-ORDERS goods
      * period-work - the optional reporting window. SETTLE_FROM/
      * SETTLE_TO (YYYYMMDD, inclusive) pick an explicit range;
      * SETTLE_PERIOD=WEEK|MONTH|SEMESTER derives one from today
      * (last 7 days, the calendar month to date, or the semester
      * to date - from its first day in the club calendar, spring
      * from 1 Feb and autumn from 1 Aug without one). With
      * neither set the report covers the whole journal, exactly as
      * it always has. Each period run is appended to the
      * settle-ledger so the next run can show this-vs-last period.
           05 period-today      PIC 9(8).
           05 period-today-int  PIC 9(8) COMP-5.
           05 period-calc-num   PIC 9(8).
       01 ledger-work.
           05 ledger-run-ts     PIC X(15).
           05 ledger-fields.
           PERFORM PRINT-REPORT
           PERFORM PRINT-CATEGORY-SECTION
           PERFORM PRINT-BACKEND-SECTION
           PERFORM PRINT-LEVEL-SECTION
           PERFORM PRINT-VAT-SECTION
           PERFORM PRINT-MARGIN-SECTION
           PERFORM READ-SHRINKAGE-LOG
                   MOVE period-today TO period-to
               WHEN "SEMESTER"
                   MOVE 1 TO period-active
                   MOVE SPACES TO ccal-request-data
                   MOVE "SEMESTER" TO ccal-op
                   MOVE period-today TO ccal-date
                   CALL "CLUB-CALENDAR" USING
                       ccal-request-data
                       ccal-response-data
                   END-CALL
                   MOVE ccal-sem-start TO period-from
                   MOVE period-today TO period-to
               WHEN OTHER
                   MOVE "00000000" TO period-from
                    jnl-shift
                    jnl-operator
                    jnl-backend
                    jnl-sale-key
           END-UNSTRING

           IF jnl-timestamp(1:8) < period-from
               END-IF
               EXIT PARAGRAPH
           END-IF
      *    A price-level marker: remembered for the sale line
      *    behind it, no money of its own.
           IF FUNCTION TRIM(jnl-type) = "LEVEL"
               MOVE jnl-sale-key TO level-pending-key
               MOVE jnl-order(7:12) TO level-pending-name
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(jnl-type) = "GUEST"
               ADD 1 TO total-guest-count
               ADD jnl-cost-num TO total-guest-amount
               PERFORM TALLY-PRICE-LEVEL
               PERFORM TALLY-ORDER-TOKENS
               EXIT PARAGRAPH
           END-IF
      *    Complimentary hospitality: goods left the shelf but no
      *    member paid and no cash came in - its own line.
           IF FUNCTION TRIM(jnl-type) = "COMP"
               ADD 1 TO total-comp-count
               ADD jnl-cost-num TO total-comp-amount
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(jnl-type) = "PANT"
               ADD 1 TO pant-credit-count
               ADD jnl-cost-num TO pant-credit-total
           ADD 1 TO total-sale-count
           ADD jnl-cost-num TO total-revenue
           PERFORM SPLIT-LINE-VAT
           PERFORM TALLY-PRICE-LEVEL

           PERFORM FIND-OR-ADD-SHIFT
           IF shift-found-idx NOT = 0
           PERFORM TALLY-ORDER-TOKENS
           .

      * TALLY-PRICE-LEVEL - Book this sale line on its price level.
       TALLY-PRICE-LEVEL.
           MOVE "MEMBER" TO level-lookup-key
           IF level-pending-key NOT = SPACES
               AND FUNCTION TRIM(jnl-sale-key) NOT = "-"
               AND jnl-sale-key = level-pending-key
               MOVE level-pending-name TO level-lookup-key
           END-IF
           MOVE SPACES TO level-pending-key
           MOVE SPACES TO level-pending-name

           MOVE 0 TO level-found-idx
           PERFORM VARYING level-idx FROM 1 BY 1
                   UNTIL level-idx > level-count
               IF level-key(level-idx) = level-lookup-key
                   MOVE level-idx TO level-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF level-found-idx = 0 AND level-count < 20
               ADD 1 TO level-count
               MOVE level-count TO level-found-idx
               MOVE level-lookup-key TO level-key(level-found-idx)
               MOVE 0 TO level-sale-count(level-found-idx)
               MOVE 0 TO level-revenue(level-found-idx)
           END-IF
           IF level-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO level-sale-count(level-found-idx)
           ADD jnl-cost-num TO level-revenue(level-found-idx)
           .

       FIND-OR-ADD-BACKEND.
           IF FUNCTION TRIM(jnl-backend) = SPACES
               MOVE "-" TO backend-lookup-key
               MOVE 0 TO cash-day-has-flt(cash-found-idx)
               MOVE 0 TO cash-day-counted(cash-found-idx)
               MOVE 0 TO cash-day-has-cnt(cash-found-idx)
               MOVE 0 TO cash-day-petty(cash-found-idx)
           END-IF
           .

               MOVE drw-amount-num TO cash-day-counted(cash-found-idx)
               MOVE 1 TO cash-day-has-cnt(cash-found-idx)
           END-IF
      *    Petty cash adds up - several runs for ice in one evening
      *    are several payouts, not a correction.
           IF FUNCTION TRIM(drw-kind) = "PETTY"
               ADD drw-amount-num TO cash-day-petty(cash-found-idx)
           END-IF
           .

       TALLY-FX-LINE.
               MOVE money-kr TO display-cost
               DISPLAY "House acct amount: " display-cost
           END-IF
           IF total-comp-count > 0
               MOVE total-comp-count TO display-qty
               DISPLAY "Hospitality comps: " display-qty
               COMPUTE money-kr = total-comp-amount / 100
               MOVE money-kr TO display-cost
               DISPLAY "Comps at retail  : " display-cost
           END-IF
           IF pant-in-sales > 0 OR pant-credit-count > 0
               COMPUTE money-kr = pant-in-sales / 100
               MOVE money-kr TO display-cost
           DISPLAY "------------------------------------------"
           .

      * PRINT-LEVEL-SECTION - Sales and revenue per price level,
      * guest sales included, before voids and returns. Only
      * printed once something was sold at a level other than
      * MEMBER.
       PRINT-LEVEL-SECTION.
           IF level-count = 0
               EXIT PARAGRAPH
           END-IF
           IF level-count = 1 AND level-key(1) = "MEMBER"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "Revenue by price level:"
           DISPLAY "------------------------------------------"
           PERFORM VARYING level-idx FROM 1 BY 1
                   UNTIL level-idx > level-count
               MOVE level-sale-count(level-idx) TO display-qty
               COMPUTE money-kr = level-revenue(level-idx) / 100
               MOVE money-kr TO display-cost
               DISPLAY "  " level-key(level-idx)
                   " " display-qty " sale(s)  " display-cost
           END-PERFORM
           DISPLAY "------------------------------------------"
           .

      * PRINT-VAT-SECTION - Per-VAT-class net/tax/gross over the
      * whole journal window, computed from the 25%-inclusive gross:
      * tax = gross * 25 / 125.
                   ADD 1 TO shr-reason-t
               WHEN "E"
                   ADD 1 TO shr-reason-e
               WHEN "K"
                   ADD 1 TO shr-reason-k
               WHEN "X"
               WHEN "S"
               WHEN "P"
               WHEN "R"
                   ADD 1 TO shr-reason-w
               WHEN "V"
                   ADD 1 TO shr-reason-v
               WHEN OTHER
                   ADD 1 TO shr-reason-m
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Shrinkage (stocktake, kegs, waste, transfers):"
           DISPLAY "------------------------------------------"
           MOVE shr-loss-qty TO display-qty
           DISPLAY "  Units missing : " display-qty
           DISPLAY "  Expired lines : " display-qty
           MOVE shr-reason-m TO display-qty
           DISPLAY "  Miscount lines: " display-qty
           MOVE shr-reason-k TO display-qty
           DISPLAY "  Keg pour loss : " display-qty
           MOVE shr-reason-w TO display-qty
           DISPLAY "  Recorded waste: " display-qty
           MOVE shr-reason-v TO display-qty
           DISPLAY "  Transfer loss : " display-qty
           DISPLAY "------------------------------------------"
           .


      * PRINT-CASH-SECTION - One block per date that has drawer
      * activity or cash deposits: expected cash (opening float plus
      * the day's journaled DEP entries, less petty cash paid out)
      * against the counted drawer,
      * with the over/short and a sign-off line. Days with deposits
      * but no drawer entries still print, flagged, so a forgotten
      * float/count is visible rather than silently skipped.
           MOVE money-kr TO display-cost
           DISPLAY "    Cash deposits : " display-cost

           IF cash-day-petty(cash-day-idx) NOT = 0
               COMPUTE money-kr = cash-day-petty(cash-day-idx) / 100
               MOVE money-kr TO display-cost
               DISPLAY "    Petty cash out: " display-cost
           END-IF

           COMPUTE cash-expected =
               cash-day-float(cash-day-idx)
               + cash-day-deps(cash-day-idx)
               - cash-day-petty(cash-day-idx)
           COMPUTE money-kr = cash-expected / 100
           MOVE money-kr TO display-cost
           DISPLAY "    Expected cash : " display-cost
