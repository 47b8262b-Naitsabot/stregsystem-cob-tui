      ******************************************************************
      * Author: Naitsabot
      * Purpose: Period-over-period comparison report
      * Description:
      *     Batch report that sets two periods of the same kind side
      *     by side - this month against the same month last year,
      *     this autumn semester against last autumn - for the board
      *     meeting's "how does this compare to last year?". For
      *     each period: revenue, sale count, distinct members,
      *     average basket, units per category (categories.txt,
      *     unlisted products are OTHER) and per product, with the
      *     change in absolute terms and in percent. Products sold
      *     in only one of the two periods are listed separately as
      *     new or gone.
      *
      *     Revenue is counted as SETTLEMENT-REPORT counts it - SALE
      *     and GUEST lines less VOID and RETURN refunds; returned
      *     units come back off the product counts. Distinct members
      *     are the usernames on SALE lines.
      *
      *     COMPARE_PERIOD=WEEK|MONTH|SEMESTER|YEAR (default MONTH)
      *     picks the kind; the current period runs from its start
      *     (the last 7 days for WEEK, the semester's first day in
      *     the club calendar - 1 Feb or 1 Aug without one - as
      *     SETTLEMENT-REPORT has it) to COMPARE_DATE (YYYYMMDD,
      *     default today), and the period it is compared with is
      *     the same window one year earlier (52 weeks for WEEK, so
      *     weekdays line up; for SEMESTER the same number of days
      *     into the semester running a year before). COMPARE_FROM/
      *     COMPARE_TO and
      *     COMPARE_PREV_FROM/COMPARE_PREV_TO give either period
      *     explicitly instead. The dated archives and the live
      *     journal are read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-COMPARE.

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
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT CATEGORIES-FILE
               ASSIGN TO CATEGORIES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORIES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  CATEGORIES-FILE.
        01 CATEGORIES-LINE      PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 CATEGORIES-PATH       PIC X(256).
       01 CATEGORIES-STATUS     PIC XX.
       01 CATEGORIES-EOF        PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

      * period-work - the kind of period and the anchor date the
      * current one runs to; date arithmetic as SETTLEMENT-REPORT's
      * INIT-PERIOD-WINDOW does it.
       01 period-work.
           05 period-mode       PIC X(10).
           05 period-anchor     PIC 9(8).
           05 period-anchor-int PIC 9(8) COMP-5.
           05 period-calc-num   PIC 9(8).
           05 shift-date        PIC X(8).
           05 shift-year        PIC 9(4).
           05 sem-days-in       PIC 9(5) COMP-5.

      * period-totals - entry 1 is the current period, entry 2 the
      * one it is compared with.
       01 period-totals.
           05 pt-entry OCCURS 2 TIMES.
               10 pt-from       PIC X(8).
               10 pt-to         PIC X(8).
               10 pt-sales      PIC 9(7) COMP-5.
               10 pt-revenue    PIC S9(11) COMP-5.
               10 pt-members    PIC 9(5) COMP-5.
               10 pt-basket     PIC S9(9) COMP-5.
       01 pt-idx                PIC 9 COMP-5.
       01 line-in               PIC 9 OCCURS 2 TIMES.

       COPY "copybooks/journal-line.cpy".
       COPY "copybooks/club-calendar.cpy".
       01 jnl-cost-num          PIC S9(9) COMP-5.
       01 line-sign             PIC S9 COMP-5.

      * members - distinct usernames seen on SALE lines, with which
      * of the two periods each bought in.
       01 members.
           05 mbr-count         PIC 9(4) COMP-5 VALUE 0.
           05 mbr-entry OCCURS 2000 TIMES.
               10 mbr-name      PIC X(64).
               10 mbr-in        PIC 9 OCCURS 2 TIMES.
           05 mbr-idx           PIC 9(4) COMP-5.
           05 mbr-found-idx     PIC 9(4) COMP-5.

       01 report-products.
           05 prod-count        PIC 9(4) COMP-5 VALUE 0.
           05 prod-entry OCCURS 300 TIMES.
               10 prod-token    PIC X(30).
               10 prod-units    PIC S9(7) COMP-5 OCCURS 2 TIMES.
       01 prod-idx              PIC 9(4) COMP-5.
       01 found-idx             PIC 9(4) COMP-5.
       01 sort-idx              PIC 9(4) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 swap-entry            PIC X(38).

      * category-work - per-product categories (categories.txt) and
      * the per-category unit totals rolled up from the products.
       01 category-work.
           05 pcat-count        PIC 9(3) COMP-5 VALUE 0.
           05 pcat-entry OCCURS 200 TIMES.
               10 pcat-id       PIC X(10).
               10 pcat-name     PIC X(16).
           05 pcat-idx          PIC 9(3) COMP-5.
           05 pcat-lookup-name  PIC X(16).
       01 cat-totals.
           05 cat-count         PIC 9(3) COMP-5 VALUE 0.
           05 cat-entry OCCURS 50 TIMES.
               10 cat-name      PIC X(16).
               10 cat-units     PIC S9(7) COMP-5 OCCURS 2 TIMES.
       01 cat-idx               PIC 9(3) COMP-5.
       01 cat-found-idx         PIC 9(3) COMP-5.

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(30).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.

      * compare-work - one side-by-side line: label, the two
      * values (oere when cmp-money is 1, else counts), change.
       01 compare-work.
           05 cmp-label         PIC X(24).
           05 cmp-money         PIC 9.
           05 cmp-now           PIC S9(11) COMP-5.
           05 cmp-prev          PIC S9(11) COMP-5.
           05 cmp-change        PIC S9(11) COMP-5.
           05 cmp-pct           PIC S9(5)V9 COMP-3.
       01 new-count             PIC 9(4) COMP-5.
       01 gone-count            PIC 9(4) COMP-5.

       01 display-cost          PIC --,---,--9.99.
       01 display-cost2         PIC --,---,--9.99.
       01 display-cost3         PIC --,---,--9.99.
       01 display-qty           PIC ----,--9.
       01 display-qty2          PIC ----,--9.
       01 display-qty3          PIC ----,--9.
       01 display-pct           PIC -(4)9.9.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM PERIOD COMPARISON"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-PERIODS
           IF pt-from(1) > pt-to(1) OR pt-from(2) > pt-to(2)
               DISPLAY "A period ends before it starts - check "
                   "COMPARE_FROM/TO and COMPARE_PREV_FROM/TO."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CATEGORIES
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM COUNT-MEMBERS
           PERFORM ROLL-UP-CATEGORIES
           PERFORM SORT-PRODUCTS-BY-UNITS
           PERFORM PRINT-REPORT
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
               "/period-compare-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO CATEGORIES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/categories.txt" DELIMITED BY SIZE
               INTO CATEGORIES-PATH
           END-STRING
           .

      * INIT-PERIODS - The current period from the kind and anchor
      * (or COMPARE_FROM/TO), then the earlier one a year back (or
      * COMPARE_PREV_FROM/TO).
       INIT-PERIODS.
           MOVE SPACES TO period-mode
           ACCEPT period-mode FROM ENVIRONMENT "COMPARE_PERIOD"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(period-mode))
               TO period-mode
           IF period-mode = SPACES
               MOVE "MONTH" TO period-mode
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COMPARE_DATE"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO period-anchor
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO period-anchor
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(period-anchor) NOT = 0
               DISPLAY "COMPARE_DATE " period-anchor
                   " is not a date (YYYYMMDD)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE period-anchor TO pt-to(1)
           MOVE period-anchor TO pt-from(1)
           EVALUATE period-mode
               WHEN "WEEK"
                   COMPUTE period-anchor-int =
                       FUNCTION INTEGER-OF-DATE(period-anchor)
                   COMPUTE period-calc-num =
                       FUNCTION DATE-OF-INTEGER(period-anchor-int - 6)
                   MOVE period-calc-num TO pt-from(1)
               WHEN "SEMESTER"
                   MOVE SPACES TO ccal-request-data
                   MOVE "SEMESTER" TO ccal-op
                   MOVE pt-to(1) TO ccal-date
                   CALL "CLUB-CALENDAR" USING
                       ccal-request-data
                       ccal-response-data
                   END-CALL
                   MOVE ccal-sem-start TO pt-from(1)
               WHEN "YEAR"
                   MOVE "0101" TO pt-from(1)(5:4)
               WHEN OTHER
                   MOVE "MONTH" TO period-mode
                   MOVE "01" TO pt-from(1)(7:2)
           END-EVALUATE

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COMPARE_FROM"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE "RANGE" TO period-mode
               MOVE env-text(1:8) TO pt-from(1)
               MOVE SPACES TO env-text
               ACCEPT env-text FROM ENVIRONMENT "COMPARE_TO"
               IF FUNCTION TRIM(env-text) NOT = SPACES
                   MOVE env-text(1:8) TO pt-to(1)
               END-IF
           END-IF

           IF period-mode = "WEEK"
               COMPUTE period-anchor-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pt-from(1)))
               COMPUTE period-calc-num =
                   FUNCTION DATE-OF-INTEGER(period-anchor-int - 364)
               MOVE period-calc-num TO pt-from(2)
               COMPUTE period-anchor-int =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pt-to(1)))
               COMPUTE period-calc-num =
                   FUNCTION DATE-OF-INTEGER(period-anchor-int - 364)
               MOVE period-calc-num TO pt-to(2)
           ELSE IF period-mode = "SEMESTER"
               PERFORM PRIOR-SEMESTER-WINDOW
           ELSE
               MOVE pt-from(1) TO shift-date
               PERFORM SHIFT-BACK-ONE-YEAR
               MOVE shift-date TO pt-from(2)
               MOVE pt-to(1) TO shift-date
               PERFORM SHIFT-BACK-ONE-YEAR
               MOVE shift-date TO pt-to(2)
           END-IF
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "COMPARE_PREV_FROM"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:8) TO pt-from(2)
               MOVE SPACES TO env-text
               ACCEPT env-text FROM ENVIRONMENT "COMPARE_PREV_TO"
               IF FUNCTION TRIM(env-text) NOT = SPACES
                   MOVE env-text(1:8) TO pt-to(2)
               END-IF
           END-IF

           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               MOVE 0 TO pt-sales(pt-idx)
               MOVE 0 TO pt-revenue(pt-idx)
               MOVE 0 TO pt-members(pt-idx)
               MOVE 0 TO pt-basket(pt-idx)
           END-PERFORM
           .

      * SHIFT-BACK-ONE-YEAR - Same day a year earlier; 29 February
      * becomes the 28th.
       SHIFT-BACK-ONE-YEAR.
           MOVE shift-date(1:4) TO shift-year
           SUBTRACT 1 FROM shift-year
           MOVE shift-year TO shift-date(1:4)
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(shift-date))
                   NOT = 0
               MOVE "28" TO shift-date(7:2)
           END-IF
           .

      * PRIOR-SEMESTER-WINDOW - The semester running a year before
      * this one started, taken as far into it as this one has
      * gone (never past its own last day). Calendar semesters do
      * not start on the same date every year.
       PRIOR-SEMESTER-WINDOW.
           COMPUTE sem-days-in =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pt-to(1)))
               - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pt-from(1)))
           MOVE pt-from(1) TO shift-date
           PERFORM SHIFT-BACK-ONE-YEAR
           MOVE SPACES TO ccal-request-data
           MOVE "SEMESTER" TO ccal-op
           MOVE shift-date TO ccal-date
           CALL "CLUB-CALENDAR" USING
               ccal-request-data
               ccal-response-data
           END-CALL
           MOVE ccal-sem-start TO pt-from(2)
           COMPUTE period-anchor-int =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(pt-from(2)))
           COMPUTE period-calc-num =
               FUNCTION DATE-OF-INTEGER(period-anchor-int + sem-days-in)
           MOVE period-calc-num TO pt-to(2)
           IF ccal-sem-end NOT = SPACES
               AND pt-to(2) > ccal-sem-end
               MOVE ccal-sem-end TO pt-to(2)
           END-IF
           .

       READ-CATEGORIES.
           MOVE 0 TO CATEGORIES-EOF
           OPEN INPUT CATEGORIES-FILE
           IF CATEGORIES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATEGORIES-EOF = 1
               READ CATEGORIES-FILE
                   AT END
                       MOVE 1 TO CATEGORIES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(CATEGORIES-LINE) NOT = SPACES
                           AND CATEGORIES-LINE(1:1) NOT = "#"
                           AND pcat-count < 200
                           ADD 1 TO pcat-count
                           UNSTRING CATEGORIES-LINE DELIMITED BY "="
                               INTO pcat-id(pcat-count)
                                    pcat-name(pcat-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(
                               pcat-name(pcat-count))
                               TO pcat-name(pcat-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATEGORIES-FILE
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep EVENT-SETTLEMENT-REPORT makes.
       BUILD-FILE-LIST.
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
           .

       READ-ALL-JOURNALS.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               DISPLAY "No journal files found."
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FILE-LIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       READ-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
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

      * PROCESS-JOURNAL-LINE - Explicit periods may overlap, so a
      * line is counted in every period its date falls in.
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

           MOVE 0 TO line-in(1)
           MOVE 0 TO line-in(2)
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               IF jnl-timestamp(1:8) >= pt-from(pt-idx)
                   AND jnl-timestamp(1:8) <= pt-to(pt-idx)
                   MOVE 1 TO line-in(pt-idx)
               END-IF
           END-PERFORM
           IF line-in(1) = 0 AND line-in(2) = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO jnl-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO jnl-cost-num
           END-IF

      *    A pre-type-field line (blank type) is always a sale.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
                   PERFORM NOTE-MEMBER
                   MOVE 1 TO line-sign
                   PERFORM COUNT-SALE-LINE
               WHEN "GUEST"
                   MOVE 1 TO line-sign
                   PERFORM COUNT-SALE-LINE
               WHEN "VOID"
                   PERFORM VARYING pt-idx FROM 1 BY 1
                           UNTIL pt-idx > 2
                       IF line-in(pt-idx) = 1
                           SUBTRACT jnl-cost-num
                               FROM pt-revenue(pt-idx)
                       END-IF
                   END-PERFORM
               WHEN "RETURN"
                   PERFORM VARYING pt-idx FROM 1 BY 1
                           UNTIL pt-idx > 2
                       IF line-in(pt-idx) = 1
                           SUBTRACT jnl-cost-num
                               FROM pt-revenue(pt-idx)
                       END-IF
                   END-PERFORM
                   MOVE -1 TO line-sign
                   PERFORM TALLY-ORDER-TOKENS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       COUNT-SALE-LINE.
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               IF line-in(pt-idx) = 1
                   ADD 1 TO pt-sales(pt-idx)
                   ADD jnl-cost-num TO pt-revenue(pt-idx)
               END-IF
           END-PERFORM
           PERFORM TALLY-ORDER-TOKENS
           .

       NOTE-MEMBER.
           IF FUNCTION TRIM(jnl-username) = SPACES
               OR FUNCTION TRIM(jnl-username) = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO mbr-found-idx
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-name(mbr-idx) = jnl-username
                   MOVE mbr-idx TO mbr-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF mbr-found-idx = 0 AND mbr-count < 2000
               ADD 1 TO mbr-count
               MOVE mbr-count TO mbr-found-idx
               MOVE jnl-username TO mbr-name(mbr-found-idx)
               MOVE 0 TO mbr-in(mbr-found-idx, 1)
               MOVE 0 TO mbr-in(mbr-found-idx, 2)
           END-IF
           IF mbr-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               IF line-in(pt-idx) = 1
                   MOVE 1 TO mbr-in(mbr-found-idx, pt-idx)
               END-IF
           END-PERFORM
           .

      * TALLY-ORDER-TOKENS - Split "prod1:qty1 prod2:qty2 ..." the
      * same way SETTLEMENT-REPORT's TALLY-ORDER-TOKENS does; a
      * RETURN line's leading "RET:<sale key>" is no product.
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
                   AND token-text(1:4) NOT = "RET:"
                   PERFORM SPLIT-AND-TALLY-TOKEN
               END-IF
           END-PERFORM
           .

       SPLIT-AND-TALLY-TOKEN.
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

           PERFORM FIND-OR-ADD-PRODUCT
           IF found-idx = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               IF line-in(pt-idx) = 1
                   COMPUTE prod-units(found-idx, pt-idx) =
                       prod-units(found-idx, pt-idx)
                       + token-qty * line-sign
               END-IF
           END-PERFORM
           .

       FIND-OR-ADD-PRODUCT.
           MOVE 0 TO found-idx
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-token(prod-idx) = FUNCTION TRIM(token-name)
                   MOVE prod-idx TO found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF found-idx = 0 AND prod-count < 300
               ADD 1 TO prod-count
               MOVE prod-count TO found-idx
               MOVE FUNCTION TRIM(token-name) TO prod-token(found-idx)
               MOVE 0 TO prod-units(found-idx, 1)
               MOVE 0 TO prod-units(found-idx, 2)
           END-IF
           .

       COUNT-MEMBERS.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
                   IF mbr-in(mbr-idx, pt-idx) = 1
                       ADD 1 TO pt-members(pt-idx)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > 2
               IF pt-sales(pt-idx) > 0
                   COMPUTE pt-basket(pt-idx) ROUNDED =
                       pt-revenue(pt-idx) / pt-sales(pt-idx)
               END-IF
           END-PERFORM
           .

       ROLL-UP-CATEGORIES.
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               MOVE "OTHER" TO pcat-lookup-name
               PERFORM VARYING pcat-idx FROM 1 BY 1
                       UNTIL pcat-idx > pcat-count
                   IF FUNCTION TRIM(pcat-id(pcat-idx)) =
                           prod-token(prod-idx)
                       MOVE pcat-name(pcat-idx) TO pcat-lookup-name
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM ADD-PRODUCT-TO-CATEGORY
           END-PERFORM
           .

       ADD-PRODUCT-TO-CATEGORY.
           MOVE 0 TO cat-found-idx
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > cat-count
               IF cat-name(cat-idx) = pcat-lookup-name
                   MOVE cat-idx TO cat-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF cat-found-idx = 0 AND cat-count < 50
               ADD 1 TO cat-count
               MOVE cat-count TO cat-found-idx
               MOVE pcat-lookup-name TO cat-name(cat-found-idx)
               MOVE 0 TO cat-units(cat-found-idx, 1)
               MOVE 0 TO cat-units(cat-found-idx, 2)
           END-IF
           IF cat-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           ADD prod-units(prod-idx, 1) TO cat-units(cat-found-idx, 1)
           ADD prod-units(prod-idx, 2) TO cat-units(cat-found-idx, 2)
           .

      * SORT-PRODUCTS-BY-UNITS - Descending bubble sort on the
      * current period's units, as SETTLEMENT-REPORT sorts by qty.
       SORT-PRODUCTS-BY-UNITS.
           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= prod-count
                   IF prod-units(sort-idx, 1) <
                           prod-units(sort-idx + 1, 1)
                       MOVE prod-entry(sort-idx) TO swap-entry
                       MOVE prod-entry(sort-idx + 1)
                           TO prod-entry(sort-idx)
                       MOVE swap-entry TO prod-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       PRINT-REPORT.
           DISPLAY " "
           DISPLAY "Kind     : " FUNCTION TRIM(period-mode)
           DISPLAY "Current  : " pt-from(1) " - " pt-to(1)
           DISPLAY "Compared : " pt-from(2) " - " pt-to(2)
           DISPLAY " "
           DISPLAY "                          |       current |"
               "      compared |        change |     %"
           DISPLAY "------------------------------------------"
               "------------------------------------"
           MOVE 1 TO cmp-money
           MOVE "Revenue" TO cmp-label
           MOVE pt-revenue(1) TO cmp-now
           MOVE pt-revenue(2) TO cmp-prev
           PERFORM PRINT-COMPARE-LINE
           MOVE "Average basket" TO cmp-label
           MOVE pt-basket(1) TO cmp-now
           MOVE pt-basket(2) TO cmp-prev
           PERFORM PRINT-COMPARE-LINE
           MOVE 0 TO cmp-money
           MOVE "Sales" TO cmp-label
           MOVE pt-sales(1) TO cmp-now
           MOVE pt-sales(2) TO cmp-prev
           PERFORM PRINT-COMPARE-LINE
           MOVE "Distinct members" TO cmp-label
           MOVE pt-members(1) TO cmp-now
           MOVE pt-members(2) TO cmp-prev
           PERFORM PRINT-COMPARE-LINE

           DISPLAY " "
           DISPLAY "Units per category:"
           DISPLAY "------------------------------------------"
               "------------------------------------"
           PERFORM VARYING cat-idx FROM 1 BY 1
                   UNTIL cat-idx > cat-count
               MOVE cat-name(cat-idx) TO cmp-label
               MOVE cat-units(cat-idx, 1) TO cmp-now
               MOVE cat-units(cat-idx, 2) TO cmp-prev
               PERFORM PRINT-COMPARE-LINE
           END-PERFORM

           DISPLAY " "
           DISPLAY "Units per product (sold in both periods):"
           DISPLAY "------------------------------------------"
               "------------------------------------"
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-units(prod-idx, 1) NOT = 0
                   AND prod-units(prod-idx, 2) NOT = 0
                   MOVE prod-token(prod-idx) TO cmp-label
                   MOVE prod-units(prod-idx, 1) TO cmp-now
                   MOVE prod-units(prod-idx, 2) TO cmp-prev
                   PERFORM PRINT-COMPARE-LINE
               END-IF
           END-PERFORM

           PERFORM PRINT-NEW-AND-GONE
           .

      * PRINT-COMPARE-LINE - current, compared, change and change
      * in percent of the compared value ("new" when that is 0, "-"
      * when both are).
       PRINT-COMPARE-LINE.
           COMPUTE cmp-change = cmp-now - cmp-prev
           IF cmp-money = 1
               COMPUTE money-kr = cmp-now / 100
               MOVE money-kr TO display-cost
               COMPUTE money-kr = cmp-prev / 100
               MOVE money-kr TO display-cost2
               COMPUTE money-kr = cmp-change / 100
               MOVE money-kr TO display-cost3
               DISPLAY "  " cmp-label "| " display-cost " | "
                   display-cost2 " | " display-cost3 " |" NO ADVANCING
           ELSE
               MOVE cmp-now TO display-qty
               MOVE cmp-prev TO display-qty2
               MOVE cmp-change TO display-qty3
               DISPLAY "  " cmp-label "|      " display-qty " |"
                   "      " display-qty2 " |"
                   "      " display-qty3 " |" NO ADVANCING
           END-IF
           EVALUATE TRUE
               WHEN cmp-prev = 0 AND cmp-now = 0
                   DISPLAY "     -"
               WHEN cmp-prev = 0
                   DISPLAY "   new"
               WHEN OTHER
                   COMPUTE cmp-pct ROUNDED =
                       cmp-change * 100 / cmp-prev
                   IF cmp-prev < 0
                       COMPUTE cmp-pct = 0 - cmp-pct
                   END-IF
                   MOVE cmp-pct TO display-pct
                   DISPLAY display-pct
           END-EVALUATE
           .

      * PRINT-NEW-AND-GONE - Products that only one of the two
      * periods sold: new lines on the shelf, and ones that dropped
      * off it.
       PRINT-NEW-AND-GONE.
           MOVE 0 TO new-count
           MOVE 0 TO gone-count
           DISPLAY " "
           DISPLAY "New this period (not sold in the compared one):"
           DISPLAY "------------------------------------------"
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-units(prod-idx, 1) > 0
                   AND prod-units(prod-idx, 2) = 0
                   ADD 1 TO new-count
                   MOVE prod-units(prod-idx, 1) TO display-qty
                   DISPLAY "  " prod-token(prod-idx) " " display-qty
               END-IF
           END-PERFORM
           IF new-count = 0
               DISPLAY "  (none)"
           END-IF

           DISPLAY " "
           DISPLAY "Gone this period (sold only in the compared one):"
           DISPLAY "------------------------------------------"
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-units(prod-idx, 2) > 0
                   AND prod-units(prod-idx, 1) = 0
                   ADD 1 TO gone-count
                   MOVE prod-units(prod-idx, 2) TO display-qty
                   DISPLAY "  " prod-token(prod-idx) " " display-qty
               END-IF
           END-PERFORM
           IF gone-count = 0
               DISPLAY "  (none)"
           END-IF
           DISPLAY "------------------------------------------"
           .

       END PROGRAM PERIOD-COMPARE.
