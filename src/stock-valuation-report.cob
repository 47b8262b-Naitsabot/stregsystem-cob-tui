      *     Tracked products without a cost price are listed as
      *     unvalued so the hole is visible instead of silently
      *     worth nothing.
      *     Spirits and mixers poured by recipe (recipes.txt) are
      *     valued net of the part of the open unit already poured
      *     (stock-open.txt), so a bottle that is 60% gone counts as
      *     0.4 of a bottle rather than a full one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-VALUATION-REPORT.
               ASSIGN TO COST-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COST-PRICES-STATUS.
           SELECT STOCK-OPEN-FILE
               ASSIGN TO STOCK-OPEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-OPEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 STOCK-LINE           PIC X(64).
       FD  COST-PRICES-FILE.
        01 COST-PRICES-LINE     PIC X(64).
       FD  STOCK-OPEN-FILE.
        01 STOCK-OPEN-LINE      PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 COST-PRICES-PATH      PIC X(256).
       01 COST-PRICES-STATUS    PIC XX.
       01 COST-PRICES-EOF       PIC 9 VALUE 0.
       01 STOCK-OPEN-PATH       PIC X(256).
       01 STOCK-OPEN-STATUS     PIC XX.
       01 STOCK-OPEN-EOF        PIC 9 VALUE 0.

       01 cost-work.
           05 cost-count        PIC 9(3) COMP-5 VALUE 0.
           05 cost-idx          PIC 9(3) COMP-5.
           05 cost-val-text     PIC X(16).

       01 open-work.
           05 open-count        PIC 9(3) COMP-5 VALUE 0.
           05 open-entry OCCURS 100 TIMES.
               10 open-id       PIC X(10).
               10 open-used     PIC S9(5)V9(4) COMP-3.
           05 open-idx          PIC 9(3) COMP-5.
           05 open-used-text    PIC X(16).
           05 line-used         PIC S9(5)V9(4) COMP-3.
           05 display-used      PIC 9.99.

       01 line-work.
           05 stock-id-text     PIC X(10).
           05 stock-qty-text    PIC X(16).
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-COST-PRICES
           PERFORM READ-STOCK-OPEN
           PERFORM READ-STOCK-FILE
           PERFORM PRINT-TOTALS
           STOP RUN.
                   DELIMITED BY SIZE
               INTO COST-PRICES-PATH
           END-STRING

           MOVE SPACES TO STOCK-OPEN-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/stock-open.txt"
                   DELIMITED BY SIZE
               INTO STOCK-OPEN-PATH
           END-STRING
           .

       READ-COST-PRICES.
           CLOSE COST-PRICES-FILE
           .

      * READ-STOCK-OPEN - "componentid=used": the poured fraction
      * of each open unit, as the kiosk's recipe draw-down keeps it.
       READ-STOCK-OPEN.
           MOVE 0 TO STOCK-OPEN-EOF
           OPEN INPUT STOCK-OPEN-FILE
           IF STOCK-OPEN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOCK-OPEN-EOF = 1
               READ STOCK-OPEN-FILE
                   AT END
                       MOVE 1 TO STOCK-OPEN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(STOCK-OPEN-LINE) NOT = SPACES
                           AND STOCK-OPEN-LINE(1:1) NOT = "#"
                           AND open-count < 100
                           ADD 1 TO open-count
                           MOVE SPACES TO open-id(open-count)
                           MOVE SPACES TO open-used-text
                           UNSTRING STOCK-OPEN-LINE DELIMITED BY "="
                               INTO open-id(open-count)
                                    open-used-text
                           END-UNSTRING
                           MOVE 0 TO open-used(open-count)
                           IF FUNCTION TRIM(open-used-text)
                                   NOT = SPACES
                               MOVE FUNCTION NUMVAL(open-used-text)
                                   TO open-used(open-count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-OPEN-FILE
           .

       READ-STOCK-FILE.
           DISPLAY " "
           DISPLAY "Stock valuation (on hand x cost):"
               END-IF
           END-PERFORM

           MOVE 0 TO line-used
           PERFORM VARYING open-idx FROM 1 BY 1
                   UNTIL open-idx > open-count
               IF FUNCTION TRIM(open-id(open-idx)) =
                       FUNCTION TRIM(stock-id-text)
                   MOVE open-used(open-idx) TO line-used
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE stock-qty-num TO display-qty
           IF unit-cost = 0
               ADD 1 TO unvalued-count
           END-IF

           ADD 1 TO valued-count
           COMPUTE line-value ROUNDED =
               (stock-qty-num - line-used) * unit-cost
           ADD line-value TO total-value
           COMPUTE money-kr = unit-cost / 100
           MOVE money-kr TO display-cost
               " | " display-cost NO ADVANCING
           COMPUTE money-kr = line-value / 100
           MOVE money-kr TO display-cost
           IF line-used > 0
               MOVE line-used TO display-used
               DISPLAY " | " display-cost
                   "  (open unit " display-used " poured)"
           ELSE
               DISPLAY " | " display-cost
           END-IF
           .

       PRINT-TOTALS.
