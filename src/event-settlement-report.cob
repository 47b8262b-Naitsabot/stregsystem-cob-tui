      *     EVENT_CODE names the event (required). The VAT split uses
      *     vat-classes.txt and the persisted product dictionary the
      *     same way SETTLEMENT-REPORT does.
      *
      *     Raffle tickets sold under the event (journal type RAFFLE,
      *     order "RAFFLE:<raffle>:<first>-<last>") are shown apart
      *     from the bar's sales and outside the VAT split: tickets,
      *     takings, and the cost of the prizes of every raffle sold
      *     (raffle-prizes.txt, as RAFFLE-DRAW reads it), so the
      *     raffle's own result can be read off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-SETTLEMENT-REPORT.
               ASSIGN TO PANT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PANT-STATUS.
           SELECT PRIZES-FILE
               ASSIGN TO PRIZES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZES-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 DICT-STORE-LINE      PIC X(256).
       FD  PANT-FILE.
        01 PANT-LINE            PIC X(64).
       FD  PRIZES-FILE.
        01 PRIZES-LINE          PIC X(128).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 PANT-PATH             PIC X(256).
       01 PANT-STATUS           PIC XX.
       01 PANT-EOF              PIC 9 VALUE 0.
       01 PRIZES-PATH           PIC X(256).
       01 PRIZES-STATUS         PIC XX.
       01 PRIZES-EOF            PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).

       01 event-code            PIC X(16).
           05 pant-in-sales     PIC S9(9) COMP-5 VALUE 0.
           05 pant-credit-total PIC S9(9) COMP-5 VALUE 0.

      * raffles - the raffles sold under the event, with their
      * tickets, takings and prize costs.
       01 raffles.
           05 raf-count         PIC 9(2) COMP-5 VALUE 0.
           05 raf-entry OCCURS 20 TIMES.
               10 raf-id        PIC X(10).
               10 raf-tickets   PIC 9(6) COMP-5.
               10 raf-takings   PIC S9(9) COMP-5.
               10 raf-prizes    PIC 9(3) COMP-5.
               10 raf-prize-cost PIC S9(9) COMP-5.
           05 raf-idx           PIC 9(2) COMP-5.
           05 raf-found-idx     PIC 9(2) COMP-5.
           05 raf-tag           PIC X(8).
           05 raf-id-text       PIC X(16).
           05 raf-range         PIC X(16).
           05 raf-from-text     PIC X(8).
           05 raf-to-text       PIC X(8).
           05 raf-total-tickets PIC 9(6) COMP-5 VALUE 0.
           05 raf-total-takings PIC S9(9) COMP-5 VALUE 0.
           05 raf-total-cost    PIC S9(9) COMP-5 VALUE 0.
           05 prz-raffle        PIC X(16).
           05 prz-rank-text     PIC X(8).
           05 prz-text          PIC X(64).
           05 prz-cost-text     PIC X(16).

      * event-days - per-date subtotals so the event's evenings read
      * separately, the same find-or-add shape SETTLEMENT-REPORT's
      * cash-day table uses.
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.
       01 display-cost          PIC ZZ,ZZZ,ZZ9.99.
       01 display-net           PIC --,---,--9.99.
       01 display-qty           PIC ZZZ,ZZ9.
       01 money-kr              PIC S9(9)V99 COMP-3.

           PERFORM READ-DICT-PRICES
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM READ-RAFFLE-PRIZES
           PERFORM PRINT-REPORT
           STOP RUN.

               INTO PANT-PATH
           END-STRING

           MOVE SPACES TO PRIZES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-prizes.txt" DELIMITED BY SIZE
               INTO PRIZES-PATH
           END-STRING

           MOVE SPACES TO event-code
           ACCEPT event-code FROM ENVIRONMENT "EVENT_CODE"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(event-code))
                   SUBTRACT jnl-cost-num FROM total-revenue
               WHEN "PANT"
                   ADD jnl-cost-num TO pant-credit-total
               WHEN "RAFFLE"
                   PERFORM ADD-RAFFLE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF
           .

      * ADD-RAFFLE-LINE - "RAFFLE:<raffle>:<first>-<last>" onto
      * that raffle's entry, found or added.
       ADD-RAFFLE-LINE.
           MOVE SPACES TO raf-tag
           MOVE SPACES TO raf-id-text
           MOVE SPACES TO raf-range
           UNSTRING jnl-order DELIMITED BY ":"
               INTO raf-tag
                    raf-id-text
                    raf-range
           END-UNSTRING
           MOVE SPACES TO raf-from-text
           MOVE SPACES TO raf-to-text
           UNSTRING raf-range DELIMITED BY "-"
               INTO raf-from-text
                    raf-to-text
           END-UNSTRING

           MOVE 0 TO raf-found-idx
           PERFORM VARYING raf-idx FROM 1 BY 1
                   UNTIL raf-idx > raf-count
               IF FUNCTION UPPER-CASE(raf-id(raf-idx)) =
                       FUNCTION UPPER-CASE(raf-id-text)
                   MOVE raf-idx TO raf-found-idx
               END-IF
           END-PERFORM
           IF raf-found-idx = 0 AND raf-count < 20
               ADD 1 TO raf-count
               MOVE raf-count TO raf-found-idx
               MOVE FUNCTION TRIM(raf-id-text) TO raf-id(raf-count)
               MOVE 0 TO raf-tickets(raf-count)
               MOVE 0 TO raf-takings(raf-count)
               MOVE 0 TO raf-prizes(raf-count)
               MOVE 0 TO raf-prize-cost(raf-count)
           END-IF
           IF raf-found-idx = 0
               EXIT PARAGRAPH
           END-IF

           ADD jnl-cost-num TO raf-takings(raf-found-idx)
           ADD jnl-cost-num TO raf-total-takings
           IF FUNCTION TRIM(raf-from-text) IS NUMERIC
               AND FUNCTION TRIM(raf-to-text) IS NUMERIC
               COMPUTE raf-tickets(raf-found-idx) =
                   raf-tickets(raf-found-idx)
                   + FUNCTION NUMVAL(raf-to-text)
                   - FUNCTION NUMVAL(raf-from-text) + 1
               COMPUTE raf-total-tickets = raf-total-tickets
                   + FUNCTION NUMVAL(raf-to-text)
                   - FUNCTION NUMVAL(raf-from-text) + 1
           END-IF
           .

      * READ-RAFFLE-PRIZES - "raffleid<TAB>rank<TAB>prize<TAB>cost";
      * only the raffles sold under this event count.
       READ-RAFFLE-PRIZES.
           IF raf-count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PRIZES-EOF
           OPEN INPUT PRIZES-FILE
           IF PRIZES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PRIZES-EOF = 1
               READ PRIZES-FILE
                   AT END
                       MOVE 1 TO PRIZES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PRIZES-LINE) NOT = SPACES
                           AND PRIZES-LINE(1:1) NOT = "#"
                           PERFORM ADD-RAFFLE-PRIZE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIZES-FILE
           .

       ADD-RAFFLE-PRIZE.
           MOVE SPACES TO prz-raffle
           MOVE SPACES TO prz-rank-text
           MOVE SPACES TO prz-text
           MOVE SPACES TO prz-cost-text
           UNSTRING PRIZES-LINE DELIMITED BY X"09"
               INTO prz-raffle
                    prz-rank-text
                    prz-text
                    prz-cost-text
           END-UNSTRING
           PERFORM VARYING raf-idx FROM 1 BY 1
                   UNTIL raf-idx > raf-count
               IF FUNCTION UPPER-CASE(raf-id(raf-idx)) =
                       FUNCTION UPPER-CASE(FUNCTION TRIM(prz-raffle))
                   ADD 1 TO raf-prizes(raf-idx)
                   IF FUNCTION TRIM(prz-cost-text) NOT = SPACES
                       ADD FUNCTION NUMVAL(prz-cost-text)
                           TO raf-prize-cost(raf-idx)
                       ADD FUNCTION NUMVAL(prz-cost-text)
                           TO raf-total-cost
                   END-IF
               END-IF
           END-PERFORM
           .

       READ-PANT-FILE.
           MOVE 0 TO PANT-EOF
           OPEN INPUT PANT-FILE
               END-IF
           END-IF

           IF raf-count > 0
               DISPLAY " "
               DISPLAY "Raffle (outside the VAT split):"
               PERFORM VARYING raf-idx FROM 1 BY 1
                       UNTIL raf-idx > raf-count
                   MOVE raf-tickets(raf-idx) TO display-qty
                   COMPUTE money-kr = raf-takings(raf-idx) / 100
                   MOVE money-kr TO display-cost
                   DISPLAY "  " raf-id(raf-idx) " tickets : "
                       display-qty "  " display-cost
                   COMPUTE money-kr = raf-prize-cost(raf-idx) / 100
                   MOVE money-kr TO display-cost
                   MOVE raf-prizes(raf-idx) TO display-qty
                   DISPLAY "  " raf-id(raf-idx) " prizes  : "
                       display-qty "  " display-cost
               END-PERFORM
               MOVE raf-total-tickets TO display-qty
               DISPLAY "Raffle tickets   : " display-qty
               COMPUTE money-kr = raf-total-takings / 100
               MOVE money-kr TO display-cost
               DISPLAY "Raffle takings   : " display-cost
               COMPUTE money-kr = raf-total-cost / 100
               MOVE money-kr TO display-cost
               DISPLAY "Prize costs      : " display-cost
               COMPUTE money-kr =
                   (raf-total-takings - raf-total-cost) / 100
               MOVE money-kr TO display-net
               DISPLAY "Raffle result    : " display-net
           END-IF

           DISPLAY " "
           DISPLAY "Per-date breakdown:"
           DISPLAY "------------------------------------------"
