      ******************************************************************
      * Author: Naitsabot
      * Purpose: Audited raffle draw
      * Description:
      *     Draws the winners of one raffle sold at the kiosk
      *     (RAFFLE:<raffle>[:<tickets>], journal type RAFFLE) and
      *     prints a draw protocol that lets anyone check the draw
      *     afterwards instead of taking the hat's word for it.
      *
      *     RAFFLE_ID names the raffle in raffles.txt ("raffleid<TAB>
      *     name<TAB>price<TAB>first-no<TAB>last-no<TAB>draw-date").
      *     Its prizes are in raffle-prizes.txt, one per line:
      *       raffleid<TAB>rank<TAB>prize<TAB>cost
      *     (cost in oere, what the club paid for the prize; rank 1
      *     is drawn first). The tickets in the hat are the raffle's
      *     lines in raffle-tickets.txt, in the order they were sold.
      *
      *     RAFFLE_SEED (a number, default the time of the draw)
      *     seeds the generator once; for each prize in rank order a
      *     random r in [0, 1) picks ticket INT(r * n) + 1 of the n
      *     still in the hat, and that ticket leaves the hat. The
      *     same seed over the same tickets always gives the same
      *     winners. The protocol - raffle, every ticket in the hat,
      *     seed, method and result - goes to
      *     exports/raffle-draw-<raffle>.txt; the result is recorded
      *     in raffle-draws.txt:
      *       raffleid<TAB>drawn-ts<TAB>seed<TAB>rank<TAB>ticket
      *       <TAB>username<TAB>prize
      *     which also closes the raffle for sale at the kiosk. Each
      *     winner gets a RAFFLE outbox record for OUTBOX-SEND, and
      *     the draw is written to audit.log.
      *
      *     The tickets are read and the result recorded under the
      *     "raffle" lock the kiosk takes to sell, so a ticket sold
      *     while the draw runs is either in the hat or refused -
      *     never paid for and left out.
      *
      *     A raffle is drawn once, and not before its draw date.
      *     RAFFLE_VERIFY=YES re-runs a recorded draw with its
      *     recorded seed over the tickets on file, writes
      *     exports/raffle-verify-<raffle>.txt and compares each
      *     prize's ticket with the record; nothing is written
      *     elsewhere. Return code 1 when the draw could not be made
      *     or the re-check does not match.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAFFLE-DRAW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAFFLES-FILE
               ASSIGN TO RAFFLES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFFLES-STATUS.
           SELECT PRIZES-FILE
               ASSIGN TO PRIZES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRIZES-STATUS.
           SELECT TICKETS-FILE
               ASSIGN TO TICKETS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TICKETS-STATUS.
           SELECT DRAWS-FILE
               ASSIGN TO DRAWS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAFFLES-FILE.
        01 RAFFLES-LINE         PIC X(128).
       FD  PRIZES-FILE.
        01 PRIZES-LINE          PIC X(128).
       FD  TICKETS-FILE.
        01 TICKETS-LINE         PIC X(128).
       FD  DRAWS-FILE.
        01 DRAWS-LINE           PIC X(200).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).
       FD  AUDIT-FILE.
        01 AUDIT-LINE           PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 RAFFLES-PATH          PIC X(256).
       01 RAFFLES-STATUS        PIC XX.
       01 RAFFLES-EOF           PIC 9 VALUE 0.
       01 PRIZES-PATH           PIC X(256).
       01 PRIZES-STATUS         PIC XX.
       01 PRIZES-EOF            PIC 9 VALUE 0.
       01 TICKETS-PATH          PIC X(256).
       01 TICKETS-STATUS        PIC XX.
       01 TICKETS-EOF           PIC 9 VALUE 0.
       01 DRAWS-PATH            PIC X(256).
       01 DRAWS-STATUS          PIC XX.
       01 DRAWS-EOF             PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 AUDIT-PATH            PIC X(256).
       01 AUDIT-STATUS          PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 raffle-lock-work.
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

       01 env-text              PIC X(16).
       01 verify-mode           PIC 9 VALUE 0.
       01 draw-ts               PIC X(15).

      * raffle - the raffles.txt line for RAFFLE_ID.
       01 raffle.
           05 raf-wanted        PIC X(10).
           05 raf-found         PIC 9 VALUE 0.
           05 raf-id            PIC X(10).
           05 raf-name          PIC X(30).
           05 raf-price         PIC S9(9) COMP-5 VALUE 0.
           05 raf-first         PIC 9(6) COMP-5 VALUE 0.
           05 raf-last          PIC 9(6) COMP-5 VALUE 0.
           05 raf-draw-date     PIC X(8).
       01 field-work.
           05 fld-1             PIC X(64).
           05 fld-2             PIC X(64).
           05 fld-3             PIC X(64).
           05 fld-4             PIC X(64).
           05 fld-5             PIC X(64).
           05 fld-6             PIC X(64).
           05 fld-7             PIC X(64).

      * prizes - in rank order (kept sorted as they are read).
       01 prizes.
           05 prz-count         PIC 9(3) COMP-5 VALUE 0.
           05 prz-entry OCCURS 50 TIMES.
               10 prz-rank      PIC 9(3) COMP-5.
               10 prz-text      PIC X(40).
               10 prz-cost      PIC S9(9) COMP-5.
               10 prz-ticket    PIC 9(6) COMP-5.
               10 prz-user      PIC X(32).
               10 prz-pick      PIC 9(6) COMP-5.
               10 prz-in-hat    PIC 9(6) COMP-5.
               10 prz-rec-ticket PIC 9(6) COMP-5.
       01 prz-idx               PIC 9(3) COMP-5.
       01 prz-pos               PIC 9(3) COMP-5.
       01 prz-new-rank          PIC 9(3) COMP-5.
       01 prize-cost-total      PIC S9(9) COMP-5 VALUE 0.
       01 prizes-drawn          PIC 9(3) COMP-5 VALUE 0.

      * tickets - the raffle's tickets in sale order; hat holds the
      * indexes of those not yet drawn, in the same order.
       01 tickets.
           05 tkt-count         PIC 9(5) COMP-5 VALUE 0.
           05 tkt-entry OCCURS 5000 TIMES.
               10 tkt-no        PIC 9(6) COMP-5.
               10 tkt-user      PIC X(32).
               10 tkt-ts        PIC X(15).
       01 tkt-idx               PIC 9(5) COMP-5.
       01 hat.
           05 hat-count         PIC 9(5) COMP-5 VALUE 0.
           05 hat-slot OCCURS 5000 TIMES PIC 9(5) COMP-5.
       01 hat-idx               PIC 9(5) COMP-5.
       01 hat-pick              PIC 9(5) COMP-5.

      * the recorded draw, from raffle-draws.txt.
       01 recorded.
           05 rec-found         PIC 9 VALUE 0.
           05 rec-ts            PIC X(15).
           05 rec-seed          PIC 9(9) COMP-5 VALUE 0.
           05 rec-rank          PIC 9(3) COMP-5.
           05 rec-ticket        PIC 9(6) COMP-5.
           05 mismatch-count    PIC 9(3) COMP-5 VALUE 0.

       01 draw-seed             PIC 9(9) COMP-5 VALUE 0.
       01 seeded                PIC 9 VALUE 0.
       01 random-value          PIC V9(9) COMP-3.

       01 outbox-text           PIC X(200).

       01 print-work.
           05 print-label       PIC X(52).
           05 print-amount      PIC S9(11) COMP-5.
           05 money-kr          PIC S9(11)V99 COMP-3.
           05 display-amount    PIC ---,---,--9.99.
           05 display-no        PIC Z(5)9.
           05 display-no-2      PIC Z(5)9.
           05 display-count     PIC Z(8)9.
           05 display-rank      PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM RAFFLE DRAW"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           IF raf-wanted = SPACES
               DISPLAY "Set RAFFLE_ID=<raffle> to pick the raffle."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-RAFFLE
           IF raf-found = 0
               DISPLAY "No raffle " FUNCTION TRIM(raf-wanted)
                   " in raffles.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PRIZES
           IF prz-count = 0
               DISPLAY "Raffle " FUNCTION TRIM(raf-id)
                   " has no prizes in raffle-prizes.txt."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Held from the ticket read until the result is recorded:
      *    the kiosk checks raffle-draws.txt under the same lock
      *    before it sells.
           PERFORM ACQUIRE-RAFFLE-LOCK
           PERFORM LOAD-TICKETS
           PERFORM LOAD-RECORDED-DRAW

           IF verify-mode = 1
               PERFORM RELEASE-RAFFLE-LOCK
               PERFORM VERIFY-DRAW
               STOP RUN
           END-IF

           IF rec-found = 1
               PERFORM RELEASE-RAFFLE-LOCK
               DISPLAY "Raffle " FUNCTION TRIM(raf-id)
                   " was drawn at " rec-ts "."
               DISPLAY "RAFFLE_VERIFY=YES re-checks that draw."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF raf-draw-date NOT = SPACES
               AND FUNCTION CURRENT-DATE(1:8) < raf-draw-date
               PERFORM RELEASE-RAFFLE-LOCK
               DISPLAY "Raffle " FUNCTION TRIM(raf-id)
                   " is not to be drawn before " raf-draw-date "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF tkt-count = 0
               PERFORM RELEASE-RAFFLE-LOCK
               DISPLAY "No tickets sold in raffle "
                   FUNCTION TRIM(raf-id) " - nothing to draw."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO draw-ts
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO draw-ts
           END-STRING
           COMPUTE draw-seed =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:8))
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "RAFFLE_SEED"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(env-text) TO draw-seed
           END-IF

           PERFORM DRAW-WINNERS
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-PROTOCOL
           CLOSE REPORT-FILE
           PERFORM RECORD-DRAW
           PERFORM RELEASE-RAFFLE-LOCK
           PERFORM QUEUE-WINNER-NOTICES
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY " "
           DISPLAY "Protocol written to " FUNCTION TRIM(REPORT-PATH)
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

           MOVE SPACES TO raf-wanted
           ACCEPT raf-wanted FROM ENVIRONMENT "RAFFLE_ID"
           MOVE FUNCTION TRIM(raf-wanted) TO raf-wanted
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "RAFFLE_VERIFY"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(env-text)) = "YES"
               MOVE 1 TO verify-mode
           END-IF

           MOVE SPACES TO RAFFLES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffles.txt" DELIMITED BY SIZE
               INTO RAFFLES-PATH
           END-STRING
           MOVE SPACES TO PRIZES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-prizes.txt" DELIMITED BY SIZE
               INTO PRIZES-PATH
           END-STRING
           MOVE SPACES TO TICKETS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-tickets.txt" DELIMITED BY SIZE
               INTO TICKETS-PATH
           END-STRING
           MOVE SPACES TO DRAWS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/raffle-draws.txt" DELIMITED BY SIZE
               INTO DRAWS-PATH
           END-STRING
           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING
           MOVE SPACES TO AUDIT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit.log" DELIMITED BY SIZE
               INTO AUDIT-PATH
           END-STRING
           MOVE SPACES TO REPORT-PATH
           IF verify-mode = 1
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/raffle-verify-" DELIMITED BY SIZE
                   FUNCTION TRIM(raf-wanted) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO REPORT-PATH
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/raffle-draw-" DELIMITED BY SIZE
                   FUNCTION TRIM(raf-wanted) DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO REPORT-PATH
               END-STRING
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

       FIND-RAFFLE.
           MOVE 0 TO RAFFLES-EOF
           OPEN INPUT RAFFLES-FILE
           IF RAFFLES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RAFFLES-EOF = 1 OR raf-found = 1
               READ RAFFLES-FILE
                   AT END
                       MOVE 1 TO RAFFLES-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RAFFLES-LINE) NOT = SPACES
                           AND RAFFLES-LINE(1:1) NOT = "#"
                           PERFORM PARSE-RAFFLE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RAFFLES-FILE
           .

       PARSE-RAFFLE-LINE.
           MOVE SPACES TO field-work
           UNSTRING RAFFLES-LINE DELIMITED BY X"09"
               INTO fld-1 fld-2 fld-3 fld-4 fld-5 fld-6
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(fld-1))
                   NOT = FUNCTION UPPER-CASE(raf-wanted)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO raf-found
           MOVE FUNCTION TRIM(fld-1) TO raf-id
           MOVE fld-2 TO raf-name
           MOVE 1 TO raf-first
           IF FUNCTION TRIM(fld-3) NOT = SPACES
               MOVE FUNCTION NUMVAL(fld-3) TO raf-price
           END-IF
           IF FUNCTION TRIM(fld-4) NOT = SPACES
               MOVE FUNCTION NUMVAL(fld-4) TO raf-first
           END-IF
           IF FUNCTION TRIM(fld-5) NOT = SPACES
               MOVE FUNCTION NUMVAL(fld-5) TO raf-last
           END-IF
           MOVE FUNCTION TRIM(fld-6) TO raf-draw-date
           .

      * LOAD-PRIZES - Each prize goes in after the ones ranked
      * before it (equal ranks keep file order).
       LOAD-PRIZES.
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
                           PERFORM PARSE-PRIZE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIZES-FILE
           .

       PARSE-PRIZE-LINE.
           MOVE SPACES TO field-work
           UNSTRING PRIZES-LINE DELIMITED BY X"09"
               INTO fld-1 fld-2 fld-3 fld-4
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(fld-1))
                   NOT = FUNCTION UPPER-CASE(raf-id)
               OR prz-count >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO prz-new-rank
           IF FUNCTION TRIM(fld-2) IS NUMERIC
               MOVE FUNCTION NUMVAL(fld-2) TO prz-new-rank
           END-IF

           MOVE prz-count TO prz-pos
           ADD 1 TO prz-pos
           PERFORM VARYING prz-idx FROM prz-count BY -1
                   UNTIL prz-idx < 1
               IF prz-rank(prz-idx) <= prz-new-rank
                   EXIT PERFORM
               END-IF
               MOVE prz-entry(prz-idx) TO prz-entry(prz-idx + 1)
               MOVE prz-idx TO prz-pos
           END-PERFORM
           ADD 1 TO prz-count

           MOVE prz-new-rank TO prz-rank(prz-pos)
           MOVE FUNCTION TRIM(fld-3) TO prz-text(prz-pos)
           MOVE 0 TO prz-cost(prz-pos)
           IF FUNCTION TRIM(fld-4) NOT = SPACES
               MOVE FUNCTION NUMVAL(fld-4) TO prz-cost(prz-pos)
           END-IF
           MOVE 0 TO prz-ticket(prz-pos)
           MOVE SPACES TO prz-user(prz-pos)
           MOVE 0 TO prz-pick(prz-pos)
           MOVE 0 TO prz-in-hat(prz-pos)
           MOVE 0 TO prz-rec-ticket(prz-pos)
           ADD prz-cost(prz-pos) TO prize-cost-total
           .

       LOAD-TICKETS.
           MOVE 0 TO TICKETS-EOF
           OPEN INPUT TICKETS-FILE
           IF TICKETS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TICKETS-EOF = 1
               READ TICKETS-FILE
                   AT END
                       MOVE 1 TO TICKETS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(TICKETS-LINE) NOT = SPACES
                           PERFORM PARSE-TICKET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TICKETS-FILE
           .

       PARSE-TICKET-LINE.
           MOVE SPACES TO field-work
           UNSTRING TICKETS-LINE DELIMITED BY X"09"
               INTO fld-1 fld-2 fld-3 fld-4
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(fld-1))
                   NOT = FUNCTION UPPER-CASE(raf-id)
               OR FUNCTION TRIM(fld-2) IS NOT NUMERIC
               OR tkt-count >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tkt-count
           MOVE FUNCTION NUMVAL(fld-2) TO tkt-no(tkt-count)
           MOVE FUNCTION TRIM(fld-3) TO tkt-user(tkt-count)
           MOVE FUNCTION TRIM(fld-4) TO tkt-ts(tkt-count)
           .

      * LOAD-RECORDED-DRAW - The raffle's lines in raffle-draws.txt:
      * when and with which seed it was drawn, and each rank's
      * ticket for the re-check.
       LOAD-RECORDED-DRAW.
           MOVE 0 TO DRAWS-EOF
           OPEN INPUT DRAWS-FILE
           IF DRAWS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DRAWS-EOF = 1
               READ DRAWS-FILE
                   AT END
                       MOVE 1 TO DRAWS-EOF
                   NOT AT END
                       PERFORM PARSE-DRAW-LINE
               END-READ
           END-PERFORM
           CLOSE DRAWS-FILE
           .

       PARSE-DRAW-LINE.
           MOVE SPACES TO field-work
           UNSTRING DRAWS-LINE DELIMITED BY X"09"
               INTO fld-1 fld-2 fld-3 fld-4 fld-5 fld-6 fld-7
           END-UNSTRING
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(fld-1))
                   NOT = FUNCTION UPPER-CASE(raf-id)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO rec-found
           MOVE FUNCTION TRIM(fld-2) TO rec-ts
           IF FUNCTION TRIM(fld-3) IS NUMERIC
               MOVE FUNCTION NUMVAL(fld-3) TO rec-seed
           END-IF
           MOVE 0 TO rec-rank
           MOVE 0 TO rec-ticket
           IF FUNCTION TRIM(fld-4) IS NUMERIC
               MOVE FUNCTION NUMVAL(fld-4) TO rec-rank
           END-IF
           IF FUNCTION TRIM(fld-5) IS NUMERIC
               MOVE FUNCTION NUMVAL(fld-5) TO rec-ticket
           END-IF
      *    Ranks may repeat (two third prizes), so the record is
      *    matched to the first prize of that rank still without one.
           PERFORM VARYING prz-idx FROM 1 BY 1
                   UNTIL prz-idx > prz-count
               IF prz-rank(prz-idx) = rec-rank
                   AND prz-rec-ticket(prz-idx) = 0
                   MOVE rec-ticket TO prz-rec-ticket(prz-idx)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * NEXT-RANDOM - random-value in [0, 1); the first call seeds
      * the sequence, as in AUDIT-SAMPLE.
       NEXT-RANDOM.
           IF seeded = 0
               MOVE 1 TO seeded
               COMPUTE random-value = FUNCTION RANDOM(draw-seed)
           ELSE
               COMPUTE random-value = FUNCTION RANDOM
           END-IF
           .

      * DRAW-WINNERS - Every ticket goes in the hat in sale order;
      * each prize, best rank first, takes one out. Prizes left
      * when the hat is empty are not drawn.
       DRAW-WINNERS.
           MOVE 0 TO hat-count
           PERFORM VARYING tkt-idx FROM 1 BY 1
                   UNTIL tkt-idx > tkt-count
               ADD 1 TO hat-count
               MOVE tkt-idx TO hat-slot(hat-count)
           END-PERFORM
           MOVE 0 TO prizes-drawn
           PERFORM VARYING prz-idx FROM 1 BY 1
                   UNTIL prz-idx > prz-count OR hat-count = 0
               PERFORM NEXT-RANDOM
               COMPUTE hat-pick =
                   FUNCTION INTEGER(random-value * hat-count) + 1
               IF hat-pick > hat-count
                   MOVE hat-count TO hat-pick
               END-IF
               MOVE hat-count TO prz-in-hat(prz-idx)
               MOVE hat-pick TO prz-pick(prz-idx)
               MOVE hat-slot(hat-pick) TO tkt-idx
               MOVE tkt-no(tkt-idx) TO prz-ticket(prz-idx)
               MOVE tkt-user(tkt-idx) TO prz-user(prz-idx)
               ADD 1 TO prizes-drawn
               PERFORM VARYING hat-idx FROM hat-pick BY 1
                       UNTIL hat-idx >= hat-count
                   MOVE hat-slot(hat-idx + 1) TO hat-slot(hat-idx)
               END-PERFORM
               SUBTRACT 1 FROM hat-count
           END-PERFORM
           .

       PRINT-PROTOCOL.
           IF verify-mode = 1
               MOVE "RAFFLE DRAW RE-CHECK" TO REPORT-LINE
           ELSE
               MOVE "RAFFLE DRAW PROTOCOL" TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:66)
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Raffle       : " DELIMITED BY SIZE
               FUNCTION TRIM(raf-id) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(raf-name) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE raf-first TO display-no
           MOVE raf-last TO display-no-2
           MOVE SPACES TO REPORT-LINE
           STRING "Numbers      : " DELIMITED BY SIZE
               FUNCTION TRIM(display-no) DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               FUNCTION TRIM(display-no-2) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Draw date    : " DELIMITED BY SIZE
               raf-draw-date DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           IF verify-mode = 1
               STRING "Drawn at     : " DELIMITED BY SIZE
                   rec-ts DELIMITED BY SIZE
                   "  (re-checked " DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Drawn at     : " DELIMITED BY SIZE
                   draw-ts DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM EMIT-LINE
           MOVE draw-seed TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Seed         : " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE tkt-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Tickets sold : " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE "Ticket price" TO print-label
           MOVE raf-price TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Takings (tickets sold x price)" TO print-label
           COMPUTE print-amount = raf-price * tkt-count
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Prize costs" TO print-label
           MOVE prize-cost-total TO print-amount
           PERFORM EMIT-AMOUNT-LINE

           PERFORM EMIT-BLANK
           MOVE "Method: the tickets below go in the hat in sale order."
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "For each prize, best rank first, the generator seeded"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "once with the seed above gives r in [0,1); ticket"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "INT(r x n) + 1 of the n still in the hat wins and"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "leaves the hat. RAFFLE_VERIFY=YES repeats the draw."
               TO REPORT-LINE
           PERFORM EMIT-LINE

           PERFORM EMIT-BLANK
           MOVE "In the hat:" TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING tkt-idx FROM 1 BY 1
                   UNTIL tkt-idx > tkt-count
               MOVE tkt-no(tkt-idx) TO display-no
               MOVE SPACES TO REPORT-LINE
               STRING "  #" DELIMITED BY SIZE
                   display-no DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   tkt-user(tkt-idx) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   tkt-ts(tkt-idx) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
           END-PERFORM

           PERFORM EMIT-BLANK
           MOVE "Result:" TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING prz-idx FROM 1 BY 1
                   UNTIL prz-idx > prz-count
               PERFORM PRINT-ONE-PRIZE
           END-PERFORM
           .

       PRINT-ONE-PRIZE.
           MOVE prz-rank(prz-idx) TO display-rank
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               display-rank DELIMITED BY SIZE
               ". " DELIMITED BY SIZE
               FUNCTION TRIM(prz-text(prz-idx)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF prz-in-hat(prz-idx) = 0
               MOVE "       not drawn - no tickets left in the hat"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE prz-ticket(prz-idx) TO display-no
           MOVE SPACES TO REPORT-LINE
           STRING "       ticket #" DELIMITED BY SIZE
               FUNCTION TRIM(display-no) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(prz-user(prz-idx)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE prz-pick(prz-idx) TO display-no
           MOVE prz-in-hat(prz-idx) TO display-no-2
           MOVE SPACES TO REPORT-LINE
           STRING "       pick " DELIMITED BY SIZE
               FUNCTION TRIM(display-no) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(display-no-2) DELIMITED BY SIZE
               " in the hat" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           IF verify-mode = 1
               MOVE prz-rec-ticket(prz-idx) TO display-no
               MOVE SPACES TO REPORT-LINE
               IF prz-rec-ticket(prz-idx) = prz-ticket(prz-idx)
                   STRING "       recorded #" DELIMITED BY SIZE
                       FUNCTION TRIM(display-no) DELIMITED BY SIZE
                       " - matches" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO mismatch-count
                   STRING "       recorded #" DELIMITED BY SIZE
                       FUNCTION TRIM(display-no) DELIMITED BY SIZE
                       " - DOES NOT MATCH" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               PERFORM EMIT-LINE
           END-IF
           .

      * VERIFY-DRAW - The recorded seed over the tickets on file
      * must give the recorded winners; a ticket line changed,
      * added or removed since the draw shows up as a mismatch.
       VERIFY-DRAW.
           IF rec-found = 0
               DISPLAY "Raffle " FUNCTION TRIM(raf-id)
                   " has not been drawn - nothing to re-check."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE rec-seed TO draw-seed
           PERFORM DRAW-WINNERS
           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-PROTOCOL
           PERFORM EMIT-BLANK
           IF mismatch-count = 0
               MOVE "Re-check: the draw matches the record."
                   TO REPORT-LINE
           ELSE
               MOVE mismatch-count TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "Re-check: " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " prize(s) do not match the record."
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM EMIT-LINE
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "Re-check written to " FUNCTION TRIM(REPORT-PATH)
           .

       RECORD-DRAW.
           OPEN EXTEND DRAWS-FILE
           IF DRAWS-STATUS = "35"
               OPEN OUTPUT DRAWS-FILE
           END-IF
           MOVE draw-seed TO display-count
           PERFORM VARYING prz-idx FROM 1 BY 1
                   UNTIL prz-idx > prz-count
               IF prz-in-hat(prz-idx) > 0
                   MOVE prz-rank(prz-idx) TO display-rank
                   MOVE prz-ticket(prz-idx) TO display-no
                   MOVE SPACES TO DRAWS-LINE
                   STRING
                       FUNCTION TRIM(raf-id) DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       draw-ts DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(display-count) DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(display-rank) DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(display-no) DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(prz-user(prz-idx))
                           DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(prz-text(prz-idx))
                           DELIMITED BY SIZE
                       INTO DRAWS-LINE
                   END-STRING
                   WRITE DRAWS-LINE
               END-IF
           END-PERFORM
           CLOSE DRAWS-FILE
           .

      * QUEUE-WINNER-NOTICES - One RAFFLE record per prize won, in
      * the outbox record shape of the TUI's WRITE-OUTBOX-ENTRY.
       QUEUE-WINNER-NOTICES.
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           PERFORM VARYING prz-idx FROM 1 BY 1
                   UNTIL prz-idx > prz-count
               IF prz-in-hat(prz-idx) > 0
                   MOVE prz-ticket(prz-idx) TO display-no
                   MOVE SPACES TO outbox-text
                   STRING "Your ticket #" DELIMITED BY SIZE
                       FUNCTION TRIM(display-no) DELIMITED BY SIZE
                       " won " DELIMITED BY SIZE
                       FUNCTION TRIM(prz-text(prz-idx))
                           DELIMITED BY SIZE
                       " in " DELIMITED BY SIZE
                       FUNCTION TRIM(raf-name) DELIMITED BY SIZE
                       " - collect it at the bar." DELIMITED BY SIZE
                       INTO outbox-text
                   END-STRING
                   MOVE SPACES TO OUTBOX-LINE
                   STRING
                       draw-ts DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       "RAFFLE" DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(prz-user(prz-idx))
                           DELIMITED BY SIZE
                       X"09" DELIMITED BY SIZE
                       FUNCTION TRIM(outbox-text) DELIMITED BY SIZE
                       INTO OUTBOX-LINE
                   END-STRING
                   WRITE OUTBOX-LINE
               END-IF
           END-PERFORM
           CLOSE OUTBOX-FILE
           .

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE draw-seed TO display-count
           MOVE prizes-drawn TO display-rank
           MOVE SPACES TO AUDIT-LINE
           STRING
               draw-ts DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "raffle-draw" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "Raffle " DELIMITED BY SIZE
               FUNCTION TRIM(raf-id) DELIMITED BY SIZE
               " drawn with seed " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(display-rank) DELIMITED BY SIZE
               " prize(s) awarded" DELIMITED BY SIZE
               INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE
           .

      * ACQUIRE-RAFFLE-LOCK / RELEASE-RAFFLE-LOCK - the same
      * mkdir-based cooperative lock the TUI takes around a raffle
      * sale, with the same bounded wait and loud stale-lock break.
       ACQUIRE-RAFFLE-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   UNTIL lock-tries > 10 OR lock-ok = 1
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/raffle.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
                   RETURNING lock-cmd-result
               END-CALL
               IF lock-cmd-result = 0
                   MOVE 1 TO lock-ok
               ELSE
                   CALL "SYSTEM" USING "sleep 1"
                   END-CALL
               END-IF
           END-PERFORM
           IF lock-ok = 0
               DISPLAY "Breaking stale raffle lock."
               PERFORM RELEASE-RAFFLE-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/raffle.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           .

       RELEASE-RAFFLE-LOCK.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/raffle.lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       EMIT-AMOUNT-LINE.
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE SPACES TO REPORT-LINE
           MOVE print-label TO REPORT-LINE(1:52)
           MOVE display-amount TO REPORT-LINE(53:14)
           PERFORM EMIT-LINE
           .

       EMIT-BLANK.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM RAFFLE-DRAW.
