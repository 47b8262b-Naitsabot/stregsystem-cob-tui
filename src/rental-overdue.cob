      ******************************************************************
      * Author: Naitsabot
      * Purpose: Nightly overdue-rental run
      * Description:
      *     Batch job over the kiosk's lending ledger (rentals.txt,
      *     written by the TUI's CHECKOUT:/CHECKIN: commands). Every
      *     loan still OUT past its due date gets a reminder queued
      *     in outbox.txt for OUTBOX-SEND, one per borrower per run.
      *     A loan overdue by more than RENTAL_CONVERT_DAYS (default
      *     30, 0 = never) has its held deposit converted into a
      *     charge: the deposit already sits on the member's balance,
      *     so nothing is posted to the server - the loan is closed
      *     as CONV and a sealed RENTCONV journal line moves the
      *     money from deposits held to revenue. Conversions are
      *     skipped (reminders still go out) while today sits in a
      *     closed period. A register goes to exports/.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAL-OVERDUE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENTAL-ITEMS-FILE
               ASSIGN TO RENTAL-ITEMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTAL-ITEMS-STATUS.
           SELECT RENTALS-FILE
               ASSIGN TO RENTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RENTALS-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT JOURNAL-SEQ-FILE
               ASSIGN TO JOURNAL-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-SEQ-STATUS.
           SELECT CLOSED-PERIODS-FILE
               ASSIGN TO CLOSED-PERIODS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIODS-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTAL-ITEMS-FILE.
        01 RENTAL-ITEMS-LINE    PIC X(128).
       FD  RENTALS-FILE.
        01 RENTALS-LINE         PIC X(200).
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  JOURNAL-SEQ-FILE.
        01 JOURNAL-SEQ-LINE     PIC X(64).
       FD  CLOSED-PERIODS-FILE.
        01 CLOSED-PERIODS-LINE  PIC X(128).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "copybooks/journal-store.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 RENTAL-ITEMS-PATH     PIC X(256).
       01 RENTAL-ITEMS-STATUS   PIC XX.
       01 RENTAL-ITEMS-EOF      PIC 9 VALUE 0.
       01 RENTALS-PATH          PIC X(256).
       01 RENTALS-TMP-PATH      PIC X(256).
       01 RENTALS-REAL-PATH     PIC X(256).
       01 RENTALS-STATUS        PIC XX.
       01 RENTALS-EOF           PIC 9 VALUE 0.
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-SEQ-PATH      PIC X(256).
       01 JOURNAL-SEQ-STATUS    PIC XX.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 OUTBOX-TIMESTAMP      PIC X(21).
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 RENTAL-ROOM-ID        PIC X(8) VALUE "10".

       01 closed-period-work.
           05 CLOSED-PERIODS-PATH   PIC X(256).
           05 CLOSED-PERIODS-STATUS PIC XX.
           05 CLOSED-PERIODS-EOF    PIC 9 VALUE 0.
           05 period-locked     PIC 9 VALUE 0.
           05 pcl-ts            PIC X(15).
           05 pcl-from          PIC X(8).
           05 pcl-to            PIC X(8).
           05 pcl-state         PIC X(8).

       01 file-lock-work.
           05 lock-name         PIC X(16).
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

       01 rental-config.
           05 convert-days      PIC 9(4) COMP-5 VALUE 30.
           05 env-text          PIC X(16).

       01 rental-items.
           05 ri-count          PIC 9(3) COMP-5 VALUE 0.
           05 ri-entry OCCURS 50 TIMES.
               10 ri-id         PIC X(10).
               10 ri-name       PIC X(30).
       01 ri-idx                PIC 9(3) COMP-5.

       01 rental-loans.
           05 rl-count          PIC 9(3) COMP-5 VALUE 0.
           05 rl-entry OCCURS 500 TIMES.
               10 rl-item       PIC X(10).
               10 rl-user       PIC X(32).
               10 rl-state      PIC X(4).
               10 rl-out-ts     PIC X(15).
               10 rl-due        PIC X(8).
               10 rl-deposit    PIC X(12).
               10 rl-fee        PIC X(12).
               10 rl-in-ts      PIC X(15).
               10 rl-charged    PIC X(12).
       01 rl-idx                PIC 9(3) COMP-5.
       01 rl-changed            PIC 9 VALUE 0.

       01 today-date            PIC X(8).
       01 today-int             PIC 9(9) COMP-5.
       01 due-int               PIC 9(9) COMP-5.
       01 days-over             PIC S9(9) COMP-5.
       01 date-num              PIC 9(8).
       01 item-name             PIC X(30).
       01 outbox-text           PIC X(200).
       01 deposit-amount        PIC S9(9) COMP-5.
       01 display-days          PIC Z(3)9.
       01 now-ts                PIC X(15).

       01 journal-seal-work.
           05 JNL-SEQ-NUM       PIC 9(9) COMP-5 VALUE 0.
           05 JNL-PREV-CHK      PIC 9(9) COMP-5 VALUE 0.
           05 JNL-SEQ-DISP      PIC 9(9).
           05 JNL-CHK-DISP      PIC 9(9).
           05 JNL-SEQ-TEXT      PIC X(16).
           05 JNL-CHK-TEXT      PIC X(16).
           05 JNL-LINE-SUM      PIC 9(18) COMP-5.
           05 JNL-CHK-WORK      PIC 9(18) COMP-5.
           05 JNL-SUM-POS       PIC 9(4) COMP-5.
           05 JNL-SUM-LEN       PIC 9(4) COMP-5.
       01 journal-entry-work.
           05 COST-DISP         PIC -(6)9.
       01 utc-work.
           05 UTC-TS            PIC X(15).
           05 UTC-NOW-RAW       PIC X(21).
           05 UTC-DATE-NUM      PIC 9(8).
           05 UTC-DATE-INT      PIC 9(9) COMP-5.
           05 UTC-MINUTES       PIC S9(5) COMP-5.
           05 UTC-OFF-MIN       PIC 9(4) COMP-5.
           05 UTC-HH            PIC 9(2) COMP-5.
           05 UTC-MM            PIC 9(2) COMP-5.
           05 UTC-HH-DISP       PIC 99.
           05 UTC-MM-DISP       PIC 99.

       01 totals.
           05 out-count         PIC 9(4) COMP-5 VALUE 0.
           05 overdue-count     PIC 9(4) COMP-5 VALUE 0.
           05 reminded-count    PIC 9(4) COMP-5 VALUE 0.
           05 converted-count   PIC 9(4) COMP-5 VALUE 0.
           05 converted-total   PIC S9(9) COMP-5 VALUE 0.
           05 held-count        PIC 9(4) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ9.
       01 display-bal           PIC -(8)9.99.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM OVERDUE RENTALS"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM CHECK-PERIOD-LOCK
           PERFORM LOAD-RENTAL-ITEMS
           PERFORM OPEN-REPORT
      *    The rentals lock is held across read and rewrite so a
      *    kiosk CHECKIN can't be lost under a conversion; the
      *    journal lock only around the sealed RENTCONV lines.
           MOVE "rentals" TO lock-name
           PERFORM ACQUIRE-FILE-LOCK
           PERFORM LOAD-RENTALS
           MOVE "journal" TO lock-name
           PERFORM ACQUIRE-FILE-LOCK
           PERFORM LOAD-JOURNAL-SEQ
           PERFORM VARYING rl-idx FROM 1 BY 1 UNTIL rl-idx > rl-count
               IF rl-state(rl-idx) = "OUT"
                   ADD 1 TO out-count
                   PERFORM CHECK-ONE-LOAN
               END-IF
           END-PERFORM
           MOVE "journal" TO lock-name
           PERFORM RELEASE-FILE-LOCK
           IF rl-changed = 1
               PERFORM SAVE-RENTALS
           END-IF
           MOVE "rentals" TO lock-name
           PERFORM RELEASE-FILE-LOCK
           CLOSE REPORT-FILE
           PERFORM PRINT-SUMMARY
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

           MOVE SPACES TO RENTAL-ITEMS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/rental-items.txt" DELIMITED BY SIZE
               INTO RENTAL-ITEMS-PATH
           END-STRING

           MOVE SPACES TO RENTALS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/rentals.txt" DELIMITED BY SIZE
               INTO RENTALS-PATH
           END-STRING

           MOVE SPACES TO RENTALS-TMP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/rentals.txt.tmp" DELIMITED BY SIZE
               INTO RENTALS-TMP-PATH
           END-STRING

           MOVE SPACES TO JOURNAL-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log" DELIMITED BY SIZE
               INTO JOURNAL-PATH
           END-STRING

           MOVE SPACES TO JOURNAL-SEQ-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal-seq.txt" DELIMITED BY SIZE
               INTO JOURNAL-SEQ-PATH
           END-STRING

           MOVE SPACES TO CLOSED-PERIODS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/closed-periods.txt" DELIMITED BY SIZE
               INTO CLOSED-PERIODS-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/rental-overdue-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           MOVE today-date TO date-num
           COMPUTE today-int = FUNCTION INTEGER-OF-DATE(date-num)
           MOVE FUNCTION CURRENT-DATE(1:8) TO now-ts
           MOVE "-" TO now-ts(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO now-ts(10:6)

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "RENTAL_CONVERT_DAYS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(env-text) TO convert-days
           END-IF

           MOVE SPACES TO RENTAL-ROOM-ID
           ACCEPT RENTAL-ROOM-ID FROM ENVIRONMENT "SO_ROOM"
           IF FUNCTION TRIM(RENTAL-ROOM-ID) = SPACES
               MOVE "10" TO RENTAL-ROOM-ID
           END-IF
           .

       LOAD-RENTAL-ITEMS.
           MOVE 0 TO RENTAL-ITEMS-EOF
           OPEN INPUT RENTAL-ITEMS-FILE
           IF RENTAL-ITEMS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RENTAL-ITEMS-EOF = 1
               READ RENTAL-ITEMS-FILE
                   AT END
                       MOVE 1 TO RENTAL-ITEMS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RENTAL-ITEMS-LINE) NOT = SPACES
                           AND RENTAL-ITEMS-LINE(1:1) NOT = "#"
                           AND ri-count < 50
                           ADD 1 TO ri-count
                           UNSTRING RENTAL-ITEMS-LINE
                               DELIMITED BY X"09"
                               INTO ri-id(ri-count)
                                    ri-name(ri-count)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTAL-ITEMS-FILE
           .

       LOAD-RENTALS.
           MOVE 0 TO RENTALS-EOF
           OPEN INPUT RENTALS-FILE
           IF RENTALS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RENTALS-EOF = 1
               READ RENTALS-FILE
                   AT END
                       MOVE 1 TO RENTALS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(RENTALS-LINE) NOT = SPACES
                           AND RENTALS-LINE(1:1) NOT = "#"
                           AND rl-count < 500
                           ADD 1 TO rl-count
                           UNSTRING RENTALS-LINE DELIMITED BY X"09"
                               INTO rl-item(rl-count)
                                    rl-user(rl-count)
                                    rl-state(rl-count)
                                    rl-out-ts(rl-count)
                                    rl-due(rl-count)
                                    rl-deposit(rl-count)
                                    rl-fee(rl-count)
                                    rl-in-ts(rl-count)
                                    rl-charged(rl-count)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RENTALS-FILE
           .

      * SAVE-RENTALS - Write the ledger to a temp file and move it
      * into place, so a crash mid-write never truncates the loans.
       SAVE-RENTALS.
           MOVE RENTALS-PATH TO RENTALS-REAL-PATH
           MOVE RENTALS-TMP-PATH TO RENTALS-PATH
           OPEN OUTPUT RENTALS-FILE
           PERFORM VARYING rl-idx FROM 1 BY 1 UNTIL rl-idx > rl-count
               MOVE SPACES TO RENTALS-LINE
               STRING
                   FUNCTION TRIM(rl-item(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-user(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-state(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-out-ts(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-due(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-deposit(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-fee(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-in-ts(rl-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(rl-charged(rl-idx)) DELIMITED BY SIZE
                   INTO RENTALS-LINE
               END-STRING
               WRITE RENTALS-LINE
           END-PERFORM
           CLOSE RENTALS-FILE
           MOVE RENTALS-REAL-PATH TO RENTALS-PATH

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv " DELIMITED BY SIZE
               FUNCTION TRIM(RENTALS-TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RENTALS-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "Overdue rental register " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * CHECK-ONE-LOAN - Remind the borrower of an overdue loan, or
      * past the conversion limit keep the deposit instead.
       CHECK-ONE-LOAN.
           IF rl-due(rl-idx) IS NOT NUMERIC
               OR rl-due(rl-idx) >= today-date
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO overdue-count
           MOVE rl-due(rl-idx) TO date-num
           COMPUTE due-int = FUNCTION INTEGER-OF-DATE(date-num)
           COMPUTE days-over = today-int - due-int
           MOVE days-over TO display-days

           MOVE rl-item(rl-idx) TO item-name
           PERFORM VARYING ri-idx FROM 1 BY 1 UNTIL ri-idx > ri-count
               IF ri-id(ri-idx) = rl-item(rl-idx)
                   MOVE ri-name(ri-idx) TO item-name
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF convert-days > 0 AND days-over > convert-days
               IF period-locked = 1
                   ADD 1 TO held-count
                   MOVE SPACES TO REPORT-LINE
                   STRING "HELD (closed period) " DELIMITED BY SIZE
                       FUNCTION TRIM(rl-item(rl-idx))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(rl-user(rl-idx))
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   PERFORM CONVERT-ONE-DEPOSIT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO outbox-text
           STRING
               FUNCTION TRIM(item-name) DELIMITED BY SIZE
               " was due back " DELIMITED BY SIZE
               rl-due(rl-idx) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(display-days) DELIMITED BY SIZE
               " day(s) late) - please return it to the bar."
                   DELIMITED BY SIZE
               INTO outbox-text
           END-STRING
           PERFORM QUEUE-RENTAL-MESSAGE
           ADD 1 TO reminded-count

           MOVE SPACES TO REPORT-LINE
           STRING "REMINDED " DELIMITED BY SIZE
               FUNCTION TRIM(rl-item(rl-idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(rl-user(rl-idx)) DELIMITED BY SIZE
               " due " DELIMITED BY SIZE
               rl-due(rl-idx) DELIMITED BY SIZE
               " late " DELIMITED BY SIZE
               FUNCTION TRIM(display-days) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * CONVERT-ONE-DEPOSIT - Close the loan as CONV and journal the
      * kept deposit as RENTCONV. The member's balance already paid
      * it at checkout, so the line carries no balance (0, like
      * COMP lines) and no server posting is made.
       CONVERT-ONE-DEPOSIT.
           MOVE 0 TO deposit-amount
           IF FUNCTION TRIM(rl-deposit(rl-idx)) NOT = SPACES
               MOVE FUNCTION NUMVAL(rl-deposit(rl-idx))
                   TO deposit-amount
           END-IF

           IF deposit-amount > 0
               PERFORM WRITE-CONV-JOURNAL-LINE
           END-IF

           MOVE "CONV" TO rl-state(rl-idx)
           MOVE now-ts TO rl-in-ts(rl-idx)
           MOVE rl-deposit(rl-idx) TO rl-charged(rl-idx)
           MOVE 1 TO rl-changed
           ADD 1 TO converted-count
           ADD deposit-amount TO converted-total

           COMPUTE money-kr = deposit-amount / 100
           MOVE money-kr TO display-bal
           MOVE SPACES TO outbox-text
           STRING
               FUNCTION TRIM(item-name) DELIMITED BY SIZE
               " is " DELIMITED BY SIZE
               FUNCTION TRIM(display-days) DELIMITED BY SIZE
               " day(s) overdue - the deposit of " DELIMITED BY SIZE
               FUNCTION TRIM(display-bal) DELIMITED BY SIZE
               " kr has been kept." DELIMITED BY SIZE
               INTO outbox-text
           END-STRING
           PERFORM QUEUE-RENTAL-MESSAGE

           MOVE SPACES TO REPORT-LINE
           STRING "CONVERTED " DELIMITED BY SIZE
               FUNCTION TRIM(rl-item(rl-idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(rl-user(rl-idx)) DELIMITED BY SIZE
               " deposit " DELIMITED BY SIZE
               FUNCTION TRIM(display-bal) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

      * QUEUE-RENTAL-MESSAGE - Append the text in outbox-text to
      * outbox.txt as a RENTAL record for the borrower, same record
      * shape as the TUI's WRITE-OUTBOX-ENTRY.
       QUEUE-RENTAL-MESSAGE.
           MOVE SPACES TO OUTBOX-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TIMESTAMP

           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF

           MOVE SPACES TO OUTBOX-LINE
           STRING
               OUTBOX-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               OUTBOX-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "RENTAL" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rl-user(rl-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(outbox-text) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           .

       WRITE-CONV-JOURNAL-LINE.
           PERFORM GET-UTC-TIMESTAMP

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           MOVE deposit-amount TO COST-DISP

           MOVE SPACES TO JOURNAL-LINE
           STRING
               UTC-TS(1:15) DELIMITED BY SIZE
               "Z" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rl-user(rl-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "RENT:" DELIMITED BY SIZE
               FUNCTION TRIM(rl-item(rl-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(RENTAL-ROOM-ID) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "0" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "RENTCONV" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "batch" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "batch" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "v4" DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING

           ADD 1 TO JNL-SEQ-NUM
           PERFORM COMPUTE-JOURNAL-CHECKSUM
           MOVE JNL-SEQ-NUM TO JNL-SEQ-DISP
           MOVE JNL-PREV-CHK TO JNL-CHK-DISP
           STRING
               FUNCTION TRIM(JOURNAL-LINE) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               JNL-SEQ-DISP DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               JNL-CHK-DISP DELIMITED BY SIZE
               INTO JOURNAL-LINE
           END-STRING
           PERFORM SAVE-JOURNAL-SEQ

           WRITE JOURNAL-LINE
           CLOSE JOURNAL-FILE

           MOVE SPACES TO jstore-request-data
           MOVE "WRITE" TO jstore-op
           MOVE UTC-TS(1:8) TO jstore-date
           MOVE FUNCTION TRIM(rl-user(rl-idx)) TO jstore-username
           MOVE JOURNAL-LINE TO jstore-line
           CALL "JOURNAL-STORE" USING
               jstore-request-data
               jstore-response-data
               ON EXCEPTION
                   MOVE 1 TO jstore-status
           END-CALL
           .

      * CHECK-PERIOD-LOCK - Refuse to post into a period the
      * treasurer has closed (closed-periods.txt, maintained from
      * the TUI admin menu; the latest line for a range wins).
       CHECK-PERIOD-LOCK.
           MOVE 0 TO period-locked
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
           MOVE SPACES TO pcl-ts
           MOVE SPACES TO pcl-from
           MOVE SPACES TO pcl-to
           MOVE SPACES TO pcl-state
           UNSTRING CLOSED-PERIODS-LINE DELIMITED BY X"09"
               INTO pcl-ts
                    pcl-from
                    pcl-to
                    pcl-state
           END-UNSTRING
           IF FUNCTION CURRENT-DATE(1:8) >= pcl-from
               AND FUNCTION CURRENT-DATE(1:8) <= pcl-to
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(pcl-state))
                       = "CLOSED"
                   MOVE 1 TO period-locked
               ELSE
                   MOVE 0 TO period-locked
               END-IF
           END-IF
           .

       GET-UTC-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO UTC-NOW-RAW
           MOVE FUNCTION NUMVAL(UTC-NOW-RAW(9:2)) TO UTC-HH
           MOVE FUNCTION NUMVAL(UTC-NOW-RAW(11:2)) TO UTC-MM
           COMPUTE UTC-MINUTES = UTC-HH * 60 + UTC-MM

           MOVE 0 TO UTC-OFF-MIN
           IF UTC-NOW-RAW(18:4) IS NUMERIC
               COMPUTE UTC-OFF-MIN =
                   FUNCTION NUMVAL(UTC-NOW-RAW(18:2)) * 60
                   + FUNCTION NUMVAL(UTC-NOW-RAW(20:2))
           END-IF
           IF UTC-NOW-RAW(17:1) = "+"
               SUBTRACT UTC-OFF-MIN FROM UTC-MINUTES
           ELSE
               IF UTC-NOW-RAW(17:1) = "-"
                   ADD UTC-OFF-MIN TO UTC-MINUTES
               END-IF
           END-IF

           MOVE UTC-NOW-RAW(1:8) TO UTC-DATE-NUM
           COMPUTE UTC-DATE-INT =
               FUNCTION INTEGER-OF-DATE(UTC-DATE-NUM)
           IF UTC-MINUTES < 0
               ADD 1440 TO UTC-MINUTES
               SUBTRACT 1 FROM UTC-DATE-INT
           END-IF
           IF UTC-MINUTES >= 1440
               SUBTRACT 1440 FROM UTC-MINUTES
               ADD 1 TO UTC-DATE-INT
           END-IF
           COMPUTE UTC-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(UTC-DATE-INT)

           COMPUTE UTC-HH = UTC-MINUTES / 60
           COMPUTE UTC-MM = FUNCTION MOD(UTC-MINUTES, 60)
           MOVE UTC-HH TO UTC-HH-DISP
           MOVE UTC-MM TO UTC-MM-DISP
           MOVE SPACES TO UTC-TS
           STRING
               UTC-DATE-NUM DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               UTC-HH-DISP DELIMITED BY SIZE
               UTC-MM-DISP DELIMITED BY SIZE
               UTC-NOW-RAW(13:2) DELIMITED BY SIZE
               INTO UTC-TS
           END-STRING
           .

       COMPUTE-JOURNAL-CHECKSUM.
           MOVE 0 TO JNL-LINE-SUM
           COMPUTE JNL-SUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-LINE))
           PERFORM VARYING JNL-SUM-POS FROM 1 BY 1
                   UNTIL JNL-SUM-POS > JNL-SUM-LEN
               COMPUTE JNL-LINE-SUM = JNL-LINE-SUM
                   + FUNCTION ORD(JOURNAL-LINE(JNL-SUM-POS:1)) - 1
           END-PERFORM
           COMPUTE JNL-CHK-WORK =
               FUNCTION MOD(JNL-PREV-CHK * 131
                   + JNL-LINE-SUM * 7 + JNL-SEQ-NUM, 999999937)
           MOVE JNL-CHK-WORK TO JNL-PREV-CHK
           .

       LOAD-JOURNAL-SEQ.
           MOVE 0 TO JNL-SEQ-NUM
           MOVE 0 TO JNL-PREV-CHK
           OPEN INPUT JOURNAL-SEQ-FILE
           IF JOURNAL-SEQ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO JNL-SEQ-TEXT
                   MOVE SPACES TO JNL-CHK-TEXT
                   UNSTRING JOURNAL-SEQ-LINE DELIMITED BY X"09"
                       INTO JNL-SEQ-TEXT
                            JNL-CHK-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(JNL-SEQ-TEXT) NOT = SPACES
                       MOVE FUNCTION NUMVAL(JNL-SEQ-TEXT)
                           TO JNL-SEQ-NUM
                   END-IF
                   IF FUNCTION TRIM(JNL-CHK-TEXT) NOT = SPACES
                       MOVE FUNCTION NUMVAL(JNL-CHK-TEXT)
                           TO JNL-PREV-CHK
                   END-IF
           END-READ
           CLOSE JOURNAL-SEQ-FILE
           .

       SAVE-JOURNAL-SEQ.
           OPEN OUTPUT JOURNAL-SEQ-FILE
           MOVE JNL-SEQ-NUM TO JNL-SEQ-DISP
           MOVE JNL-PREV-CHK TO JNL-CHK-DISP
           MOVE SPACES TO JOURNAL-SEQ-LINE
           STRING
               JNL-SEQ-DISP DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               JNL-CHK-DISP DELIMITED BY SIZE
               INTO JOURNAL-SEQ-LINE
           END-STRING
           WRITE JOURNAL-SEQ-LINE
           CLOSE JOURNAL-SEQ-FILE
           .

      * ACQUIRE-FILE-LOCK / RELEASE-FILE-LOCK - the TUI's
      * cooperative locks/<lock-name>.lock directories ("rentals"
      * around the ledger, "journal" around sealed lines), bounded
      * wait then loud break.
       ACQUIRE-FILE-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   UNTIL lock-tries > 10 OR lock-ok = 1
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/" DELIMITED BY SIZE
                   FUNCTION TRIM(lock-name) DELIMITED BY SIZE
                   ".lock 2>/dev/null" DELIMITED BY SIZE
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
               DISPLAY "Breaking stale " FUNCTION TRIM(lock-name)
                   " lock."
               PERFORM RELEASE-FILE-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/" DELIMITED BY SIZE
                   FUNCTION TRIM(lock-name) DELIMITED BY SIZE
                   ".lock 2>/dev/null" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           .

       RELEASE-FILE-LOCK.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/" DELIMITED BY SIZE
               FUNCTION TRIM(lock-name) DELIMITED BY SIZE
               ".lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       PRINT-SUMMARY.
           DISPLAY " "
           MOVE out-count TO display-count
           DISPLAY "Loans out : " display-count
           MOVE overdue-count TO display-count
           DISPLAY "Overdue   : " display-count
           MOVE reminded-count TO display-count
           DISPLAY "Reminded  : " display-count
           MOVE converted-count TO display-count
           DISPLAY "Converted : " display-count
           COMPUTE money-kr = converted-total / 100
           MOVE money-kr TO display-bal
           DISPLAY "Kept      : " display-bal
           IF held-count > 0
               MOVE held-count TO display-count
               DISPLAY "Held (closed period): " display-count
           END-IF
           DISPLAY "Register  : " FUNCTION TRIM(REPORT-PATH)
           .

       END PROGRAM RENTAL-OVERDUE.
