      ******************************************************************
      * Author: Naitsabot
      * Purpose: Weekly petty-cash voucher listing
      * Description:
      *     Batch listing of the petty-cash payouts recorded at the
      *     kiosk (admin menu, T) - the PETTY lines in drawer.log -
      *     one numbered voucher per payout with date, receipt
      *     number, amount, purpose, the operator who took the cash
      *     and a tick box, so the treasurer can match the paper
      *     receipts against it and sign the week off.
      *     The week is the seven days ending on PETTY_TO (YYYYMMDD,
      *     default today); PETTY_FROM overrides the start.
      *     Written to exports/petty-cash-YYYYMMDD.txt (the PETTY_TO
      *     date) and echoed to the screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETTY-CASH-VOUCHERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE
               ASSIGN TO DRAWER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-FILE.
        01 DRAWER-LINE          PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 DRAWER-PATH           PIC X(256).
       01 DRAWER-STATUS         PIC XX.
       01 DRAWER-EOF            PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

       01 window-work.
           05 petty-from        PIC X(8).
           05 petty-to          PIC X(8).
           05 date-num          PIC 9(8).
           05 date-int          PIC S9(9) COMP-5.

       01 drawer-fields.
           05 drw-date          PIC X(8).
           05 drw-kind          PIC X(5).
           05 drw-amount        PIC X(16).
           05 drw-time          PIC X(6).
           05 drw-purpose       PIC X(30).
           05 drw-receipt       PIC X(12).
           05 drw-operator      PIC X(32).
       01 drw-amount-num        PIC S9(9) COMP-5.

       01 voucher-count         PIC 9(4) COMP-5 VALUE 0.
       01 voucher-total         PIC S9(9) COMP-5 VALUE 0.
       01 disp-voucher          PIC 9(3).
       01 disp-amount           PIC ZZ,ZZ9.99.
       01 disp-total            PIC ZZZ,ZZ9.99.
       01 display-count         PIC ZZZ9.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM PETTY-CASH VOUCHERS"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM READ-DRAWER-FILE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "Listing: " FUNCTION TRIM(REPORT-PATH)
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

           MOVE SPACES TO DRAWER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/drawer.log" DELIMITED BY SIZE
               INTO DRAWER-PATH
           END-STRING

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "PETTY_TO"
           IF env-text(1:8) IS NUMERIC
               MOVE env-text(1:8) TO petty-to
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO petty-to
           END-IF
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "PETTY_FROM"
           IF env-text(1:8) IS NUMERIC
               MOVE env-text(1:8) TO petty-from
           ELSE
               MOVE petty-to TO date-num
               COMPUTE date-int = FUNCTION INTEGER-OF-DATE(date-num)
                   - 6
               COMPUTE date-num = FUNCTION DATE-OF-INTEGER(date-int)
               MOVE date-num TO petty-from
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

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/petty-cash-" DELIMITED BY SIZE
               petty-to DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       READ-DRAWER-FILE.
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
           IF drw-date < petty-from OR drw-date > petty-to
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO drw-amount-num
           IF FUNCTION TRIM(drw-amount) NOT = SPACES
               MOVE FUNCTION NUMVAL(drw-amount) TO drw-amount-num
           END-IF
           ADD 1 TO voucher-count
           ADD drw-amount-num TO voucher-total

           MOVE voucher-count TO disp-voucher
           COMPUTE money-kr = drw-amount-num / 100
           MOVE money-kr TO disp-amount
           MOVE SPACES TO REPORT-LINE
           MOVE "[ ]" TO REPORT-LINE(1:3)
           MOVE disp-voucher TO REPORT-LINE(5:3)
           MOVE drw-date TO REPORT-LINE(10:8)
           MOVE drw-time(1:4) TO REPORT-LINE(19:4)
           MOVE drw-receipt TO REPORT-LINE(25:12)
           MOVE disp-amount TO REPORT-LINE(38:9)
           MOVE drw-purpose TO REPORT-LINE(49:30)
           MOVE drw-operator TO REPORT-LINE(80:20)
           PERFORM EMIT-LINE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "PETTY-CASH VOUCHERS " DELIMITED BY SIZE
               petty-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               petty-to DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ok  no.  date     time  receipt         amount  "
               DELIMITED BY SIZE
               "purpose                        operator"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           PERFORM EMIT-LINE
           .

       WRITE-REPORT-TOTALS.
           IF voucher-count = 0
               MOVE "  (no petty cash paid out in the week)"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:99)
           PERFORM EMIT-LINE
           MOVE voucher-count TO display-count
           COMPUTE money-kr = voucher-total / 100
           MOVE money-kr TO disp-total
           MOVE SPACES TO REPORT-LINE
           STRING "Vouchers: " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               "   Total paid out: " DELIMITED BY SIZE
               disp-total DELIMITED BY SIZE
               " kr" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Receipts checked by: ____________________  Date: ____"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM PETTY-CASH-VOUCHERS.
