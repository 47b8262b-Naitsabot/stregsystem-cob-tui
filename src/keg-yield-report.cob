      ******************************************************************
      * Author: Naitsabot
      * Purpose: Draught keg yield and wastage report
      * Description:
      *     Batch report over keg-yield.log, the line the kiosk
      *     appends when an operator marks a keg empty (admin menu,
      *     D): per emptied keg the glasses it should have poured
      *     (volume / glass size) against the glasses actually sold,
      *     then the same totalled per product, so a tap that keeps
      *     losing a tenth of every keg stands out from one bad keg.
      *     Kegs still on tap (kegs.txt) are listed with how far
      *     through they are.
      *     KEG_FROM / KEG_TO (YYYYMMDD, on the emptied date) narrow
      *     the emptied kegs; default is everything logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEG-YIELD-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEG-YIELD-FILE
               ASSIGN TO KEG-YIELD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEG-YIELD-STATUS.
           SELECT KEG-FILE
               ASSIGN TO KEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEG-YIELD-FILE.
        01 KEG-YIELD-LINE       PIC X(160).
       FD  KEG-FILE.
        01 KEG-LINE             PIC X(128).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 KEG-YIELD-PATH        PIC X(256).
       01 KEG-YIELD-STATUS      PIC XX.
       01 KEG-YIELD-EOF         PIC 9 VALUE 0.
       01 KEG-PATH              PIC X(256).
       01 KEG-STATUS            PIC XX.
       01 KEG-EOF               PIC 9 VALUE 0.
       01 range-from            PIC X(8).
       01 range-to              PIC X(8).

       01 yield-fields.
           05 yld-date          PIC X(8).
           05 yld-keg-id        PIC X(12).
           05 yld-prod-id       PIC X(10).
           05 yld-volume        PIC X(8).
           05 yld-glass         PIC X(8).
           05 yld-tapped        PIC X(15).
           05 yld-emptied       PIC X(15).
           05 yld-theoretical   PIC X(8).
           05 yld-sold          PIC X(8).
           05 yld-wastage       PIC X(8).

       01 keg-fields.
           05 keg-id            PIC X(12).
           05 keg-prod-id       PIC X(10).
           05 keg-volume        PIC X(8).
           05 keg-glass         PIC X(8).
           05 keg-tapped        PIC X(15).
           05 keg-sold          PIC X(8).

       01 line-work.
           05 theoretical-num   PIC S9(6) COMP-5.
           05 sold-num          PIC S9(6) COMP-5.
           05 wastage-num       PIC S9(6) COMP-5.
           05 volume-num        PIC S9(6) COMP-5.
           05 glass-num         PIC S9(6) COMP-5.
           05 yield-pct         PIC S9(5) COMP-5.
           05 keg-line-count    PIC 9(4) COMP-5 VALUE 0.
           05 tap-line-count    PIC 9(4) COMP-5 VALUE 0.

       01 product-totals.
           05 prod-count        PIC 9(3) COMP-5 VALUE 0.
           05 prod-entry OCCURS 100 TIMES.
               10 prod-id       PIC X(10).
               10 prod-kegs     PIC 9(4) COMP-5.
               10 prod-theory   PIC S9(8) COMP-5.
               10 prod-sold     PIC S9(8) COMP-5.
           05 prod-idx          PIC 9(3) COMP-5.
           05 prod-found-idx    PIC 9(3) COMP-5.

       01 display-num           PIC -(5)9.
       01 display-num2          PIC -(5)9.
       01 display-num3          PIC -(5)9.
       01 display-pct           PIC -(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM KEG YIELD"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-KEG-YIELD-LOG
           PERFORM PRINT-PRODUCT-TOTALS
           PERFORM READ-KEGS-ON-TAP
           STOP RUN.

       INIT-PATHS.
           MOVE SPACES TO HOME-DIR
           ACCEPT HOME-DIR FROM ENVIRONMENT "HOME"
           IF FUNCTION TRIM(HOME-DIR) = SPACES
               MOVE "/tmp" TO HOME-DIR
           END-IF

           MOVE SPACES TO KEG-YIELD-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/keg-yield.log"
                   DELIMITED BY SIZE
               INTO KEG-YIELD-PATH
           END-STRING

           MOVE SPACES TO KEG-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/kegs.txt" DELIMITED BY SIZE
               INTO KEG-PATH
           END-STRING

           MOVE SPACES TO range-from
           ACCEPT range-from FROM ENVIRONMENT "KEG_FROM"
           IF range-from IS NOT NUMERIC
               MOVE "00000000" TO range-from
           END-IF
           MOVE SPACES TO range-to
           ACCEPT range-to FROM ENVIRONMENT "KEG_TO"
           IF range-to IS NOT NUMERIC
               MOVE "99999999" TO range-to
           END-IF
           .

       READ-KEG-YIELD-LOG.
           DISPLAY " "
           DISPLAY "Emptied kegs (glasses):"
           DISPLAY "  emptied | keg | product | should | sold | "
               "wastage | yield"
           DISPLAY "------------------------------------------"
           MOVE 0 TO KEG-YIELD-EOF
           OPEN INPUT KEG-YIELD-FILE
           IF KEG-YIELD-STATUS = "35"
               DISPLAY "  (no keg has been emptied yet)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KEG-YIELD-EOF = 1
               READ KEG-YIELD-FILE
                   AT END
                       MOVE 1 TO KEG-YIELD-EOF
                   NOT AT END
                       PERFORM PROCESS-YIELD-LINE
               END-READ
           END-PERFORM
           CLOSE KEG-YIELD-FILE
           IF keg-line-count = 0
               DISPLAY "  (no kegs emptied in the range)"
           END-IF
           .

       PROCESS-YIELD-LINE.
           IF FUNCTION TRIM(KEG-YIELD-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO yield-fields
           UNSTRING KEG-YIELD-LINE DELIMITED BY X"09"
               INTO yld-date
                    yld-keg-id
                    yld-prod-id
                    yld-volume
                    yld-glass
                    yld-tapped
                    yld-emptied
                    yld-theoretical
                    yld-sold
                    yld-wastage
           END-UNSTRING
           IF yld-date < range-from OR yld-date > range-to
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO keg-line-count
           MOVE 0 TO theoretical-num
           MOVE 0 TO sold-num
           IF FUNCTION TRIM(yld-theoretical) NOT = SPACES
               MOVE FUNCTION NUMVAL(yld-theoretical)
                   TO theoretical-num
           END-IF
           IF FUNCTION TRIM(yld-sold) NOT = SPACES
               MOVE FUNCTION NUMVAL(yld-sold) TO sold-num
           END-IF
           COMPUTE wastage-num = theoretical-num - sold-num
           PERFORM COMPUTE-YIELD-PCT

           MOVE theoretical-num TO display-num
           MOVE sold-num TO display-num2
           MOVE wastage-num TO display-num3
           MOVE yield-pct TO display-pct
           DISPLAY "  " yld-date
               " | " FUNCTION TRIM(yld-keg-id)
               " | " FUNCTION TRIM(yld-prod-id)
               " | " display-num " | " display-num2
               " | " display-num3 " | " display-pct "%"

           MOVE 0 TO prod-found-idx
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               IF prod-id(prod-idx) = yld-prod-id
                   MOVE prod-idx TO prod-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF prod-found-idx = 0 AND prod-count < 100
               ADD 1 TO prod-count
               MOVE prod-count TO prod-found-idx
               MOVE yld-prod-id TO prod-id(prod-found-idx)
               MOVE 0 TO prod-kegs(prod-found-idx)
               MOVE 0 TO prod-theory(prod-found-idx)
               MOVE 0 TO prod-sold(prod-found-idx)
           END-IF
           IF prod-found-idx NOT = 0
               ADD 1 TO prod-kegs(prod-found-idx)
               ADD theoretical-num TO prod-theory(prod-found-idx)
               ADD sold-num TO prod-sold(prod-found-idx)
           END-IF
           .

       COMPUTE-YIELD-PCT.
           MOVE 0 TO yield-pct
           IF theoretical-num > 0
               COMPUTE yield-pct ROUNDED =
                   sold-num * 100 / theoretical-num
           END-IF
           .

       PRINT-PRODUCT-TOTALS.
           IF prod-count = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Per product:"
           DISPLAY "  product | kegs | should | sold | wastage | yield"
           DISPLAY "------------------------------------------"
           PERFORM VARYING prod-idx FROM 1 BY 1
                   UNTIL prod-idx > prod-count
               MOVE prod-theory(prod-idx) TO theoretical-num
               MOVE prod-sold(prod-idx) TO sold-num
               COMPUTE wastage-num = theoretical-num - sold-num
               PERFORM COMPUTE-YIELD-PCT
               MOVE prod-kegs(prod-idx) TO display-num
               DISPLAY "  " FUNCTION TRIM(prod-id(prod-idx))
                   " | " display-num NO ADVANCING
               MOVE theoretical-num TO display-num
               MOVE sold-num TO display-num2
               MOVE wastage-num TO display-num3
               MOVE yield-pct TO display-pct
               DISPLAY " | " display-num " | " display-num2
                   " | " display-num3 " | " display-pct "%"
           END-PERFORM
           DISPLAY "------------------------------------------"
           .

       READ-KEGS-ON-TAP.
           DISPLAY " "
           DISPLAY "On tap now:"
           DISPLAY "  keg | product | tapped | should | sold | gone"
           DISPLAY "------------------------------------------"
           MOVE 0 TO KEG-EOF
           OPEN INPUT KEG-FILE
           IF KEG-STATUS = "35"
               DISPLAY "  (no kegs on tap)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL KEG-EOF = 1
               READ KEG-FILE
                   AT END
                       MOVE 1 TO KEG-EOF
                   NOT AT END
                       PERFORM PROCESS-KEG-LINE
               END-READ
           END-PERFORM
           CLOSE KEG-FILE
           IF tap-line-count = 0
               DISPLAY "  (no kegs on tap)"
           END-IF
           .

       PROCESS-KEG-LINE.
           IF FUNCTION TRIM(KEG-LINE) = SPACES
               OR KEG-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO tap-line-count
           MOVE SPACES TO keg-fields
           UNSTRING KEG-LINE DELIMITED BY X"09"
               INTO keg-id
                    keg-prod-id
                    keg-volume
                    keg-glass
                    keg-tapped
                    keg-sold
           END-UNSTRING
           MOVE 0 TO volume-num
           MOVE 0 TO glass-num
           MOVE 0 TO sold-num
           IF FUNCTION TRIM(keg-volume) NOT = SPACES
               MOVE FUNCTION NUMVAL(keg-volume) TO volume-num
           END-IF
           IF FUNCTION TRIM(keg-glass) NOT = SPACES
               MOVE FUNCTION NUMVAL(keg-glass) TO glass-num
           END-IF
           IF FUNCTION TRIM(keg-sold) NOT = SPACES
               MOVE FUNCTION NUMVAL(keg-sold) TO sold-num
           END-IF
           MOVE 0 TO theoretical-num
           IF glass-num > 0
               COMPUTE theoretical-num = volume-num / glass-num
           END-IF
           PERFORM COMPUTE-YIELD-PCT
           MOVE theoretical-num TO display-num
           MOVE sold-num TO display-num2
           MOVE yield-pct TO display-pct
           DISPLAY "  " FUNCTION TRIM(keg-id)
               " | " FUNCTION TRIM(keg-prod-id)
               " | " keg-tapped
               " | " display-num " | " display-num2
               " | " display-pct "%"
           .

       END PROGRAM KEG-YIELD-REPORT.
