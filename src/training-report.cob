      ******************************************************************
      * Author: Naitsabot
      * Purpose: Operator training and certification status
      * Description:
      *     Operators train on the kiosk against the mock backend
      *     (TRANSPORT=mock): every practice sale, return, drawer
      *     open/count, stock count and shift close they do there is
      *     appended to training.txt as a STEP record, and once a
      *     module's steps are done a trainer signs it off from the
      *     admin menu (SIGNOFF). Granting a role (GRANT) needs the
      *     modules that role calls for - see training-modules.cpy.
      *
      *     This report lists, for every operator in operators.txt
      *     (and every trainee who is not in it yet), the role they
      *     hold, the modules signed off, the role their training
      *     certifies them for and whether that covers the role they
      *     hold. A certification lapses once the operator has not
      *     worked a shift (shifts.log) or been signed off for a
      *     semester; the ones lapsing within the warning window are
      *     flagged so the trainers can book a shift in time.
      *     Output goes to exports/training-YYYYMMDD.txt. The run
      *     exits 1 when someone holds a role their training does not
      *     cover, so the nightly runner shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATORS-FILE
               ASSIGN TO OPERATORS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.
           SELECT TRAINING-FILE
               ASSIGN TO TRAINING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAINING-STATUS.
           SELECT SHIFTS-FILE
               ASSIGN TO SHIFTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFTS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATORS-FILE.
        01 OPERATORS-LINE       PIC X(64).
       FD  TRAINING-FILE.
        01 TRAINING-LINE        PIC X(200).
       FD  SHIFTS-FILE.
        01 SHIFTS-LINE          PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(120).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 OPERATORS-PATH        PIC X(256).
       01 OPERATORS-STATUS      PIC XX.
       01 OPERATORS-EOF         PIC 9 VALUE 0.
       01 TRAINING-PATH         PIC X(256).
       01 TRAINING-STATUS       PIC XX.
       01 TRAINING-EOF          PIC 9 VALUE 0.
       01 SHIFTS-PATH           PIC X(256).
       01 SHIFTS-STATUS         PIC XX.
       01 SHIFTS-EOF            PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       COPY "copybooks/training-modules.cpy".

      * operators - everyone in operators.txt, then every trainee
      * found only in training.txt (role "-").
       01 operators.
           05 opr-count         PIC 9(3) COMP-5 VALUE 0.
           05 opr-entry OCCURS 100 TIMES.
               10 opr-name      PIC X(32).
               10 opr-role      PIC X(5).
               10 opr-steps     PIC 9(3) COMP-5 OCCURS 6 TIMES.
               10 opr-signed    PIC 9 OCCURS 5 TIMES.
               10 opr-last      PIC X(8).
               10 opr-cert      PIC X(5).
               10 opr-covered   PIC X(1).
               10 opr-idle      PIC S9(6) COMP-5.
               10 opr-lapsed    PIC 9.
           05 opr-idx           PIC 9(3) COMP-5.
           05 opr-found         PIC 9(3) COMP-5.

       01 operator-fields.
           05 opf-name          PIC X(32).
           05 opf-pin           PIC X(16).
           05 opf-role          PIC X(8).

       01 training-fields.
           05 trf-rec           PIC X(8).
           05 trf-ts            PIC X(15).
           05 trf-oper          PIC X(32).
           05 trf-module        PIC X(10).
           05 trf-value         PIC X(32).

       01 shift-fields.
           05 shf-id            PIC X(13).
           05 shf-oper          PIC X(32).
           05 shf-start         PIC X(15).
           05 shf-end           PIC X(15).

       01 work-fields.
           05 req-idx           PIC 9(2) COMP-5.
           05 mod-idx           PIC 9(2) COMP-5.
           05 role-idx          PIC 9(2) COMP-5.
           05 check-role        PIC X(5).
           05 check-ok          PIC 9.
           05 today-date        PIC X(8).
           05 line-pos          PIC 9(3) COMP-5.

       01 counters.
           05 certified-count   PIC 9(3) COMP-5 VALUE 0.
           05 lapsing-count     PIC 9(3) COMP-5 VALUE 0.
           05 lapsed-count      PIC 9(3) COMP-5 VALUE 0.
           05 uncovered-count   PIC 9(3) COMP-5 VALUE 0.

       01 display-count         PIC ZZZZ9.
       01 disp-days             PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM OPERATOR TRAINING REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           PERFORM LOAD-OPERATORS
           PERFORM LOAD-TRAINING
           PERFORM LOAD-SHIFTS
           PERFORM VARYING opr-idx FROM 1 BY 1
                   UNTIL opr-idx > opr-count
               PERFORM CERTIFY-OPERATOR
           END-PERFORM
           PERFORM WRITE-REPORT

           MOVE opr-count TO display-count
           DISPLAY "Operators         : " display-count
           MOVE certified-count TO display-count
           DISPLAY "Role covered      : " display-count
           MOVE uncovered-count TO display-count
           DISPLAY "Role not covered  : " display-count
           MOVE lapsing-count TO display-count
           DISPLAY "About to lapse    : " display-count
           MOVE lapsed-count TO display-count
           DISPLAY "Lapsed            : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF uncovered-count > 0
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

           MOVE SPACES TO OPERATORS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/operators.txt" DELIMITED BY SIZE
               INTO OPERATORS-PATH
           END-STRING

           MOVE SPACES TO TRAINING-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/training.txt" DELIMITED BY SIZE
               INTO TRAINING-PATH
           END-STRING

           MOVE SPACES TO SHIFTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shifts.log" DELIMITED BY SIZE
               INTO SHIFTS-PATH
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
               "/exports/training-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       LOAD-OPERATORS.
           MOVE 0 TO OPERATORS-EOF
           OPEN INPUT OPERATORS-FILE
           IF OPERATORS-STATUS NOT = "00"
               DISPLAY "No operators.txt - listing trainees only."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OPERATORS-EOF = 1
               READ OPERATORS-FILE
                   AT END
                       MOVE 1 TO OPERATORS-EOF
                   NOT AT END
                       PERFORM PARSE-OPERATOR-LINE
               END-READ
           END-PERFORM
           CLOSE OPERATORS-FILE
           .

       PARSE-OPERATOR-LINE.
           IF FUNCTION TRIM(OPERATORS-LINE) = SPACES
               OR OPERATORS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO operator-fields
           UNSTRING OPERATORS-LINE DELIMITED BY ":"
               INTO opf-name
                    opf-pin
                    opf-role
           END-UNSTRING
           MOVE FUNCTION TRIM(opf-name) TO opf-name
           IF opf-name = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF opr-found = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(opf-role))
               TO opr-role(opr-found)
           IF opr-role(opr-found) = SPACES
               MOVE "VIEW" TO opr-role(opr-found)
           END-IF
           .

      * FIND-OPERATOR - opr-found = the row for opf-name, added as a
      * trainee (role "-") when new; 0 when the table is full.
       FIND-OPERATOR.
           MOVE 0 TO opr-found
           PERFORM VARYING opr-idx FROM 1 BY 1
                   UNTIL opr-idx > opr-count
               IF opr-name(opr-idx) = opf-name
                   MOVE opr-idx TO opr-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF opr-found > 0 OR opr-count >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO opr-count
           MOVE opr-count TO opr-found
           MOVE opf-name TO opr-name(opr-found)
           MOVE "-" TO opr-role(opr-found)
           PERFORM VARYING req-idx FROM 1 BY 1 UNTIL req-idx > 6
               MOVE 0 TO opr-steps(opr-found, req-idx)
           END-PERFORM
           PERFORM VARYING mod-idx FROM 1 BY 1 UNTIL mod-idx > 5
               MOVE 0 TO opr-signed(opr-found, mod-idx)
           END-PERFORM
           MOVE SPACES TO opr-last(opr-found)
           MOVE "-" TO opr-cert(opr-found)
           MOVE "-" TO opr-covered(opr-found)
           MOVE 0 TO opr-idle(opr-found)
           MOVE 1 TO opr-lapsed(opr-found)
           .

       LOAD-TRAINING.
           MOVE 0 TO TRAINING-EOF
           OPEN INPUT TRAINING-FILE
           IF TRAINING-STATUS NOT = "00"
               DISPLAY "No training.txt yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRAINING-EOF = 1
               READ TRAINING-FILE
                   AT END
                       MOVE 1 TO TRAINING-EOF
                   NOT AT END
                       PERFORM PARSE-TRAINING-LINE
               END-READ
           END-PERFORM
           CLOSE TRAINING-FILE
           .

      * PARSE-TRAINING-LINE - STEP and SIGNOFF records build up the
      * operator's record; GRANT records are history only.
       PARSE-TRAINING-LINE.
           IF FUNCTION TRIM(TRAINING-LINE) = SPACES
               OR TRAINING-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO training-fields
           UNSTRING TRAINING-LINE DELIMITED BY X"09"
               INTO trf-rec
                    trf-ts
                    trf-oper
                    trf-module
                    trf-value
           END-UNSTRING
           IF trf-rec NOT = "STEP" AND trf-rec NOT = "SIGNOFF"
               EXIT PARAGRAPH
           END-IF
           MOVE trf-oper TO opf-name
           PERFORM FIND-OPERATOR
           IF opr-found = 0
               EXIT PARAGRAPH
           END-IF

           IF trf-rec = "STEP"
               PERFORM VARYING req-idx FROM 1 BY 1
                       UNTIL req-idx > trn-req-count-all
                   IF trn-req-module(req-idx) = trf-module
                       AND trn-req-step(req-idx) = trf-value
                       ADD 1 TO opr-steps(opr-found, req-idx)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING mod-idx FROM 1 BY 1
                       UNTIL mod-idx > trn-module-count
                   IF trn-module(mod-idx) = trf-module
                       MOVE 1 TO opr-signed(opr-found, mod-idx)
                   END-IF
               END-PERFORM
               IF trf-ts(1:8) > opr-last(opr-found)
                   MOVE trf-ts(1:8) TO opr-last(opr-found)
               END-IF
           END-IF
           .

      * LOAD-SHIFTS - The last shift each known operator closed.
       LOAD-SHIFTS.
           MOVE 0 TO SHIFTS-EOF
           OPEN INPUT SHIFTS-FILE
           IF SHIFTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SHIFTS-EOF = 1
               READ SHIFTS-FILE
                   AT END
                       MOVE 1 TO SHIFTS-EOF
                   NOT AT END
                       PERFORM PARSE-SHIFT-LINE
               END-READ
           END-PERFORM
           CLOSE SHIFTS-FILE
           .

       PARSE-SHIFT-LINE.
           IF FUNCTION TRIM(SHIFTS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shift-fields
           UNSTRING SHIFTS-LINE DELIMITED BY X"09"
               INTO shf-id
                    shf-oper
                    shf-start
                    shf-end
           END-UNSTRING
           PERFORM VARYING opr-idx FROM 1 BY 1
                   UNTIL opr-idx > opr-count
               IF opr-name(opr-idx) = shf-oper
                   AND shf-end(1:8) > opr-last(opr-idx)
                   MOVE shf-end(1:8) TO opr-last(opr-idx)
               END-IF
           END-PERFORM
           .

      * CERTIFY-OPERATOR - Highest role the record certifies (MAINT,
      * VIEW or "-" when lapsed or short of modules) and whether
      * that covers the role held in operators.txt.
       CERTIFY-OPERATOR.
           MOVE 1 TO opr-lapsed(opr-idx)
           IF opr-last(opr-idx) IS NUMERIC
               COMPUTE opr-idle(opr-idx) =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(today-date))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(opr-last(opr-idx)))
               IF opr-idle(opr-idx) <= trn-lapse-days
                   MOVE 0 TO opr-lapsed(opr-idx)
               END-IF
           END-IF

           MOVE "-" TO opr-cert(opr-idx)
           IF opr-lapsed(opr-idx) = 0
               MOVE "MAINT" TO check-role
               PERFORM CHECK-ROLE-MODULES
               IF check-ok = 1
                   MOVE "MAINT" TO opr-cert(opr-idx)
               ELSE
                   MOVE "VIEW" TO check-role
                   PERFORM CHECK-ROLE-MODULES
                   IF check-ok = 1
                       MOVE "VIEW" TO opr-cert(opr-idx)
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN opr-role(opr-idx) = "-"
                   MOVE "-" TO opr-covered(opr-idx)
               WHEN opr-cert(opr-idx) = "MAINT"
                   MOVE "Y" TO opr-covered(opr-idx)
               WHEN opr-cert(opr-idx) = "VIEW"
                   AND opr-role(opr-idx) = "VIEW"
                   MOVE "Y" TO opr-covered(opr-idx)
               WHEN OTHER
                   MOVE "N" TO opr-covered(opr-idx)
           END-EVALUATE
           IF opr-covered(opr-idx) = "Y"
               ADD 1 TO certified-count
           END-IF
           IF opr-covered(opr-idx) = "N"
               ADD 1 TO uncovered-count
           END-IF

           IF opr-cert(opr-idx) NOT = "-"
               AND opr-idle(opr-idx) > trn-lapse-days - trn-warn-days
               ADD 1 TO lapsing-count
           END-IF
           IF opr-lapsed(opr-idx) = 1 AND opr-last(opr-idx) NOT = SPACES
               ADD 1 TO lapsed-count
           END-IF
           .

      * CHECK-ROLE-MODULES - check-ok = 1 when operator opr-idx has
      * every module check-role needs signed off.
       CHECK-ROLE-MODULES.
           MOVE 1 TO check-ok
           PERFORM VARYING role-idx FROM 1 BY 1
                   UNTIL role-idx > trn-role-count
               IF trn-role-name(role-idx) = check-role
                   PERFORM VARYING mod-idx FROM 1 BY 1
                           UNTIL mod-idx > trn-module-count
                       IF trn-module(mod-idx) =
                               trn-role-module(role-idx)
                           AND opr-signed(opr-idx, mod-idx) = 0
                           MOVE 0 TO check-ok
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Operator training and certification, made "
                   DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Modules: C=CHECKOUT R=RETURNS D=DRAWER S=SHIFTCLOSE T=S
      -        "TOCKTAKE (lower case: practice done, not signed off)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Operator             Role  Modules Cert  Covered Last s
      -        "hift Status"
               TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           PERFORM VARYING opr-idx FROM 1 BY 1
                   UNTIL opr-idx > opr-count
               PERFORM FORMAT-OPERATOR-LINE
               WRITE REPORT-LINE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           END-PERFORM
           IF opr-count = 0
               MOVE "  (no operators or trainees)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ABOUT TO LAPSE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING opr-idx FROM 1 BY 1
                   UNTIL opr-idx > opr-count
               IF opr-cert(opr-idx) NOT = "-"
                   AND opr-idle(opr-idx) >
                       trn-lapse-days - trn-warn-days
                   COMPUTE disp-days =
                       trn-lapse-days - opr-idle(opr-idx)
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(opr-name(opr-idx))
                           DELIMITED BY SIZE
                       ": no shift since " DELIMITED BY SIZE
                       opr-last(opr-idx) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(opr-cert(opr-idx))
                           DELIMITED BY SIZE
                       " lapses in " DELIMITED BY SIZE
                       FUNCTION TRIM(disp-days) DELIMITED BY SIZE
                       " days" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF lapsing-count = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           .

       FORMAT-OPERATOR-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE opr-name(opr-idx) TO REPORT-LINE(1:20)
           MOVE opr-role(opr-idx) TO REPORT-LINE(22:5)
           MOVE 28 TO line-pos
           PERFORM VARYING mod-idx FROM 1 BY 1
                   UNTIL mod-idx > trn-module-count
               PERFORM FORMAT-MODULE-FLAG
               ADD 1 TO line-pos
           END-PERFORM
           MOVE opr-cert(opr-idx) TO REPORT-LINE(36:5)
           MOVE opr-covered(opr-idx) TO REPORT-LINE(42:1)
           IF opr-last(opr-idx) = SPACES
               MOVE "never" TO REPORT-LINE(50:8)
           ELSE
               MOVE opr-last(opr-idx) TO REPORT-LINE(50:8)
           END-IF

           EVALUATE TRUE
               WHEN opr-last(opr-idx) = SPACES
                   AND opr-role(opr-idx) = "-"
                   MOVE "IN TRAINING" TO REPORT-LINE(61:30)
               WHEN opr-last(opr-idx) = SPACES
                   MOVE "NOT TRAINED" TO REPORT-LINE(61:30)
               WHEN opr-lapsed(opr-idx) = 1
                   MOVE "LAPSED" TO REPORT-LINE(61:30)
               WHEN opr-cert(opr-idx) = "-"
                   MOVE "IN TRAINING" TO REPORT-LINE(61:30)
               WHEN opr-idle(opr-idx) > trn-lapse-days - trn-warn-days
                   COMPUTE disp-days =
                       trn-lapse-days - opr-idle(opr-idx)
                   MOVE 61 TO line-pos
                   STRING "LAPSES IN " DELIMITED BY SIZE
                       FUNCTION TRIM(disp-days) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO REPORT-LINE WITH POINTER line-pos
                   END-STRING
               WHEN OTHER
                   MOVE "OK" TO REPORT-LINE(61:30)
           END-EVALUATE
           .

      * FORMAT-MODULE-FLAG - Upper-case letter when signed off,
      * lower-case when its practice is done but unsigned, "." else.
       FORMAT-MODULE-FLAG.
           IF opr-signed(opr-idx, mod-idx) = 1
               MOVE trn-module(mod-idx)(1:1)
                   TO REPORT-LINE(line-pos:1)
               IF mod-idx = 5
                   MOVE "T" TO REPORT-LINE(line-pos:1)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "." TO REPORT-LINE(line-pos:1)
           MOVE 1 TO check-ok
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > trn-req-count-all
               IF trn-req-module(req-idx) = trn-module(mod-idx)
                   AND opr-steps(opr-idx, req-idx) <
                       trn-req-count(req-idx)
                   MOVE 0 TO check-ok
               END-IF
           END-PERFORM
           IF check-ok = 1
               MOVE FUNCTION LOWER-CASE(trn-module(mod-idx)(1:1))
                   TO REPORT-LINE(line-pos:1)
               IF mod-idx = 5
                   MOVE "t" TO REPORT-LINE(line-pos:1)
               END-IF
           END-IF
           .

       END PROGRAM TRAINING-REPORT.
