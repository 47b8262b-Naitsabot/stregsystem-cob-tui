      ******************************************************************
      * Author: Naitsabot
      * Purpose: External auditor sampling pack
      * Description:
      *     Draws a reproducible random sample of journal lines for
      *     one fiscal year and puts the evidence for each one
      *     together, so the year-end audit is a tick list instead
      *     of an evening spent digging.
      *
      *     SAMPLE_YEAR (YYYY, default last year) picks the year,
      *     as ACCOUNTS_YEAR does for ANNUAL-ACCOUNTS. The sample
      *     is taken per line type: SAMPLE_SIZE lines of every type
      *     (default 5), with SAMPLE_SIZES ("SALE=25,DEP=10,...")
      *     setting the size type by type. SAMPLE_SEED (a number,
      *     default the year) seeds the draw - the same seed over
      *     the same journal always gives the same sample.
      *     SAMPLE_WEIGHT=AMOUNT draws each type by amount (monetary
      *     unit sampling: every oere is equally likely, so a line
      *     is picked in proportion to its amount and a line hit
      *     twice is taken once); the default gives every line the
      *     same chance.
      *
      *     The pack goes to exports/audit-sample-YYYY/: index.txt
      *     lists every sampled line with a box to tick, and one
      *     sample-NNN.txt per line holds
      *       - the journal line as written, the file it is in and
      *         its place in the sealed chain (sequence continuous,
      *         checksum recomputed as JOURNAL-VERIFY does);
      *       - the audit.log entries of that day naming the member
      *         or the sale key, and for PAYOUT lines the
      *         payout-requests.txt row with its approval;
      *       - for deposits, the drawer.log lines of the day and
      *         the bank-import report lines posted to the member;
      *       - the receipt, when a spool copy of that day for the
      *         member is still in spool/ or spool/failed/.
      *     Journal times are UTC and spool file names local time;
      *     the day is matched on the journal date, the same
      *     shortcut HEATMAP-REPORT takes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.

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
           SELECT AUDIT-FILE
               ASSIGN TO AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PAYOUT-FILE
               ASSIGN TO PAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-STATUS.
           SELECT DRAWER-FILE
               ASSIGN TO DRAWER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRAWER-STATUS.
           SELECT SCAN-FILE
               ASSIGN TO SCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT SCAN-LIST-FILE
               ASSIGN TO SCAN-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-LIST-STATUS.
           SELECT EVIDENCE-FILE
               ASSIGN TO EVIDENCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVIDENCE-STATUS.
           SELECT INDEX-FILE
               ASSIGN TO INDEX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  AUDIT-FILE.
        01 AUDIT-LINE           PIC X(256).
       FD  PAYOUT-FILE.
        01 PAYOUT-LINE          PIC X(256).
       FD  DRAWER-FILE.
        01 DRAWER-LINE          PIC X(256).
       FD  SCAN-FILE.
        01 SCAN-LINE            PIC X(256).
       FD  SCAN-LIST-FILE.
        01 SCAN-LIST-LINE       PIC X(256).
       FD  EVIDENCE-FILE.
        01 EVIDENCE-LINE        PIC X(520).
       FD  INDEX-FILE.
        01 INDEX-LINE           PIC X(160).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 PACK-DIR              PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 AUDIT-PATH            PIC X(256).
       01 AUDIT-STATUS          PIC XX.
       01 AUDIT-EOF             PIC 9 VALUE 0.
       01 PAYOUT-PATH           PIC X(256).
       01 PAYOUT-STATUS         PIC XX.
       01 PAYOUT-EOF            PIC 9 VALUE 0.
       01 DRAWER-PATH           PIC X(256).
       01 DRAWER-STATUS         PIC XX.
       01 DRAWER-EOF            PIC 9 VALUE 0.
       01 SCAN-PATH             PIC X(256).
       01 SCAN-STATUS           PIC XX.
       01 SCAN-EOF              PIC 9 VALUE 0.
       01 SCAN-LIST-PATH        PIC X(256).
       01 SCAN-LIST-STATUS      PIC XX.
       01 SCAN-LIST-EOF         PIC 9 VALUE 0.
       01 EVIDENCE-PATH         PIC X(256).
       01 EVIDENCE-STATUS       PIC XX.
       01 INDEX-PATH            PIC X(256).
       01 INDEX-STATUS          PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(200).

       COPY "copybooks/journal-line.cpy".

       01 sample-options.
           05 sample-year       PIC X(4).
           05 sample-year-num   PIC 9(4).
           05 sample-seed       PIC 9(9) COMP-5.
           05 sample-size       PIC 9(4) COMP-5 VALUE 5.
           05 sample-sizes      PIC X(200).
           05 sample-weight     PIC X(8).
           05 size-item         PIC X(24).
           05 size-type         PIC X(12).
           05 size-value        PIC X(8).
           05 size-ptr          PIC 9(3) COMP-5.
           05 seeded            PIC 9 VALUE 0.
           05 random-value      PIC V9(9) COMP-3.

      * types - line types met in the year, in order of first
      * appearance (which keeps the draw reproducible).
       01 types.
           05 typ-count         PIC 9(2) COMP-5 VALUE 0.
           05 typ-entry OCCURS 40 TIMES.
               10 typ-name      PIC X(12).
               10 typ-lines     PIC 9(9) COMP-5.
               10 typ-total     PIC 9(15) COMP-5.
               10 typ-size      PIC 9(4) COMP-5.
               10 typ-seen      PIC 9(9) COMP-5.
               10 typ-cum       PIC 9(15) COMP-5.
               10 typ-tgt-first PIC 9(4) COMP-5.
               10 typ-tgt-count PIC 9(4) COMP-5.
               10 typ-weighted  PIC 9.
               10 typ-taken     PIC 9(4) COMP-5.
           05 typ-idx           PIC 9(2) COMP-5.
           05 typ-found         PIC 9(2) COMP-5.
       01 line-type             PIC X(12).
       01 line-amount           PIC 9(15) COMP-5.
       01 line-cost-num         PIC S9(12) COMP-5.

      * targets - per type, the ordinals (or, weighted, the oere
      * positions) drawn; kept contiguous per type.
       01 targets.
           05 tgt-count         PIC 9(4) COMP-5 VALUE 0.
           05 tgt-value         PIC 9(15) COMP-5 OCCURS 2000 TIMES.
           05 tgt-idx           PIC 9(4) COMP-5.
           05 tgt-last          PIC 9(4) COMP-5.
           05 tgt-draw          PIC 9(15) COMP-5.
           05 tgt-dup           PIC 9.
           05 tgt-tries         PIC 9(6) COMP-5.
           05 line-hit          PIC 9(4) COMP-5.

      * samples - the lines drawn, with where they sit in the chain.
       01 samples.
           05 smp-count         PIC 9(4) COMP-5 VALUE 0.
           05 smp-entry OCCURS 300 TIMES.
               10 smp-type      PIC X(12).
               10 smp-date      PIC X(8).
               10 smp-user      PIC X(64).
               10 smp-cost      PIC X(16).
               10 smp-key       PIC X(24).
               10 smp-hits      PIC 9(4) COMP-5.
               10 smp-chain     PIC X(40).
               10 smp-file      PIC X(256).
               10 smp-line      PIC X(512).
           05 smp-idx           PIC 9(4) COMP-5.

       01 chain-work.
           05 expect-seq        PIC 9(9) COMP-5 VALUE 0.
           05 have-anchor       PIC 9 VALUE 0.
           05 prev-chk          PIC 9(9) COMP-5 VALUE 0.
           05 line-len          PIC 9(4) COMP-5.
           05 content-len       PIC 9(4) COMP-5.
           05 line-seq-text     PIC X(9).
           05 line-chk-text     PIC X(9).
           05 line-seq          PIC 9(9) COMP-5.
           05 line-chk          PIC 9(9) COMP-5.
           05 line-sealed       PIC 9.
           05 line-gap          PIC 9.
           05 line-anchor       PIC 9.
           05 calc-sum          PIC 9(18) COMP-5.
           05 calc-chk          PIC 9(18) COMP-5.
           05 sum-pos           PIC 9(4) COMP-5.
           05 chain-text        PIC X(40).

       01 evidence-work.
           05 find-text         PIC X(64).
           05 find-len          PIC 9(3) COMP-5.
           05 find-key          PIC X(24).
           05 find-key-len      PIC 9(3) COMP-5.
           05 find-hits         PIC 9(4) COMP-5.
           05 section-hits      PIC 9(4) COMP-5.
           05 receipt-match     PIC 9.
           05 file-name         PIC X(256).

       01 counters.
           05 year-lines        PIC 9(9) COMP-5 VALUE 0.
           05 chain-problems    PIC 9(4) COMP-5 VALUE 0.
           05 line-pos          PIC 9(3) COMP-5.

       01 display-count         PIC ZZZZZZZZ9.
       01 disp-no               PIC 9(3).
       01 disp-size             PIC ZZZ9.
       01 disp-seq              PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM AUDITOR SAMPLING PACK"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           PERFORM BUILD-FILE-LIST

           PERFORM COUNT-YEAR-LINES
           IF year-lines = 0
               DISPLAY "No journal lines dated " sample-year "."
               PERFORM REMOVE-FILE-LIST
               STOP RUN
           END-IF
           PERFORM VARYING typ-idx FROM 1 BY 1
                   UNTIL typ-idx > typ-count
               PERFORM DRAW-TYPE-SAMPLE
           END-PERFORM
           PERFORM PICK-SAMPLE-LINES
           PERFORM REMOVE-FILE-LIST

           PERFORM WRITE-PACK

           MOVE year-lines TO display-count
           DISPLAY "Journal lines in year : " display-count
           MOVE smp-count TO display-count
           DISPLAY "Lines sampled         : " display-count
           MOVE chain-problems TO display-count
           DISPLAY "Chain problems        : " display-count
           DISPLAY "Pack: " FUNCTION TRIM(PACK-DIR)
           IF chain-problems > 0
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit-sample-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO SCAN-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit-sample-scan.tmp" DELIMITED BY SIZE
               INTO SCAN-LIST-PATH
           END-STRING

           MOVE SPACES TO AUDIT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit.log" DELIMITED BY SIZE
               INTO AUDIT-PATH
           END-STRING

           MOVE SPACES TO PAYOUT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/payout-requests.txt" DELIMITED BY SIZE
               INTO PAYOUT-PATH
           END-STRING

           MOVE SPACES TO DRAWER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/drawer.log" DELIMITED BY SIZE
               INTO DRAWER-PATH
           END-STRING
           .

       INIT-OPTIONS.
           MOVE SPACES TO sample-year
           ACCEPT sample-year FROM ENVIRONMENT "SAMPLE_YEAR"
           IF FUNCTION TRIM(sample-year) = SPACES
               OR sample-year IS NOT NUMERIC
               COMPUTE sample-year-num =
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) - 1
               MOVE sample-year-num TO sample-year
           END-IF
           MOVE sample-year TO sample-year-num
           DISPLAY "Fiscal year: " sample-year

           MOVE sample-year-num TO sample-seed
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "SAMPLE_SEED"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(env-text) TO sample-seed
           END-IF
           MOVE sample-seed TO display-count
           DISPLAY "Seed       : " FUNCTION TRIM(display-count)

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "SAMPLE_SIZE"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(env-text) TO sample-size
           END-IF
           MOVE SPACES TO sample-sizes
           ACCEPT sample-sizes FROM ENVIRONMENT "SAMPLE_SIZES"
           MOVE FUNCTION UPPER-CASE(sample-sizes) TO sample-sizes

           MOVE SPACES TO sample-weight
           ACCEPT sample-weight FROM ENVIRONMENT "SAMPLE_WEIGHT"
           MOVE FUNCTION UPPER-CASE(sample-weight) TO sample-weight
           IF sample-weight = "AMOUNT"
               DISPLAY "Weighting  : by amount"
           ELSE
               MOVE SPACES TO sample-weight
           END-IF

           MOVE SPACES TO PACK-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/audit-sample-" DELIMITED BY SIZE
               sample-year DELIMITED BY SIZE
               INTO PACK-DIR
           END-STRING
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(PACK-DIR) DELIMITED BY SIZE
               " && rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(PACK-DIR) DELIMITED BY SIZE
               "/sample-*.txt" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * BUILD-FILE-LIST - The dated archives in name (= date) order,
      * then the live journal: the order the chain was sealed in.
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

       REMOVE-FILE-LIST.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SCAN-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * COUNT-YEAR-LINES - First pass: lines and amounts per type.
       COUNT-YEAR-LINES.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "00"
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
                           PERFORM COUNT-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           .

       COUNT-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM PARSE-JOURNAL-LINE
                       IF typ-found > 0
                           ADD 1 TO year-lines
                           ADD 1 TO typ-lines(typ-found)
                           ADD line-amount TO typ-total(typ-found)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

      * PARSE-JOURNAL-LINE - typ-found = the line's type row when
      * the line is dated in the year (0 otherwise); line-amount is
      * its cost in oere, sign dropped.
       PARSE-JOURNAL-LINE.
           MOVE 0 TO typ-found
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
                    jnl-shift
                    jnl-operator
                    jnl-backend
                    jnl-sale-key
           END-UNSTRING
           IF jnl-timestamp(1:4) NOT = sample-year
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(jnl-type))
               TO line-type
           IF line-type = SPACES
               MOVE "SALE" TO line-type
           END-IF
           MOVE 0 TO line-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               MOVE FUNCTION NUMVAL(jnl-cost) TO line-cost-num
           END-IF
           IF line-cost-num < 0
               COMPUTE line-amount = 0 - line-cost-num
           ELSE
               MOVE line-cost-num TO line-amount
           END-IF

           PERFORM VARYING typ-idx FROM 1 BY 1
                   UNTIL typ-idx > typ-count
               IF typ-name(typ-idx) = line-type
                   MOVE typ-idx TO typ-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF typ-found = 0 AND typ-count < 40
               ADD 1 TO typ-count
               MOVE typ-count TO typ-found
               MOVE line-type TO typ-name(typ-found)
               MOVE 0 TO typ-lines(typ-found)
               MOVE 0 TO typ-total(typ-found)
               MOVE 0 TO typ-seen(typ-found)
               MOVE 0 TO typ-cum(typ-found)
               MOVE 0 TO typ-tgt-first(typ-found)
               MOVE 0 TO typ-tgt-count(typ-found)
               MOVE 0 TO typ-taken(typ-found)
           END-IF
           .

      * NEXT-RANDOM - random-value in [0, 1); the first call seeds
      * the sequence.
       NEXT-RANDOM.
           IF seeded = 0
               MOVE 1 TO seeded
               COMPUTE random-value = FUNCTION RANDOM(sample-seed)
           ELSE
               COMPUTE random-value = FUNCTION RANDOM
           END-IF
           .

      * DRAW-TYPE-SAMPLE - The size asked for this type, then that
      * many targets: distinct line ordinals, or (weighted) oere
      * positions within the type's total amount.
       DRAW-TYPE-SAMPLE.
           MOVE sample-size TO typ-size(typ-idx)
           PERFORM FIND-TYPE-SIZE
           IF typ-size(typ-idx) > typ-lines(typ-idx)
               MOVE typ-lines(typ-idx) TO typ-size(typ-idx)
           END-IF
           IF tgt-count + typ-size(typ-idx) > 2000
               COMPUTE typ-size(typ-idx) = 2000 - tgt-count
           END-IF
           COMPUTE typ-tgt-first(typ-idx) = tgt-count + 1
           MOVE 0 TO typ-tgt-count(typ-idx)
           MOVE 0 TO typ-weighted(typ-idx)
      *    Asked for every line: no point weighting the draw.
           IF sample-weight = "AMOUNT" AND typ-total(typ-idx) > 0
               AND typ-size(typ-idx) < typ-lines(typ-idx)
               MOVE 1 TO typ-weighted(typ-idx)
           END-IF

           MOVE 0 TO tgt-tries
           PERFORM UNTIL typ-tgt-count(typ-idx) >= typ-size(typ-idx)
                   OR tgt-tries > 100000
               ADD 1 TO tgt-tries
               PERFORM NEXT-RANDOM
               IF typ-weighted(typ-idx) = 1
                   COMPUTE tgt-draw = FUNCTION INTEGER(
                       random-value * typ-total(typ-idx))
                   MOVE 0 TO tgt-dup
               ELSE
                   COMPUTE tgt-draw = 1 + FUNCTION INTEGER(
                       random-value * typ-lines(typ-idx))
                   PERFORM CHECK-TARGET-DUP
               END-IF
               IF tgt-dup = 0
                   ADD 1 TO tgt-count
                   ADD 1 TO typ-tgt-count(typ-idx)
                   MOVE tgt-draw TO tgt-value(tgt-count)
               END-IF
           END-PERFORM
           .

      * FIND-TYPE-SIZE - "TYPE=n" in SAMPLE_SIZES overrides the
      * default size for that type.
       FIND-TYPE-SIZE.
           IF sample-sizes = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO size-ptr
           PERFORM UNTIL size-ptr > 200
               MOVE SPACES TO size-item
               UNSTRING sample-sizes DELIMITED BY ","
                   INTO size-item
                   WITH POINTER size-ptr
               END-UNSTRING
               IF size-item = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO size-type
               MOVE SPACES TO size-value
               UNSTRING size-item DELIMITED BY "="
                   INTO size-type
                        size-value
               END-UNSTRING
               IF FUNCTION TRIM(size-type) = typ-name(typ-idx)
                   AND FUNCTION TRIM(size-value) NOT = SPACES
                   MOVE FUNCTION NUMVAL(size-value)
                       TO typ-size(typ-idx)
               END-IF
           END-PERFORM
           .

       CHECK-TARGET-DUP.
           MOVE 0 TO tgt-dup
           PERFORM VARYING tgt-idx FROM typ-tgt-first(typ-idx) BY 1
                   UNTIL tgt-idx > tgt-count
               IF tgt-value(tgt-idx) = tgt-draw
                   MOVE 1 TO tgt-dup
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * PICK-SAMPLE-LINES - Second pass, in chain order: take every
      * line a target falls on, noting where it stands in the
      * sealed chain.
       PICK-SAMPLE-LINES.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "00"
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
                           PERFORM PICK-ONE-JOURNAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           .

       PICK-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM PICK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       PICK-ONE-LINE.
           IF FUNCTION TRIM(JOURNAL-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-LINE-SEAL
           PERFORM PARSE-JOURNAL-LINE
           IF typ-found > 0
               PERFORM CHECK-LINE-TARGETED
               IF line-hit > 0 AND smp-count < 300
                   PERFORM TAKE-SAMPLE-LINE
               END-IF
           END-IF
           IF line-sealed = 1
               MOVE line-seq TO expect-seq
               MOVE line-chk TO prev-chk
               MOVE 1 TO have-anchor
           END-IF
           .

      * READ-LINE-SEAL - The trailing <TAB>seq<TAB>chk, each nine
      * digits, and whether the sequence runs on from the last
      * sealed line (as JOURNAL-VERIFY reads it).
       READ-LINE-SEAL.
           MOVE 0 TO line-sealed
           MOVE 0 TO line-gap
           MOVE 0 TO line-anchor
           COMPUTE line-len =
               FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-LINE))
           IF line-len < 21
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-LINE(line-len - 9:1) NOT = X"09"
               OR JOURNAL-LINE(line-len - 19:1) NOT = X"09"
               EXIT PARAGRAPH
           END-IF
           MOVE JOURNAL-LINE(line-len - 18:9) TO line-seq-text
           MOVE JOURNAL-LINE(line-len - 8:9) TO line-chk-text
           IF line-seq-text IS NOT NUMERIC
               OR line-chk-text IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO line-sealed
           MOVE FUNCTION NUMVAL(line-seq-text) TO line-seq
           MOVE FUNCTION NUMVAL(line-chk-text) TO line-chk
           COMPUTE content-len = line-len - 20
           IF have-anchor = 0
               MOVE 1 TO line-anchor
           ELSE
               IF line-seq NOT = expect-seq + 1
                   MOVE 1 TO line-gap
               END-IF
           END-IF
           .

      * CHECK-LINE-TARGETED - line-hit = how many of the type's
      * targets fall on this line.
       CHECK-LINE-TARGETED.
           MOVE 0 TO line-hit
           ADD 1 TO typ-seen(typ-found)
           COMPUTE tgt-last = typ-tgt-first(typ-found)
               + typ-tgt-count(typ-found) - 1
           PERFORM VARYING tgt-idx FROM typ-tgt-first(typ-found) BY 1
                   UNTIL tgt-idx > tgt-last
               IF typ-weighted(typ-found) = 1
                   IF tgt-value(tgt-idx) >= typ-cum(typ-found)
                       AND tgt-value(tgt-idx) <
                           typ-cum(typ-found) + line-amount
                       ADD 1 TO line-hit
                   END-IF
               ELSE
                   IF tgt-value(tgt-idx) = typ-seen(typ-found)
                       ADD 1 TO line-hit
                   END-IF
               END-IF
           END-PERFORM
           ADD line-amount TO typ-cum(typ-found)
           .

       TAKE-SAMPLE-LINE.
           ADD 1 TO smp-count
           ADD 1 TO typ-taken(typ-found)
           MOVE typ-name(typ-found) TO smp-type(smp-count)
           MOVE jnl-timestamp(1:8) TO smp-date(smp-count)
           MOVE jnl-username TO smp-user(smp-count)
           MOVE jnl-cost TO smp-cost(smp-count)
           MOVE jnl-sale-key TO smp-key(smp-count)
           MOVE line-hit TO smp-hits(smp-count)
           MOVE JOURNAL-PATH TO smp-file(smp-count)
           MOVE JOURNAL-LINE TO smp-line(smp-count)

           EVALUATE TRUE
               WHEN line-sealed = 0
                   MOVE "UNSEALED (written before sealing)"
                       TO chain-text
               WHEN line-anchor = 1
                   MOVE "SEQ " TO chain-text
                   MOVE line-seq TO disp-seq
                   MOVE disp-seq TO chain-text(5:9)
                   MOVE " chain start, not checkable"
                       TO chain-text(14:27)
               WHEN line-gap = 1
                   MOVE "SEQ " TO chain-text
                   MOVE line-seq TO disp-seq
                   MOVE disp-seq TO chain-text(5:9)
                   MOVE " GAP BEFORE THIS LINE" TO chain-text(14:27)
                   ADD 1 TO chain-problems
               WHEN OTHER
                   PERFORM RECOMPUTE-LINE-CHECKSUM
                   MOVE "SEQ " TO chain-text
                   MOVE line-seq TO disp-seq
                   MOVE disp-seq TO chain-text(5:9)
                   IF calc-chk = line-chk
                       MOVE " checksum OK" TO chain-text(14:27)
                   ELSE
                       MOVE " CHECKSUM MISMATCH" TO chain-text(14:27)
                       ADD 1 TO chain-problems
                   END-IF
           END-EVALUATE
           MOVE chain-text TO smp-chain(smp-count)
           .

       RECOMPUTE-LINE-CHECKSUM.
           MOVE 0 TO calc-sum
           PERFORM VARYING sum-pos FROM 1 BY 1
                   UNTIL sum-pos > content-len
               COMPUTE calc-sum = calc-sum
                   + FUNCTION ORD(JOURNAL-LINE(sum-pos:1)) - 1
           END-PERFORM
           COMPUTE calc-chk =
               FUNCTION MOD(prev-chk * 131
                   + calc-sum * 7 + line-seq, 999999937)
           .

      * WRITE-PACK - index.txt plus one evidence file per sample.
       WRITE-PACK.
           MOVE SPACES TO INDEX-PATH
           STRING FUNCTION TRIM(PACK-DIR) DELIMITED BY SIZE
               "/index.txt" DELIMITED BY SIZE
               INTO INDEX-PATH
           END-STRING
           OPEN OUTPUT INDEX-FILE
           IF INDEX-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(INDEX-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INDEX-LINE
           MOVE 1 TO line-pos
           STRING "Auditor sample, fiscal year " DELIMITED BY SIZE
               sample-year DELIMITED BY SIZE
               ", seed " DELIMITED BY SIZE
               INTO INDEX-LINE WITH POINTER line-pos
           END-STRING
           MOVE sample-seed TO display-count
           STRING FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO INDEX-LINE WITH POINTER line-pos
           END-STRING
           IF sample-weight = "AMOUNT"
               STRING ", weighted by amount" DELIMITED BY SIZE
                   INTO INDEX-LINE WITH POINTER line-pos
               END-STRING
           END-IF
           STRING ", made " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO INDEX-LINE WITH POINTER line-pos
           END-STRING
           WRITE INDEX-LINE

           PERFORM VARYING typ-idx FROM 1 BY 1
                   UNTIL typ-idx > typ-count
               MOVE SPACES TO INDEX-LINE
               MOVE typ-lines(typ-idx) TO display-count
               MOVE typ-taken(typ-idx) TO disp-size
               STRING "  " DELIMITED BY SIZE
                   typ-name(typ-idx) DELIMITED BY SIZE
                   display-count DELIMITED BY SIZE
                   " lines, " DELIMITED BY SIZE
                   FUNCTION TRIM(disp-size) DELIMITED BY SIZE
                   " sampled" DELIMITED BY SIZE
                   INTO INDEX-LINE
               END-STRING
               WRITE INDEX-LINE
           END-PERFORM
           MOVE SPACES TO INDEX-LINE
           WRITE INDEX-LINE
           MOVE SPACES TO INDEX-LINE
           MOVE "Done" TO INDEX-LINE(1:4)
           MOVE "No" TO INDEX-LINE(6:2)
           MOVE "Type" TO INDEX-LINE(10:4)
           MOVE "Date" TO INDEX-LINE(23:4)
           MOVE "Member" TO INDEX-LINE(32:6)
           MOVE "Amount" TO INDEX-LINE(49:6)
           MOVE "Chain" TO INDEX-LINE(60:5)
           MOVE "Evidence" TO INDEX-LINE(101:8)
           WRITE INDEX-LINE

           PERFORM VARYING smp-idx FROM 1 BY 1
                   UNTIL smp-idx > smp-count
               MOVE smp-idx TO disp-no
               MOVE SPACES TO EVIDENCE-PATH
               STRING FUNCTION TRIM(PACK-DIR) DELIMITED BY SIZE
                   "/sample-" DELIMITED BY SIZE
                   disp-no DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO EVIDENCE-PATH
               END-STRING
               PERFORM WRITE-EVIDENCE-FILE

               MOVE SPACES TO INDEX-LINE
               MOVE "[ ]" TO INDEX-LINE(1:3)
               MOVE disp-no TO INDEX-LINE(6:3)
               MOVE smp-type(smp-idx) TO INDEX-LINE(10:12)
               MOVE smp-date(smp-idx) TO INDEX-LINE(23:8)
               MOVE smp-user(smp-idx) TO INDEX-LINE(32:16)
               MOVE smp-cost(smp-idx) TO INDEX-LINE(49:10)
               MOVE smp-chain(smp-idx) TO INDEX-LINE(60:40)
               MOVE SPACES TO INDEX-LINE(100:61)
               STRING "sample-" DELIMITED BY SIZE
                   disp-no DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO INDEX-LINE(101:60)
               END-STRING
               WRITE INDEX-LINE
           END-PERFORM
           IF smp-count = 0
               MOVE "  (nothing drawn)" TO INDEX-LINE
               WRITE INDEX-LINE
           END-IF
           CLOSE INDEX-FILE
           .

       WRITE-EVIDENCE-FILE.
           OPEN OUTPUT EVIDENCE-FILE
           IF EVIDENCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EVIDENCE-LINE
           STRING "Sample " DELIMITED BY SIZE
               disp-no DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(smp-type(smp-idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               smp-date(smp-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(smp-user(smp-idx)) DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           END-STRING
           WRITE EVIDENCE-LINE
           IF smp-hits(smp-idx) > 1
               MOVE SPACES TO EVIDENCE-LINE
               MOVE smp-hits(smp-idx) TO disp-size
               STRING "(drawn " DELIMITED BY SIZE
                   FUNCTION TRIM(disp-size) DELIMITED BY SIZE
                   " times by amount - taken once)" DELIMITED BY SIZE
                   INTO EVIDENCE-LINE
               END-STRING
               WRITE EVIDENCE-LINE
           END-IF

           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "JOURNAL LINE" TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  File : " DELIMITED BY SIZE
               FUNCTION TRIM(smp-file(smp-idx)) DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           END-STRING
           WRITE EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  Chain: " DELIMITED BY SIZE
               FUNCTION TRIM(smp-chain(smp-idx)) DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           END-STRING
           WRITE EVIDENCE-LINE
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(smp-line(smp-idx) TRAILING)
                   DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           END-STRING
           WRITE EVIDENCE-LINE

           MOVE FUNCTION TRIM(smp-user(smp-idx)) TO find-text
           COMPUTE find-len =
               FUNCTION LENGTH(FUNCTION TRIM(smp-user(smp-idx)))
           MOVE FUNCTION TRIM(smp-key(smp-idx)) TO find-key
           MOVE 0 TO find-key-len
           IF find-key NOT = SPACES AND find-key NOT = "-"
               COMPUTE find-key-len =
                   FUNCTION LENGTH(FUNCTION TRIM(smp-key(smp-idx)))
           END-IF

           PERFORM WRITE-AUDIT-EVIDENCE
           IF smp-type(smp-idx) = "PAYOUT"
               PERFORM WRITE-PAYOUT-EVIDENCE
           END-IF
           IF smp-type(smp-idx) = "DEP"
               PERFORM WRITE-DRAWER-EVIDENCE
               PERFORM WRITE-BANK-EVIDENCE
           END-IF
           PERFORM WRITE-RECEIPT-EVIDENCE
           CLOSE EVIDENCE-FILE
           .

      * WRITE-AUDIT-EVIDENCE - audit.log lines of the same day that
      * name the member or the sale key.
       WRITE-AUDIT-EVIDENCE.
           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "AUDIT / APPROVAL ENTRIES (same day)" TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE 0 TO section-hits
           MOVE 0 TO AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               PERFORM UNTIL AUDIT-EOF = 1
                   READ AUDIT-FILE
                       AT END
                           MOVE 1 TO AUDIT-EOF
                       NOT AT END
                           IF AUDIT-LINE(1:8) = smp-date(smp-idx)
                               MOVE AUDIT-LINE TO SCAN-LINE
                               PERFORM COUNT-FIND-HITS
                               IF find-hits > 0
                                   PERFORM WRITE-SCAN-EVIDENCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM WRITE-NONE-FOUND
           .

      * COUNT-FIND-HITS - find-hits = occurrences in SCAN-LINE of
      * the member name or the sale key.
       COUNT-FIND-HITS.
           MOVE 0 TO find-hits
           IF find-len > 0
               INSPECT SCAN-LINE TALLYING find-hits
                   FOR ALL find-text(1:find-len)
           END-IF
           IF find-key-len > 0
               INSPECT SCAN-LINE TALLYING find-hits
                   FOR ALL find-key(1:find-key-len)
           END-IF
           .

       WRITE-SCAN-EVIDENCE.
           ADD 1 TO section-hits
           MOVE SPACES TO EVIDENCE-LINE
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(SCAN-LINE TRAILING) DELIMITED BY SIZE
               INTO EVIDENCE-LINE
           END-STRING
           WRITE EVIDENCE-LINE
           .

       WRITE-NONE-FOUND.
           IF section-hits = 0
               MOVE "  (none found)" TO EVIDENCE-LINE
               WRITE EVIDENCE-LINE
           END-IF
           .

      * WRITE-PAYOUT-EVIDENCE - The member's payout-requests.txt
      * rows: request, approver and payment on one line.
       WRITE-PAYOUT-EVIDENCE.
           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "PAYOUT REQUEST (request / state / approver / paid)"
               TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE 0 TO section-hits
           MOVE 0 TO PAYOUT-EOF
           OPEN INPUT PAYOUT-FILE
           IF PAYOUT-STATUS = "00"
               PERFORM UNTIL PAYOUT-EOF = 1
                   READ PAYOUT-FILE
                       AT END
                           MOVE 1 TO PAYOUT-EOF
                       NOT AT END
                           MOVE PAYOUT-LINE TO SCAN-LINE
                           MOVE 0 TO find-hits
                           IF find-len > 0
                               INSPECT SCAN-LINE TALLYING find-hits
                                   FOR ALL find-text(1:find-len)
                           END-IF
                           IF find-hits > 0
                               PERFORM WRITE-SCAN-EVIDENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYOUT-FILE
           END-IF
           PERFORM WRITE-NONE-FOUND
           .

      * WRITE-DRAWER-EVIDENCE - The drawer.log lines of the day the
      * cash came in (float, petty cash, count).
       WRITE-DRAWER-EVIDENCE.
           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "DRAWER (same day)" TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE 0 TO section-hits
           MOVE 0 TO DRAWER-EOF
           OPEN INPUT DRAWER-FILE
           IF DRAWER-STATUS = "00"
               PERFORM UNTIL DRAWER-EOF = 1
                   READ DRAWER-FILE
                       AT END
                           MOVE 1 TO DRAWER-EOF
                       NOT AT END
                           IF DRAWER-LINE(1:8) = smp-date(smp-idx)
                               MOVE DRAWER-LINE TO SCAN-LINE
                               PERFORM WRITE-SCAN-EVIDENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF
           PERFORM WRITE-NONE-FOUND
           .

      * WRITE-BANK-EVIDENCE - "POSTED <member> ..." lines from the
      * bank-import match reports.
       WRITE-BANK-EVIDENCE.
           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "BANK IMPORT (transfers posted to the member)"
               TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE 0 TO section-hits
           MOVE SPACES TO SYSTEM-CMD
           STRING "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/bank-import-*.txt 2>/dev/null > "
                   DELIMITED BY SIZE
               FUNCTION TRIM(SCAN-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO find-text
           STRING "POSTED " DELIMITED BY SIZE
               FUNCTION TRIM(smp-user(smp-idx)) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO find-text
           END-STRING
           COMPUTE find-len = find-len + 8
           MOVE 0 TO SCAN-LIST-EOF
           OPEN INPUT SCAN-LIST-FILE
           IF SCAN-LIST-STATUS = "00"
               PERFORM UNTIL SCAN-LIST-EOF = 1
                   READ SCAN-LIST-FILE
                       AT END
                           MOVE 1 TO SCAN-LIST-EOF
                       NOT AT END
                           MOVE FUNCTION TRIM(SCAN-LIST-LINE)
                               TO SCAN-PATH
                           PERFORM SCAN-BANK-REPORT
                   END-READ
               END-PERFORM
               CLOSE SCAN-LIST-FILE
           END-IF
           MOVE FUNCTION TRIM(smp-user(smp-idx)) TO find-text
           COMPUTE find-len = find-len - 8
           PERFORM WRITE-NONE-FOUND
           .

       SCAN-BANK-REPORT.
           MOVE 0 TO SCAN-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = 1
               READ SCAN-FILE
                   AT END
                       MOVE 1 TO SCAN-EOF
                   NOT AT END
                       IF SCAN-LINE(1:find-len) = find-text(1:find-len)
                           MOVE SCAN-LINE TO EVIDENCE-LINE
                           MOVE SPACES TO SCAN-LINE
                           MOVE SCAN-PATH TO file-name
                           STRING FUNCTION TRIM(EVIDENCE-LINE)
                                   DELIMITED BY SIZE
                               "  [" DELIMITED BY SIZE
                               FUNCTION TRIM(file-name)
                                   DELIMITED BY SIZE
                               "]" DELIMITED BY SIZE
                               INTO SCAN-LINE
                           END-STRING
                           PERFORM WRITE-SCAN-EVIDENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

      * WRITE-RECEIPT-EVIDENCE - Any spool job of the day whose
      * "Member : " line is this member, copied in whole.
       WRITE-RECEIPT-EVIDENCE.
           MOVE SPACES TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE "RECEIPT (spool copy)" TO EVIDENCE-LINE
           WRITE EVIDENCE-LINE
           MOVE 0 TO section-hits
           MOVE SPACES TO SYSTEM-CMD
           STRING "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool/job-" DELIMITED BY SIZE
               smp-date(smp-idx) DELIMITED BY SIZE
               "* " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/spool/failed/job-" DELIMITED BY SIZE
               smp-date(smp-idx) DELIMITED BY SIZE
               "* 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(SCAN-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO SCAN-LIST-EOF
           OPEN INPUT SCAN-LIST-FILE
           IF SCAN-LIST-STATUS = "00"
               PERFORM UNTIL SCAN-LIST-EOF = 1
                   READ SCAN-LIST-FILE
                       AT END
                           MOVE 1 TO SCAN-LIST-EOF
                       NOT AT END
                           MOVE FUNCTION TRIM(SCAN-LIST-LINE)
                               TO SCAN-PATH
                           PERFORM CHECK-RECEIPT-MEMBER
                           IF receipt-match = 1
                               PERFORM COPY-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCAN-LIST-FILE
           END-IF
           PERFORM WRITE-NONE-FOUND
           .

       CHECK-RECEIPT-MEMBER.
           MOVE 0 TO receipt-match
           MOVE 0 TO SCAN-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = 1
               READ SCAN-FILE
                   AT END
                       MOVE 1 TO SCAN-EOF
                   NOT AT END
                       IF SCAN-LINE(1:9) = "Member : "
                           AND FUNCTION TRIM(SCAN-LINE(10:)) =
                               FUNCTION TRIM(smp-user(smp-idx))
                           MOVE 1 TO receipt-match
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

       COPY-RECEIPT.
           MOVE SCAN-PATH TO file-name
           MOVE SPACES TO SCAN-LINE
           STRING "[" DELIMITED BY SIZE
               FUNCTION TRIM(file-name) DELIMITED BY SIZE
               "]" DELIMITED BY SIZE
               INTO SCAN-LINE
           END-STRING
           PERFORM WRITE-SCAN-EVIDENCE
           MOVE 0 TO SCAN-EOF
           OPEN INPUT SCAN-FILE
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SCAN-EOF = 1
               READ SCAN-FILE
                   AT END
                       MOVE 1 TO SCAN-EOF
                   NOT AT END
      *                The printer's paper-cut command is not text.
                       IF SCAN-LINE(1:1) NOT = X"1D"
                           PERFORM WRITE-SCAN-EVIDENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCAN-FILE
           .

       END PROGRAM AUDIT-SAMPLE.
