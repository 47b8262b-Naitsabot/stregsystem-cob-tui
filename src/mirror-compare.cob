      ******************************************************************
      * Author: Naitsabot
      * Purpose: Prove the journal mirror matches the local journal
      * Description:
      *     Batch job for the second copy of the sale journal that
      *     WRITE-JOURNAL-ENTRY keeps under MIRROR= (config.txt, see
      *     journal-mirror.cob). Under the journal lock it takes a
      *     snapshot of both sides - the local dated archives in name
      *     order plus journal.log, and the mirror's journal.log -
      *     and both journal-seq.txt counters, then releases the lock
      *     and walks the two sealed streams side by side by
      *     sequence number, comparing every line byte for byte.
      *
      *     Reported per sequence number (first 20 of each shown):
      *       DIFFER  - same seq, different text
      *       MISSING - sealed locally, not on the mirror
      *       EXTRA   - on the mirror, not in the local journal
      *     Local lines older than the mirror's first line (the
      *     mirror was set up later) and mirror lines older than the
      *     oldest local archive (retention purged them here) are
      *     counted but are not differences. Unsealed pre-v3 lines
      *     are never mirrored and are skipped on both sides.
      *     Exit code is non-zero on any difference or when the two
      *     counters disagree.
      *
      *     MIRROR_RESEED=YES first rewrites the mirror from the
      *     local copies (under the lock), then compares. That is
      *     the step after anything that re-seals the local journal
      *     - GDPR-ERASE, JOURNAL-UPGRADE, a fresh chain after
      *     JOURNAL-RECOVER - because the mirror only ever appends
      *     and would otherwise keep the old text.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIRROR-COMPARE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE
               ASSIGN TO CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
           SELECT LOCAL-FILE
               ASSIGN TO LOCAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCAL-STATUS.
           SELECT MIRROR-FILE
               ASSIGN TO MIRROR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIRROR-STATUS.
           SELECT SEQ-FILE
               ASSIGN TO SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
        01 CONFIG-LINE          PIC X(256).
       FD  LOCAL-FILE.
        01 LOCAL-LINE           PIC X(512).
       FD  MIRROR-FILE.
        01 MIRROR-LINE          PIC X(512).
       FD  SEQ-FILE.
        01 SEQ-LINE             PIC X(64).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 CONFIG-PATH           PIC X(256).
       01 CONFIG-STATUS         PIC XX.
       01 CONFIG-EOF            PIC 9 VALUE 0.
       01 CONFIG-KEY            PIC X(32).
       01 CONFIG-VALUE          PIC X(200).
       01 MIRROR-DIR            PIC X(256).
       01 LOCAL-PATH            PIC X(256).
       01 LOCAL-STATUS          PIC XX.
       01 LOCAL-EOF             PIC 9 VALUE 0.
       01 MIRROR-PATH           PIC X(256).
       01 MIRROR-STATUS         PIC XX.
       01 MIRROR-EOF            PIC 9 VALUE 0.
       01 SEQ-PATH              PIC X(256).
       01 SEQ-STATUS            PIC XX.
       01 LOCAL-SNAP-PATH       PIC X(256).
       01 MIRROR-SNAP-PATH      PIC X(256).
       01 SYSTEM-CMD            PIC X(900).

       01 reseed-flag           PIC X(8).
       01 mirror-ok             PIC 9 VALUE 0.

       01 journal-lock-work.
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

       01 counter-work.
           05 local-counter     PIC X(64).
           05 mirror-counter    PIC X(64).
           05 counter-text      PIC X(64).

      * seal-parse - the <TAB>seq9<TAB>chk9 tail journal-verify
      * checks, lifted off whichever line is in seal-source.
       01 seal-parse.
           05 seal-source       PIC X(512).
           05 seal-ok           PIC 9 VALUE 0.
           05 seal-len          PIC 9(4) COMP-5.
           05 seal-seq-text     PIC X(9).
           05 seal-seq          PIC 9(9).

       01 merge-work.
           05 local-seq         PIC 9(9).
           05 mirror-seq        PIC 9(9).
           05 local-first       PIC 9(9) VALUE 0.
           05 mirror-first      PIC 9(9) VALUE 0.
           05 local-text        PIC X(512).
           05 mirror-text       PIC X(512).

       01 compare-totals.
           05 same-count        PIC 9(9) COMP-5 VALUE 0.
           05 differ-count      PIC 9(9) COMP-5 VALUE 0.
           05 missing-count     PIC 9(9) COMP-5 VALUE 0.
           05 extra-count       PIC 9(9) COMP-5 VALUE 0.
           05 predate-count     PIC 9(9) COMP-5 VALUE 0.
           05 purged-count      PIC 9(9) COMP-5 VALUE 0.
           05 copied-count      PIC 9(9) COMP-5 VALUE 0.
           05 shown-count       PIC 9(4) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZZ,ZZ9.
       01 display-seq           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM JOURNAL MIRROR COMPARE"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-KEYS
           IF FUNCTION TRIM(MIRROR-DIR) = SPACES
               DISPLAY "No MIRROR= configured in config.txt - "
                   "nothing to compare."
               STOP RUN
           END-IF
           PERFORM INIT-MIRROR-PATHS
           DISPLAY "Mirror: " FUNCTION TRIM(MIRROR-DIR)

           MOVE SPACES TO reseed-flag
           ACCEPT reseed-flag FROM ENVIRONMENT "MIRROR_RESEED"
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(reseed-flag))
               TO reseed-flag

           PERFORM ACQUIRE-JOURNAL-LOCK
           IF reseed-flag = "YES" OR reseed-flag = "Y"
               PERFORM RESEED-MIRROR
           END-IF
           PERFORM TAKE-SNAPSHOTS
           PERFORM RELEASE-JOURNAL-LOCK

           IF mirror-ok = 0
               DISPLAY "Mirror journal not readable at "
                   FUNCTION TRIM(MIRROR-DIR)
                   " - device not mounted?"
               MOVE 1 TO RETURN-CODE
               PERFORM REMOVE-SNAPSHOTS
               STOP RUN
           END-IF

           PERFORM COMPARE-STREAMS
           PERFORM REMOVE-SNAPSHOTS
           PERFORM PRINT-SUMMARY
           IF differ-count > 0 OR missing-count > 0
               OR extra-count > 0
               OR local-counter NOT = mirror-counter
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

           MOVE SPACES TO CONFIG-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config.txt" DELIMITED BY SIZE
               INTO CONFIG-PATH
           END-STRING

           MOVE SPACES TO LOCAL-SNAP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/mirror-compare-local.tmp" DELIMITED BY SIZE
               INTO LOCAL-SNAP-PATH
           END-STRING

           MOVE SPACES TO MIRROR-SNAP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/mirror-compare-mirror.tmp" DELIMITED BY SIZE
               INTO MIRROR-SNAP-PATH
           END-STRING
           .

       READ-CONFIG-KEYS.
           MOVE SPACES TO MIRROR-DIR
           MOVE 0 TO CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CONFIG-EOF = 1
               READ CONFIG-FILE
                   AT END
                       MOVE 1 TO CONFIG-EOF
                   NOT AT END
                       MOVE SPACES TO CONFIG-KEY
                       MOVE SPACES TO CONFIG-VALUE
                       UNSTRING CONFIG-LINE DELIMITED BY "="
                           INTO CONFIG-KEY
                                CONFIG-VALUE
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-KEY)) TO CONFIG-KEY
                       IF CONFIG-KEY = "MIRROR"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO MIRROR-DIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       INIT-MIRROR-PATHS.
           MOVE SPACES TO MIRROR-PATH
           STRING
               FUNCTION TRIM(MIRROR-DIR) DELIMITED BY SIZE
               "/journal.log" DELIMITED BY SIZE
               INTO MIRROR-PATH
           END-STRING
           .

      * TAKE-SNAPSHOTS - One concatenated copy of the local journal
      * (archives by date, then the live file) and one of the
      * mirror, plus both counters, all while sales are held off.
       TAKE-SNAPSHOTS.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cat $(ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort) "
               DELIMITED BY SIZE
               "$(ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null) </dev/null > "
               DELIMITED BY SIZE
               FUNCTION TRIM(LOCAL-SNAP-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO mirror-ok
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cp " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-SNAP-PATH) DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
               RETURNING lock-cmd-result
           END-CALL
           IF lock-cmd-result = 0
               MOVE 1 TO mirror-ok
           END-IF

           MOVE SPACES TO SEQ-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal-seq.txt" DELIMITED BY SIZE
               INTO SEQ-PATH
           END-STRING
           PERFORM READ-COUNTER
           MOVE counter-text TO local-counter

           MOVE SPACES TO SEQ-PATH
           STRING
               FUNCTION TRIM(MIRROR-DIR) DELIMITED BY SIZE
               "/journal-seq.txt" DELIMITED BY SIZE
               INTO SEQ-PATH
           END-STRING
           PERFORM READ-COUNTER
           MOVE counter-text TO mirror-counter
           .

       READ-COUNTER.
           MOVE "(none)" TO counter-text
           OPEN INPUT SEQ-FILE
           IF SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SEQ-LINE TO counter-text
           END-READ
           CLOSE SEQ-FILE
           .

      * RESEED-MIRROR - Rewrite the mirror journal with every sealed
      * local line and copy the local counter across. The caller
      * holds the journal lock.
       RESEED-MIRROR.
           DISPLAY "Reseeding the mirror from the local journal..."
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cat $(ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort) "
               DELIMITED BY SIZE
               "$(ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log 2>/dev/null) </dev/null > "
               DELIMITED BY SIZE
               FUNCTION TRIM(LOCAL-SNAP-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE LOCAL-SNAP-PATH TO LOCAL-PATH
           OPEN INPUT LOCAL-FILE
           IF LOCAL-STATUS NOT = "00"
               DISPLAY "  no local journal to reseed from."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MIRROR-FILE
           IF MIRROR-STATUS NOT = "00"
               DISPLAY "  cannot write " FUNCTION TRIM(MIRROR-PATH)
                   ", status " MIRROR-STATUS
               CLOSE LOCAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO copied-count
           MOVE 0 TO LOCAL-EOF
           PERFORM UNTIL LOCAL-EOF = 1
               READ LOCAL-FILE
                   AT END
                       MOVE 1 TO LOCAL-EOF
                   NOT AT END
                       MOVE LOCAL-LINE TO seal-source
                       PERFORM PARSE-SEAL
                       IF seal-ok = 1
                           MOVE LOCAL-LINE TO MIRROR-LINE
                           WRITE MIRROR-LINE
                           ADD 1 TO copied-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIRROR-FILE
           CLOSE LOCAL-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cp " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal-seq.txt " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-DIR) DELIMITED BY SIZE
               "/journal-seq.txt 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           MOVE copied-count TO display-count
           DISPLAY "  " FUNCTION TRIM(display-count)
               " sealed line(s) written to the mirror."
           .

      * COMPARE-STREAMS - Both snapshots run in ascending seq, so
      * one pass with a cursor on each side finds every difference.
       COMPARE-STREAMS.
           MOVE LOCAL-SNAP-PATH TO LOCAL-PATH
           MOVE MIRROR-SNAP-PATH TO MIRROR-PATH
           MOVE 1 TO LOCAL-EOF
           MOVE 1 TO MIRROR-EOF
           OPEN INPUT LOCAL-FILE
           IF LOCAL-STATUS = "00"
               MOVE 0 TO LOCAL-EOF
           END-IF
           OPEN INPUT MIRROR-FILE
           IF MIRROR-STATUS = "00"
               MOVE 0 TO MIRROR-EOF
           END-IF

           PERFORM NEXT-LOCAL-LINE
           PERFORM NEXT-MIRROR-LINE
           IF LOCAL-EOF = 0
               MOVE local-seq TO local-first
           END-IF
           IF MIRROR-EOF = 0
               MOVE mirror-seq TO mirror-first
           END-IF

           PERFORM UNTIL LOCAL-EOF = 1 AND MIRROR-EOF = 1
               PERFORM COMPARE-STEP
           END-PERFORM

           IF LOCAL-STATUS NOT = "35"
               CLOSE LOCAL-FILE
           END-IF
           IF MIRROR-STATUS NOT = "35"
               CLOSE MIRROR-FILE
           END-IF
           .

       COMPARE-STEP.
           EVALUATE TRUE
               WHEN LOCAL-EOF = 0 AND MIRROR-EOF = 0
                   AND local-seq = mirror-seq
                   IF local-text = mirror-text
                       ADD 1 TO same-count
                   ELSE
                       ADD 1 TO differ-count
                       MOVE local-seq TO display-seq
                       IF shown-count < 20
                           DISPLAY "  DIFFER : seq " display-seq
                           ADD 1 TO shown-count
                       END-IF
                   END-IF
                   PERFORM NEXT-LOCAL-LINE
                   PERFORM NEXT-MIRROR-LINE
               WHEN MIRROR-EOF = 1
                   OR (LOCAL-EOF = 0 AND local-seq < mirror-seq)
                   IF mirror-first > 0 AND local-seq < mirror-first
                       ADD 1 TO predate-count
                   ELSE
                       ADD 1 TO missing-count
                       MOVE local-seq TO display-seq
                       IF shown-count < 20
                           DISPLAY "  MISSING: seq " display-seq
                               " not on the mirror"
                           ADD 1 TO shown-count
                       END-IF
                   END-IF
                   PERFORM NEXT-LOCAL-LINE
               WHEN OTHER
                   IF local-first > 0 AND mirror-seq < local-first
                       ADD 1 TO purged-count
                   ELSE
                       ADD 1 TO extra-count
                       MOVE mirror-seq TO display-seq
                       IF shown-count < 20
                           DISPLAY "  EXTRA  : seq " display-seq
                               " only on the mirror"
                           ADD 1 TO shown-count
                       END-IF
                   END-IF
                   PERFORM NEXT-MIRROR-LINE
           END-EVALUATE
           .

       NEXT-LOCAL-LINE.
           MOVE 0 TO seal-ok
           PERFORM UNTIL LOCAL-EOF = 1 OR seal-ok = 1
               READ LOCAL-FILE
                   AT END
                       MOVE 1 TO LOCAL-EOF
                   NOT AT END
                       MOVE LOCAL-LINE TO seal-source
                       PERFORM PARSE-SEAL
               END-READ
           END-PERFORM
           IF seal-ok = 1
               MOVE seal-seq TO local-seq
               MOVE LOCAL-LINE TO local-text
           END-IF
           .

       NEXT-MIRROR-LINE.
           MOVE 0 TO seal-ok
           PERFORM UNTIL MIRROR-EOF = 1 OR seal-ok = 1
               READ MIRROR-FILE
                   AT END
                       MOVE 1 TO MIRROR-EOF
                   NOT AT END
                       MOVE MIRROR-LINE TO seal-source
                       PERFORM PARSE-SEAL
               END-READ
           END-PERFORM
           IF seal-ok = 1
               MOVE seal-seq TO mirror-seq
               MOVE MIRROR-LINE TO mirror-text
           END-IF
           .

       PARSE-SEAL.
           MOVE 0 TO seal-ok
           IF FUNCTION TRIM(seal-source) = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE seal-len =
               FUNCTION LENGTH(FUNCTION TRIM(seal-source TRAILING))
           IF seal-len < 21
               EXIT PARAGRAPH
           END-IF
           IF seal-source(seal-len - 9:1) NOT = X"09"
               OR seal-source(seal-len - 19:1) NOT = X"09"
               EXIT PARAGRAPH
           END-IF
           MOVE seal-source(seal-len - 18:9) TO seal-seq-text
           IF seal-seq-text IS NOT NUMERIC
               OR seal-source(seal-len - 8:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE seal-seq-text TO seal-seq
           MOVE 1 TO seal-ok
           .

       REMOVE-SNAPSHOTS.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(LOCAL-SNAP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-SNAP-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       ACQUIRE-JOURNAL-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   UNTIL lock-tries > 10 OR lock-ok = 1
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/journal.lock 2>/dev/null"
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
               DISPLAY "Breaking stale journal lock."
               PERFORM RELEASE-JOURNAL-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/journal.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           .

       RELEASE-JOURNAL-LOCK.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/journal.lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "------------------------------------------"
           MOVE same-count TO display-count
           DISPLAY "Identical lines  : " display-count
           MOVE differ-count TO display-count
           DISPLAY "Differing lines  : " display-count
           MOVE missing-count TO display-count
           DISPLAY "Missing on mirror: " display-count
           MOVE extra-count TO display-count
           DISPLAY "Only on mirror   : " display-count
           MOVE predate-count TO display-count
           DISPLAY "Predate mirror   : " display-count
           MOVE purged-count TO display-count
           DISPLAY "Purged locally   : " display-count
           DISPLAY "Local counter    : " FUNCTION TRIM(local-counter)
           DISPLAY "Mirror counter   : " FUNCTION TRIM(mirror-counter)
           IF differ-count = 0 AND missing-count = 0
               AND extra-count = 0
               AND local-counter = mirror-counter
               DISPLAY "Mirror and local journal are identical."
           ELSE
               DISPLAY "MIRROR DIFFERS - a running kiosk catches a "
                   "lagging mirror up;"
               DISPLAY "after a re-seal run again with "
                   "MIRROR_RESEED=YES."
           END-IF
           DISPLAY "------------------------------------------"
           .

       END PROGRAM MIRROR-COMPARE.
