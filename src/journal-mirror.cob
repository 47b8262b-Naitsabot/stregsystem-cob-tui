      ******************************************************************
      * Author: Naitsabot
      * Purpose: Synchronous second copy of the sealed sale journal
      * Description:
      *     Keeps journal.log and journal-seq.txt in step on a second
      *     device (USB stick or network share) named by MIRROR= in
      *     config.txt. WRITE-JOURNAL-ENTRY calls this with every
      *     sealed line while it still holds the journal lock, so the
      *     mirror sees lines in the same order as the local journal.
      *     After the line is appended the mirror's journal-seq.txt
      *     is rewritten and read back - a line only counts as
      *     mirrored once the sequence number is confirmed on both
      *     devices.
      *
      *     The mirror directory is never created here: an admin
      *     makes it once on the mounted device, so an unplugged
      *     stick or a dropped share shows up as a failed open
      *     (jmirror-status 1) instead of the lines quietly landing
      *     on the SD card under an empty mount point.
      *
      *     When the mirror is behind (it was away, or a batch job
      *     appended to the local journal), the missing sequence
      *     numbers are copied across from the local archive/ files
      *     and journal.log before the new line. The mirror journal
      *     is never rolled - it stays one file from its first line.
      *
      *     Operations (jmirror-op):
      *       APPEND  - write jmirror-line (sealed jmirror-seq),
      *                 catching up any gap first
      *       CATCHUP - bring the mirror up to jmirror-seq from the
      *                 local journal files only
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-MIRROR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIRROR-JOURNAL-FILE
               ASSIGN TO MIRROR-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIRROR-JOURNAL-STATUS.
           SELECT MIRROR-SEQ-FILE
               ASSIGN TO MIRROR-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIRROR-SEQ-STATUS.
           SELECT LOCAL-JOURNAL-FILE
               ASSIGN TO LOCAL-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCAL-JOURNAL-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIRROR-JOURNAL-FILE.
        01 MIRROR-JOURNAL-LINE  PIC X(512).
       FD  MIRROR-SEQ-FILE.
        01 MIRROR-SEQ-LINE      PIC X(64).
       FD  LOCAL-JOURNAL-FILE.
        01 LOCAL-JOURNAL-LINE   PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).

       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 jmirror-init-done     PIC 9 VALUE 0.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 MIRROR-JOURNAL-PATH   PIC X(256).
       01 MIRROR-JOURNAL-STATUS PIC XX.
       01 MIRROR-JOURNAL-EOF    PIC 9 VALUE 0.
       01 MIRROR-SEQ-PATH       PIC X(256).
       01 MIRROR-SEQ-TMP-PATH   PIC X(256).
       01 MIRROR-SEQ-STATUS     PIC XX.
       01 LOCAL-JOURNAL-PATH    PIC X(256).
       01 LOCAL-JOURNAL-STATUS  PIC XX.
       01 LOCAL-JOURNAL-EOF     PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(900).

       01 mirror-work.
           05 mirror-seq        PIC 9(9).
           05 mirror-chk        PIC 9(9).
           05 mirror-seq-found  PIC 9 VALUE 0.
           05 mirror-open       PIC 9 VALUE 0.
           05 write-failed      PIC 9 VALUE 0.
           05 last-seq          PIC 9(9).
           05 last-chk          PIC 9(9).
           05 copied-count      PIC 9(9).
           05 seq-text          PIC X(20).
           05 chk-text          PIC X(20).
           05 confirm-seq       PIC 9(9).
           05 seq-disp          PIC 9(9).
           05 chk-disp          PIC 9(9).
           05 display-seq       PIC Z(8)9.

      * seal-parse - the <TAB>seq9<TAB>chk9 tail journal-verify
      * checks, lifted off whichever line is in seal-source.
       01 seal-parse.
           05 seal-source       PIC X(512).
           05 seal-ok           PIC 9 VALUE 0.
           05 seal-len          PIC 9(4) COMP-5.
           05 seal-seq-text     PIC X(9).
           05 seal-chk-text     PIC X(9).
           05 seal-seq          PIC 9(9).
           05 seal-chk          PIC 9(9).

       LINKAGE SECTION.
       COPY "copybooks/journal-mirror.cpy".

       PROCEDURE DIVISION USING jmirror-request-data
                                jmirror-response-data.

       MAIN-LOGIC.
           IF jmirror-init-done = 0
               MOVE "JOURNAL-MIRROR" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-LOCAL-PATHS
               MOVE 1 TO jmirror-init-done
           END-IF

           MOVE 0 TO jmirror-status
           MOVE 0 TO jmirror-mirror-seq
           MOVE 0 TO jmirror-caught-up

           IF FUNCTION TRIM(jmirror-dir) = SPACES
               MOVE 1 TO jmirror-status
               GOBACK
           END-IF
           PERFORM INIT-MIRROR-PATHS

           EVALUATE jmirror-op
               WHEN "APPEND"
                   PERFORM MIRROR-SYNC
               WHEN "CATCHUP"
                   MOVE SPACES TO jmirror-line
                   PERFORM MIRROR-SYNC
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown journal mirror op: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(jmirror-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 1 TO jmirror-status
           END-EVALUATE

           GOBACK.

       INIT-LOCAL-PATHS.
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
               "/mirror-files.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING
           .

       INIT-MIRROR-PATHS.
           MOVE SPACES TO MIRROR-JOURNAL-PATH
           STRING
               FUNCTION TRIM(jmirror-dir) DELIMITED BY SIZE
               "/journal.log" DELIMITED BY SIZE
               INTO MIRROR-JOURNAL-PATH
           END-STRING

           MOVE SPACES TO MIRROR-SEQ-PATH
           STRING
               FUNCTION TRIM(jmirror-dir) DELIMITED BY SIZE
               "/journal-seq.txt" DELIMITED BY SIZE
               INTO MIRROR-SEQ-PATH
           END-STRING

           MOVE SPACES TO MIRROR-SEQ-TMP-PATH
           STRING
               FUNCTION TRIM(MIRROR-SEQ-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO MIRROR-SEQ-TMP-PATH
           END-STRING
           .

      * MIRROR-SYNC - Find where the mirror stands, then either
      * append the one new line (the normal case) or copy the whole
      * gap from the local files, and confirm the new sequence
      * number on the mirror before reporting it in step.
       MIRROR-SYNC.
           PERFORM READ-MIRROR-SEQ
           IF mirror-seq-found = 0
               OR (mirror-seq NOT = jmirror-seq
               AND mirror-seq + 1 NOT = jmirror-seq)
               PERFORM SCAN-MIRROR-TAIL
           END-IF
           MOVE mirror-seq TO jmirror-mirror-seq

           IF mirror-seq = jmirror-seq
               EXIT PARAGRAPH
           END-IF
           IF mirror-seq > jmirror-seq
               MOVE mirror-seq TO display-seq
               MOVE SPACES TO log-message
               STRING "Journal mirror is ahead of the local journal"
                   DELIMITED BY SIZE
                   " at seq " DELIMITED BY SIZE
                   FUNCTION TRIM(display-seq) DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-ERROR
               MOVE 2 TO jmirror-status
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-MIRROR-JOURNAL
           IF mirror-open = 0
               MOVE 1 TO jmirror-status
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO write-failed
           MOVE mirror-seq TO last-seq
           MOVE mirror-chk TO last-chk
           MOVE 0 TO copied-count
           IF jmirror-op = "APPEND"
               AND mirror-seq + 1 = jmirror-seq
               AND FUNCTION TRIM(jmirror-line) NOT = SPACES
               MOVE jmirror-line TO MIRROR-JOURNAL-LINE
               WRITE MIRROR-JOURNAL-LINE
               IF MIRROR-JOURNAL-STATUS NOT = "00"
                   MOVE 1 TO write-failed
               ELSE
                   MOVE jmirror-seq TO last-seq
                   MOVE jmirror-chk TO last-chk
               END-IF
           ELSE
               PERFORM CATCH-UP-FROM-LOCAL
           END-IF
           CLOSE MIRROR-JOURNAL-FILE

           IF write-failed = 1
               MOVE SPACES TO log-message
               STRING "Journal mirror write failed, status "
                   DELIMITED BY SIZE
                   MIRROR-JOURNAL-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-ERROR
               MOVE 1 TO jmirror-status
           END-IF
           IF last-seq = mirror-seq
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-MIRROR-SEQ
           PERFORM CONFIRM-MIRROR-SEQ
           IF jmirror-status = 0
               AND last-seq NOT = jmirror-seq
               MOVE last-seq TO display-seq
               MOVE SPACES TO log-message
               STRING "Journal mirror catch-up stopped at seq "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(display-seq) DELIMITED BY SIZE
                   " - local journal has a gap" DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-ERROR
               MOVE 2 TO jmirror-status
           END-IF
           .

       READ-MIRROR-SEQ.
           MOVE 0 TO mirror-seq
           MOVE 0 TO mirror-chk
           MOVE 0 TO mirror-seq-found
           OPEN INPUT MIRROR-SEQ-FILE
           IF MIRROR-SEQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MIRROR-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO seq-text
                   MOVE SPACES TO chk-text
                   UNSTRING MIRROR-SEQ-LINE DELIMITED BY X"09"
                       INTO seq-text
                            chk-text
                   END-UNSTRING
                   IF FUNCTION TRIM(seq-text) NOT = SPACES
                       MOVE FUNCTION NUMVAL(seq-text) TO mirror-seq
                       MOVE 1 TO mirror-seq-found
                   END-IF
                   IF FUNCTION TRIM(chk-text) NOT = SPACES
                       MOVE FUNCTION NUMVAL(chk-text) TO mirror-chk
                   END-IF
           END-READ
           CLOSE MIRROR-SEQ-FILE
           .

      * SCAN-MIRROR-TAIL - No counter on the mirror, or a gap to
      * bridge: take the seal of its last line instead, so a lost or
      * stale journal-seq.txt on the stick (pulled between the line
      * and the counter) never gets lines copied across twice.
       SCAN-MIRROR-TAIL.
           MOVE 0 TO MIRROR-JOURNAL-EOF
           OPEN INPUT MIRROR-JOURNAL-FILE
           IF MIRROR-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO mirror-seq
           MOVE 0 TO mirror-chk
           PERFORM UNTIL MIRROR-JOURNAL-EOF = 1
               READ MIRROR-JOURNAL-FILE
                   AT END
                       MOVE 1 TO MIRROR-JOURNAL-EOF
                   NOT AT END
                       MOVE MIRROR-JOURNAL-LINE TO seal-source
                       PERFORM PARSE-SEAL
                       IF seal-ok = 1
                           MOVE seal-seq TO mirror-seq
                           MOVE seal-chk TO mirror-chk
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIRROR-JOURNAL-FILE
           .

       OPEN-MIRROR-JOURNAL.
           MOVE 0 TO mirror-open
           OPEN EXTEND MIRROR-JOURNAL-FILE
           IF MIRROR-JOURNAL-STATUS = "35"
               OPEN OUTPUT MIRROR-JOURNAL-FILE
           END-IF
           IF MIRROR-JOURNAL-STATUS NOT = "00"
               MOVE SPACES TO log-message
               STRING "Journal mirror not reachable at "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(jmirror-dir) DELIMITED BY SIZE
                   ", status " DELIMITED BY SIZE
                   MIRROR-JOURNAL-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO mirror-open
           .

      * CATCH-UP-FROM-LOCAL - Walk archive/journal-*.log in date
      * order and then journal.log, copying every sealed line whose
      * seq falls in (mirror-seq, jmirror-seq]. Stops at the first
      * line out of order so the mirror never gets a hole in it.
       CATCH-UP-FROM-LOCAL.
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

           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-LIST-EOF = 1
               OR write-failed = 1
               OR last-seq = jmirror-seq
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FILE-LIST-LINE)
                               TO LOCAL-JOURNAL-PATH
                           PERFORM COPY-LOCAL-FILE
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

           IF copied-count > 0
               MOVE copied-count TO display-seq
               MOVE SPACES TO log-message
               STRING "Journal mirror caught up "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(display-seq) DELIMITED BY SIZE
                   " line(s)" DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-INFO
           END-IF
           MOVE copied-count TO jmirror-caught-up
           .

       COPY-LOCAL-FILE.
           MOVE 0 TO LOCAL-JOURNAL-EOF
           OPEN INPUT LOCAL-JOURNAL-FILE
           IF LOCAL-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LOCAL-JOURNAL-EOF = 1
               OR write-failed = 1
               OR last-seq = jmirror-seq
               READ LOCAL-JOURNAL-FILE
                   AT END
                       MOVE 1 TO LOCAL-JOURNAL-EOF
                   NOT AT END
                       PERFORM COPY-LOCAL-LINE
               END-READ
           END-PERFORM
           CLOSE LOCAL-JOURNAL-FILE
           .

       COPY-LOCAL-LINE.
           MOVE LOCAL-JOURNAL-LINE TO seal-source
           PERFORM PARSE-SEAL
           IF seal-ok = 0
               EXIT PARAGRAPH
           END-IF
           IF seal-seq <= last-seq OR seal-seq > jmirror-seq
               EXIT PARAGRAPH
           END-IF
           IF seal-seq NOT = last-seq + 1
               MOVE 1 TO LOCAL-JOURNAL-EOF
               MOVE 1 TO FILE-LIST-EOF
               EXIT PARAGRAPH
           END-IF

           MOVE LOCAL-JOURNAL-LINE TO MIRROR-JOURNAL-LINE
           WRITE MIRROR-JOURNAL-LINE
           IF MIRROR-JOURNAL-STATUS NOT = "00"
               MOVE 1 TO write-failed
               EXIT PARAGRAPH
           END-IF
           MOVE seal-seq TO last-seq
           MOVE seal-chk TO last-chk
           ADD 1 TO copied-count
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
           MOVE seal-source(seal-len - 8:9) TO seal-chk-text
           IF seal-seq-text IS NOT NUMERIC
               OR seal-chk-text IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE seal-seq-text TO seal-seq
           MOVE seal-chk-text TO seal-chk
           MOVE 1 TO seal-ok
           .

      * WRITE-MIRROR-SEQ - Same "seq<TAB>chk" layout as the local
      * journal-seq.txt, written beside the target and renamed over
      * it so a pulled stick never leaves half a counter behind.
       WRITE-MIRROR-SEQ.
           MOVE MIRROR-SEQ-TMP-PATH TO MIRROR-SEQ-PATH
           OPEN OUTPUT MIRROR-SEQ-FILE
           IF MIRROR-SEQ-STATUS NOT = "00"
               PERFORM INIT-MIRROR-PATHS
               MOVE 1 TO jmirror-status
               EXIT PARAGRAPH
           END-IF
           MOVE last-seq TO seq-disp
           MOVE last-chk TO chk-disp
           MOVE SPACES TO MIRROR-SEQ-LINE
           STRING
               seq-disp DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               chk-disp DELIMITED BY SIZE
               INTO MIRROR-SEQ-LINE
           END-STRING
           WRITE MIRROR-SEQ-LINE
           CLOSE MIRROR-SEQ-FILE
           PERFORM INIT-MIRROR-PATHS

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-SEQ-TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(MIRROR-SEQ-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * CONFIRM-MIRROR-SEQ - Read the counter back off the device.
       CONFIRM-MIRROR-SEQ.
           MOVE mirror-seq TO confirm-seq
           PERFORM READ-MIRROR-SEQ
           IF mirror-seq-found = 0 OR mirror-seq NOT = last-seq
               MOVE SPACES TO log-message
               STRING "Journal mirror sequence not confirmed on "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(jmirror-dir) DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-ERROR
               MOVE 1 TO jmirror-status
               MOVE confirm-seq TO jmirror-mirror-seq
               EXIT PARAGRAPH
           END-IF
           MOVE mirror-seq TO jmirror-mirror-seq
           .

       COPY "copybooks/logging-procedures.cob".

       END PROGRAM JOURNAL-MIRROR.
