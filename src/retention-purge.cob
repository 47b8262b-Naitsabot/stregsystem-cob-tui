      ******************************************************************
      * Author: Naitsabot
      * Purpose: Time-based retention and purge of kiosk files
      * Description:
      *     Applies the retention policy in retention.txt (config
      *     dir, "FAMILY=<n><D|M|Y>" lines, seeded with the defaults
      *     below on first run) to each file family the kiosk
      *     otherwise keeps forever:
      *       JOURNAL   archive/journal-YYYYMMDD.log   anonymised
      *       GUESTLOG  guest-log.txt lines            removed
      *       APILOG    api.log.json and rotations     deleted
      *       INCIDENTS incidents/*                    deleted
      *       SPOOL     spool/* and spool/failed/*     deleted
      *       PROMILLE  promille.log lines             removed
      *     JOURNAL and GUESTLOG are accounting records and are never
      *     kept for less than five years, whatever the policy says.
      *     Journal archives are dated by their trading day, guest
      *     log and promille lines by their timestamp, everything
      *     else by the file's last modification date.
      *
      *     Journal archives past retention are not deleted - the
      *     usernames, operators and GIVE:<user> targets in them are
      *     replaced with GDPR-ERASE's anonymous token for the same
      *     name, so every total survives and an erased member
      *     carries the same token everywhere. As in GDPR-ERASE the
      *     checksum chain is re-sealed under the journal lock and
      *     journal-seq.txt refreshed, so JOURNAL-VERIFY stays green.
      *
      *     Nothing dated inside a period that is not CLOSED in
      *     closed-periods.txt is touched; such items are listed as
      *     refused. Every run writes a retention certificate
      *     (exports/retention-certificate-<timestamp>.txt) listing
      *     the policy, the cut-off dates and each file purged,
      *     anonymised or refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE
               ASSIGN TO POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-STATUS.
           SELECT CLOSED-PERIODS-FILE
               ASSIGN TO CLOSED-PERIODS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIODS-STATUS.
           SELECT IN-FILE
               ASSIGN TO IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT OUT-FILE
               ASSIGN TO OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT CERT-FILE
               ASSIGN TO CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
        01 POLICY-LINE          PIC X(128).
       FD  CLOSED-PERIODS-FILE.
        01 CLOSED-PERIODS-LINE  PIC X(128).
       FD  IN-FILE.
        01 IN-LINE              PIC X(512).
       FD  OUT-FILE.
        01 OUT-LINE             PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  CERT-FILE.
        01 CERT-LINE            PIC X(256).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 POLICY-PATH           PIC X(256).
       01 POLICY-STATUS         PIC XX.
       01 POLICY-EOF            PIC 9 VALUE 0.
       01 CLOSED-PERIODS-PATH   PIC X(256).
       01 CLOSED-PERIODS-STATUS PIC XX.
       01 CLOSED-PERIODS-EOF    PIC 9 VALUE 0.
       01 IN-PATH               PIC X(256).
       01 IN-STATUS             PIC XX.
       01 IN-EOF                PIC 9 VALUE 0.
       01 OUT-PATH              PIC X(256).
       01 OUT-STATUS            PIC XX.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 CERT-PATH             PIC X(256).
       01 CERT-STATUS           PIC XX.
       01 SYSTEM-CMD            PIC X(900).

       01 journal-lock-work.
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

       01 run-timestamp         PIC X(14).
       01 today-date            PIC X(8).
       01 today-num             PIC 9(8).

      * The file families, their built-in keep-periods and what
      * happens past retention. fam-floor "Y" marks accounting
      * records, held for the statutory five years at least.
       01 family-defaults.
           05 FILLER PIC X(26) VALUE "JOURNAL   0005YANONYMISE Y".
           05 FILLER PIC X(26) VALUE "GUESTLOG  0005YDROP-LINESY".
           05 FILLER PIC X(26) VALUE "APILOG    0090DDELETE    N".
           05 FILLER PIC X(26) VALUE "INCIDENTS 0001YDELETE    N".
           05 FILLER PIC X(26) VALUE "SPOOL     0030DDELETE    N".
           05 FILLER PIC X(26) VALUE "PROMILLE  0006MDROP-LINESN".
       01 family-table REDEFINES family-defaults.
           05 fam-entry OCCURS 6 TIMES.
               10 fam-key       PIC X(10).
               10 fam-num       PIC 9(4).
               10 fam-unit      PIC X.
               10 fam-action    PIC X(10).
               10 fam-floor     PIC X.
       01 family-results.
           05 fam-result OCCURS 6 TIMES.
               10 fam-cutoff    PIC X(8).
               10 fam-raised    PIC 9.
               10 fam-done      PIC 9(6) COMP-5.
               10 fam-refused   PIC 9(6) COMP-5.
       01 fam-idx               PIC 9(2) COMP-5.
       01 fam-found-idx         PIC 9(2) COMP-5.

       01 policy-work.
           05 pol-key           PIC X(20).
           05 pol-value         PIC X(20).
           05 pol-len           PIC 9(2) COMP-5.
           05 pol-num-text      PIC X(4).
           05 pol-unit          PIC X.
           05 pol-error         PIC 9 VALUE 0.

       01 cutoff-work.
           05 cut-months        PIC S9(9) COMP-5.
           05 cut-yyyy          PIC 9(4).
           05 cut-mm            PIC 9(2).
           05 cut-dd            PIC 9(2).
           05 cut-num           PIC 9(8).
           05 cut-int           PIC S9(9) COMP-5.
           05 floor-cutoff      PIC X(8).

      * closed-periods.txt, latest state per range
       01 closed-periods.
           05 pcl-count         PIC 9(3) COMP-5 VALUE 0.
           05 pcl-entry OCCURS 200 TIMES.
               10 pcl-from      PIC X(8).
               10 pcl-to        PIC X(8).
               10 pcl-state     PIC X(8).
           05 pcl-idx           PIC 9(3) COMP-5.
           05 pcl-found-idx     PIC 9(3) COMP-5.
           05 pcl-rec-ts        PIC X(15).
           05 pcl-rec-from      PIC X(8).
           05 pcl-rec-to        PIC X(8).
           05 pcl-rec-state     PIC X(8).
       01 check-date            PIC X(8).
       01 date-closed           PIC 9.

      * one candidate file or line
       01 item-date             PIC X(8).
       01 item-path             PIC X(256).
       01 path-len              PIC 9(4) COMP-5.

      * archives holding names still to be anonymised
       01 anon-archives.
           05 anon-count        PIC 9(4) COMP-5 VALUE 0.
           05 anon-date         PIC X(8) OCCURS 4000 TIMES.
           05 anon-idx          PIC 9(4) COMP-5.
       01 anon-active           PIC 9.
       01 anon-source           PIC X(64).
       01 anon-token            PIC X(20).
       01 hash-work             PIC 9(18) COMP-5.
       01 hash-disp             PIC 9(6).
       01 hash-pos              PIC 9(3) COMP-5.
       01 hash-len              PIC 9(3) COMP-5.
       01 name-needs-anon       PIC 9.

      * journal field split (full sealed layout)
       COPY "copybooks/journal-line.cpy".
       01 seal-work.
           05 line-len          PIC 9(4) COMP-5.
           05 line-sealed       PIC 9.
           05 line-seq          PIC 9(9) COMP-5 VALUE 0.
           05 prev-chk          PIC 9(9) COMP-5 VALUE 0.
           05 calc-sum          PIC 9(18) COMP-5.
           05 calc-chk          PIC 9(18) COMP-5.
           05 sum-pos           PIC 9(4) COMP-5.
           05 content-len       PIC 9(4) COMP-5.
           05 seq-disp          PIC 9(9).
           05 chk-disp          PIC 9(9).
       01 build-pos             PIC 9(4) COMP-5.

       01 counts.
           05 change-count      PIC 9(6) COMP-5.
           05 keep-count        PIC 9(6) COMP-5.
           05 drop-count        PIC 9(6) COMP-5.
           05 held-count        PIC 9(6) COMP-5.
           05 total-done        PIC 9(6) COMP-5 VALUE 0.
           05 total-refused     PIC 9(6) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZ9.
       01 display-num           PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM RETENTION PURGE"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-POLICY
           IF pol-error = 1
               DISPLAY "Fix retention.txt and run again."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COMPUTE-CUTOFFS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM OPEN-CERTIFICATE

           PERFORM ANONYMISE-JOURNAL-ARCHIVES
           PERFORM PURGE-GUEST-LOG
           PERFORM VARYING fam-idx FROM 3 BY 1 UNTIL fam-idx > 5
               PERFORM PURGE-FILE-FAMILY
           END-PERFORM
           PERFORM PURGE-PROMILLE-LOG

           PERFORM CLOSE-CERTIFICATE
           MOVE total-done TO display-count
           DISPLAY " "
           DISPLAY "Purged or anonymised: " display-count
           MOVE total-refused TO display-count
           DISPLAY "Refused (not closed): " display-count
           DISPLAY "Certificate: " FUNCTION TRIM(CERT-PATH)
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

           MOVE SPACES TO POLICY-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/retention.txt" DELIMITED BY SIZE
               INTO POLICY-PATH
           END-STRING

           MOVE SPACES TO CLOSED-PERIODS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/closed-periods.txt" DELIMITED BY SIZE
               INTO CLOSED-PERIODS-PATH
           END-STRING

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/retention-file-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:14) TO run-timestamp
           MOVE run-timestamp(1:8) TO today-date
           MOVE today-date TO today-num

           MOVE SPACES TO CERT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/retention-certificate-" DELIMITED BY SIZE
               run-timestamp DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CERT-PATH
           END-STRING
           .

      * LOAD-POLICY - Read retention.txt over the built-in defaults,
      * seeding it with them first if it does not exist yet - the
      * same seed-on-first-run idiom runplan.txt uses. Blank lines
      * and "#" comments are skipped; an unknown family or a
      * malformed period stops the run rather than guessing.
       LOAD-POLICY.
           MOVE 0 TO POLICY-EOF
           OPEN INPUT POLICY-FILE
           IF POLICY-STATUS = "35"
               PERFORM CREATE-DEFAULT-POLICY
               OPEN INPUT POLICY-FILE
           END-IF
           IF POLICY-STATUS = "35"
               DISPLAY "Cannot read or create "
                   FUNCTION TRIM(POLICY-PATH)
                   " - using built-in periods"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL POLICY-EOF = 1
               READ POLICY-FILE
                   AT END
                       MOVE 1 TO POLICY-EOF
                   NOT AT END
                       PERFORM PARSE-POLICY-LINE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           .

       CREATE-DEFAULT-POLICY.
           OPEN OUTPUT POLICY-FILE
           MOVE "# Keep-period per file family: <n>D, <n>M or <n>Y"
               TO POLICY-LINE
           WRITE POLICY-LINE
           PERFORM VARYING fam-idx FROM 1 BY 1 UNTIL fam-idx > 6
               MOVE fam-num(fam-idx) TO display-num
               MOVE SPACES TO POLICY-LINE
               STRING
                   FUNCTION TRIM(fam-key(fam-idx)) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(display-num) DELIMITED BY SIZE
                   fam-unit(fam-idx) DELIMITED BY SIZE
                   INTO POLICY-LINE
               END-STRING
               WRITE POLICY-LINE
           END-PERFORM
           CLOSE POLICY-FILE
           .

       PARSE-POLICY-LINE.
           IF FUNCTION TRIM(POLICY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(POLICY-LINE)(1:1) = "#"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO pol-key
           MOVE SPACES TO pol-value
           UNSTRING POLICY-LINE DELIMITED BY "="
               INTO pol-key pol-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pol-key)) TO pol-key
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pol-value))
               TO pol-value

           MOVE 0 TO fam-found-idx
           PERFORM VARYING fam-idx FROM 1 BY 1 UNTIL fam-idx > 6
               IF fam-key(fam-idx) = pol-key
                   MOVE fam-idx TO fam-found-idx
               END-IF
           END-PERFORM
           IF fam-found-idx = 0
               DISPLAY "Unknown file family in retention.txt: "
                   FUNCTION TRIM(pol-key)
               MOVE 1 TO pol-error
               EXIT PARAGRAPH
           END-IF

      *    <1-4 digits><D|M|Y>, at least one unit long
           MOVE 0 TO pol-len
           IF pol-value NOT = SPACES
               COMPUTE pol-len =
                   FUNCTION LENGTH(FUNCTION TRIM(pol-value))
           END-IF
           IF pol-len < 2 OR pol-len > 5
               PERFORM REJECT-POLICY-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE pol-value(pol-len:1) TO pol-unit
           MOVE SPACES TO pol-num-text
           MOVE pol-value(1:pol-len - 1) TO pol-num-text
           IF (pol-unit NOT = "D" AND pol-unit NOT = "M"
                   AND pol-unit NOT = "Y")
               OR pol-value(1:pol-len - 1) IS NOT NUMERIC
               PERFORM REJECT-POLICY-VALUE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(pol-num-text) = 0
               PERFORM REJECT-POLICY-VALUE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(pol-num-text)
               TO fam-num(fam-found-idx)
           MOVE pol-unit TO fam-unit(fam-found-idx)
           .

       REJECT-POLICY-VALUE.
           DISPLAY "Bad keep-period for "
               FUNCTION TRIM(pol-key) ": "
               FUNCTION TRIM(pol-value)
               " (expected e.g. 90D, 18M or 5Y)"
           MOVE 1 TO pol-error
           .

      * COMPUTE-CUTOFFS - Anything dated before a family's cut-off
      * is past retention. Month and year periods count calendar
      * months back from today (the 29th-31st fall back to the 28th
      * where the target month is shorter); accounting families
      * are held back to the five-year floor.
       COMPUTE-CUTOFFS.
           MOVE 60 TO cut-months
           PERFORM MONTHS-BACK-FROM-TODAY
           MOVE cut-num TO floor-cutoff

           PERFORM VARYING fam-idx FROM 1 BY 1 UNTIL fam-idx > 6
               MOVE 0 TO fam-raised(fam-idx)
               MOVE 0 TO fam-done(fam-idx)
               MOVE 0 TO fam-refused(fam-idx)
               EVALUATE fam-unit(fam-idx)
                   WHEN "D"
                       COMPUTE cut-int =
                           FUNCTION INTEGER-OF-DATE(today-num)
                           - fam-num(fam-idx)
                       IF cut-int < 1
                           MOVE 1 TO cut-int
                       END-IF
                       COMPUTE cut-num =
                           FUNCTION DATE-OF-INTEGER(cut-int)
                   WHEN "M"
                       MOVE fam-num(fam-idx) TO cut-months
                       PERFORM MONTHS-BACK-FROM-TODAY
                   WHEN OTHER
                       COMPUTE cut-months = fam-num(fam-idx) * 12
                       PERFORM MONTHS-BACK-FROM-TODAY
               END-EVALUATE
               MOVE cut-num TO fam-cutoff(fam-idx)
               IF fam-floor(fam-idx) = "Y"
                   AND fam-cutoff(fam-idx) > floor-cutoff
                   MOVE floor-cutoff TO fam-cutoff(fam-idx)
                   MOVE 1 TO fam-raised(fam-idx)
                   DISPLAY FUNCTION TRIM(fam-key(fam-idx))
                       " is an accounting record - held for"
                       " five years"
               END-IF
           END-PERFORM
           .

       MONTHS-BACK-FROM-TODAY.
           COMPUTE cut-months =
               FUNCTION NUMVAL(today-date(1:4)) * 12
               + FUNCTION NUMVAL(today-date(5:2)) - 1
               - cut-months
           IF cut-months < 12
               MOVE 12 TO cut-months
           END-IF
           COMPUTE cut-yyyy = cut-months / 12
           COMPUTE cut-mm = FUNCTION MOD(cut-months, 12) + 1
           MOVE today-date(7:2) TO cut-dd
           COMPUTE cut-num = cut-yyyy * 10000 + cut-mm * 100 + cut-dd
           IF FUNCTION TEST-DATE-YYYYMMDD(cut-num) NOT = 0
               MOVE 28 TO cut-dd
               COMPUTE cut-num =
                   cut-yyyy * 10000 + cut-mm * 100 + cut-dd
           END-IF
           .

      * LOAD-CLOSED-PERIODS - "ts<TAB>from<TAB>to<TAB>state
      * <TAB>operator"; the file is append-only, so a later line
      * for the same range (a reopen, a re-close) replaces the
      * earlier state here.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIODS-EOF
           OPEN INPUT CLOSED-PERIODS-FILE
           IF CLOSED-PERIODS-STATUS = "35"
               DISPLAY "No closed-periods.txt - nothing can be"
                   " purged until periods are closed"
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
           MOVE SPACES TO pcl-rec-ts
           MOVE SPACES TO pcl-rec-from
           MOVE SPACES TO pcl-rec-to
           MOVE SPACES TO pcl-rec-state
           UNSTRING CLOSED-PERIODS-LINE DELIMITED BY X"09"
               INTO pcl-rec-ts
                    pcl-rec-from
                    pcl-rec-to
                    pcl-rec-state
           END-UNSTRING
           MOVE 0 TO pcl-found-idx
           PERFORM VARYING pcl-idx FROM 1 BY 1
                   UNTIL pcl-idx > pcl-count
               IF pcl-from(pcl-idx) = pcl-rec-from
                   AND pcl-to(pcl-idx) = pcl-rec-to
                   MOVE pcl-idx TO pcl-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF pcl-found-idx = 0 AND pcl-count < 200
               ADD 1 TO pcl-count
               MOVE pcl-count TO pcl-found-idx
               MOVE pcl-rec-from TO pcl-from(pcl-found-idx)
               MOVE pcl-rec-to TO pcl-to(pcl-found-idx)
           END-IF
           IF pcl-found-idx NOT = 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(pcl-rec-state))
                   TO pcl-state(pcl-found-idx)
           END-IF
           .

      * CHECK-DATE-CLOSED - date-closed = 1 when check-date sits
      * inside a range whose latest state is CLOSED.
       CHECK-DATE-CLOSED.
           MOVE 0 TO date-closed
           PERFORM VARYING pcl-idx FROM 1 BY 1
                   UNTIL pcl-idx > pcl-count
               IF check-date >= pcl-from(pcl-idx)
                   AND check-date <= pcl-to(pcl-idx)
                   AND pcl-state(pcl-idx) = "CLOSED"
                   MOVE 1 TO date-closed
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * OPEN-CERTIFICATE - Header and the policy in force, with the
      * cut-off each family was held to.
       OPEN-CERTIFICATE.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-LINE
           MOVE ALL "=" TO CERT-LINE(1:60)
           WRITE CERT-LINE
           MOVE "STREGSYSTEM RETENTION CERTIFICATE" TO CERT-LINE
           WRITE CERT-LINE
           MOVE ALL "=" TO CERT-LINE(1:60)
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING
               "Run at: " DELIMITED BY SIZE
               run-timestamp(1:4) "-" run-timestamp(5:2) "-"
               run-timestamp(7:2) " " run-timestamp(9:2) ":"
               run-timestamp(11:2) ":" run-timestamp(13:2)
               DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING
               "Closed periods on file: " DELIMITED BY SIZE
               FUNCTION TRIM(CLOSED-PERIODS-PATH) DELIMITED BY SIZE
               INTO CERT-LINE
           END-STRING
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Policy (family, keep-period, action, cut-off):"
               TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING fam-idx FROM 1 BY 1 UNTIL fam-idx > 6
               MOVE fam-num(fam-idx) TO display-num
               MOVE SPACES TO CERT-LINE
               STRING
                   "  " fam-key(fam-idx) DELIMITED BY SIZE
                   display-num DELIMITED BY SIZE
                   fam-unit(fam-idx) DELIMITED BY SIZE
                   "  " fam-action(fam-idx) DELIMITED BY SIZE
                   "  before " DELIMITED BY SIZE
                   fam-cutoff(fam-idx) DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               IF fam-raised(fam-idx) = 1
                   MOVE "(held to five-year floor)"
                       TO CERT-LINE(50:)
               END-IF
               WRITE CERT-LINE
           END-PERFORM
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Actions:" TO CERT-LINE
           WRITE CERT-LINE
           .

      * WRITE-ITEM-LINE - One certificate line for item-path:
      * "<what> <date> <path>"; the caller has put the verb in
      * CERT-LINE(3:12).
       WRITE-ITEM-LINE.
           MOVE item-date TO CERT-LINE(16:8)
           MOVE FUNCTION TRIM(item-path) TO CERT-LINE(26:)
           WRITE CERT-LINE
           .

      * ANONYMISE-JOURNAL-ARCHIVES - A read-only pass first finds the
      * archives past retention that still carry a real name; only
      * if there are any is the chain rewritten under the lock.
      * Archives already anonymised are left alone, so a second run
      * the same day changes nothing.
       ANONYMISE-JOURNAL-ARCHIVES.
           MOVE 1 TO fam-idx
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/archive/journal-*.log 2>/dev/null | sort > "
               DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO anon-count
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           PERFORM CHECK-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

           IF anon-count > 0
               PERFORM RESEAL-JOURNAL-CHAIN
           END-IF
           PERFORM REMOVE-FILE-LIST
           .

      * CHECK-ONE-ARCHIVE - The archive's trading day is in its
      * name, journal-YYYYMMDD.log.
       CHECK-ONE-ARCHIVE.
           MOVE FUNCTION TRIM(FILE-LIST-LINE) TO item-path
           COMPUTE path-len = FUNCTION LENGTH(FUNCTION TRIM(item-path))
           IF path-len < 20
               EXIT PARAGRAPH
           END-IF
           MOVE item-path(path-len - 11:8) TO item-date
           IF item-date IS NOT NUMERIC
               OR item-date NOT < fam-cutoff(fam-idx)
               EXIT PARAGRAPH
           END-IF

           MOVE item-date TO check-date
           PERFORM CHECK-DATE-CLOSED
           IF date-closed = 0
               MOVE SPACES TO CERT-LINE
               MOVE "REFUSED" TO CERT-LINE(3:12)
               PERFORM WRITE-ITEM-LINE
               ADD 1 TO fam-refused(fam-idx)
               ADD 1 TO total-refused
               EXIT PARAGRAPH
           END-IF

      *    Count the names still to anonymise, without writing
           MOVE item-path TO IN-PATH
           MOVE 0 TO anon-active
           MOVE 0 TO change-count
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IN-EOF = 1
               READ IN-FILE
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       PERFORM SPLIT-JOURNAL-LINE
                       PERFORM ANONYMISE-JOURNAL-FIELDS
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           IF change-count > 0 AND anon-count < 4000
               ADD 1 TO anon-count
               MOVE item-date TO anon-date(anon-count)
           END-IF
           .

      * RESEAL-JOURNAL-CHAIN - Archives in date order, then the live
      * journal: names replaced in the archives picked above, and
      * every sealed line re-sealed with the running chain.
       RESEAL-JOURNAL-CHAIN.
      *    The pass rewrites the live log and journal-seq - hold the
      *    journal lock so a kiosk appending a sale can't lose its
      *    line or fork the seq/checksum chain.
           PERFORM ACQUIRE-JOURNAL-LOCK
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

           MOVE 0 TO prev-chk
           MOVE 0 TO line-seq
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               PERFORM RELEASE-JOURNAL-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           PERFORM RESEAL-ONE-JOURNAL-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE

      *    Refresh the writer's stored chain tail so the next sale
      *    continues from the re-sealed chain.
           IF line-seq > 0
               MOVE line-seq TO seq-disp
               MOVE prev-chk TO chk-disp
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "printf '%s\t%s\n' '" DELIMITED BY SIZE
                   seq-disp DELIMITED BY SIZE
                   "' '" DELIMITED BY SIZE
                   chk-disp DELIMITED BY SIZE
                   "' > " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/journal-seq.txt" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           PERFORM RELEASE-JOURNAL-LOCK
           .

      * RESEAL-ONE-JOURNAL-FILE - Copy through a .tmp file and move
      * it back, the way GDPR-ERASE rewrites.
       RESEAL-ONE-JOURNAL-FILE.
           MOVE FUNCTION TRIM(FILE-LIST-LINE) TO IN-PATH
           MOVE IN-PATH TO item-path
           MOVE SPACES TO item-date
           MOVE 0 TO anon-active
           COMPUTE path-len = FUNCTION LENGTH(FUNCTION TRIM(item-path))
           IF path-len >= 20
               MOVE item-path(path-len - 11:8) TO item-date
               PERFORM VARYING anon-idx FROM 1 BY 1
                       UNTIL anon-idx > anon-count
                   IF anon-date(anon-idx) = item-date
                       MOVE 1 TO anon-active
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO change-count
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-PATH
           STRING
               FUNCTION TRIM(IN-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE
           PERFORM UNTIL IN-EOF = 1
               READ IN-FILE
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       PERFORM TRANSFORM-JOURNAL-LINE
                       MOVE IN-LINE TO OUT-LINE
                       WRITE OUT-LINE
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           CLOSE OUT-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv '" DELIMITED BY SIZE
               FUNCTION TRIM(OUT-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(IN-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           IF anon-active = 1
               MOVE change-count TO display-count
               DISPLAY "  " FUNCTION TRIM(IN-PATH) " : "
                   display-count " name(s) anonymised"
               MOVE SPACES TO CERT-LINE
               MOVE "ANONYMISED" TO CERT-LINE(3:12)
               PERFORM WRITE-ITEM-LINE
               MOVE SPACES TO CERT-LINE
               STRING
                   "    " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " name(s) replaced, totals unchanged, "
                   DELIMITED BY SIZE
                   "chain re-sealed" DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
               ADD 1 TO fam-done(1)
               ADD 1 TO total-done
           END-IF
           .

      * SPLIT-JOURNAL-LINE - Strip the seal positionally, then split
      * the content fields. line-sealed and line-seq say what was
      * stripped.
       SPLIT-JOURNAL-LINE.
           MOVE 0 TO line-sealed
           MOVE SPACES TO jnl-fields
           IF FUNCTION TRIM(IN-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE line-len =
               FUNCTION LENGTH(FUNCTION TRIM(IN-LINE))
           IF line-len > 21
               AND IN-LINE(line-len - 9:1) = X"09"
               AND IN-LINE(line-len - 19:1) = X"09"
               AND IN-LINE(line-len - 18:9) IS NUMERIC
               AND IN-LINE(line-len - 8:9) IS NUMERIC
               MOVE 1 TO line-sealed
               MOVE FUNCTION NUMVAL(IN-LINE(line-len - 18:9))
                   TO line-seq
               COMPUTE content-len = line-len - 20
               MOVE SPACES TO IN-LINE(content-len + 1:)
           END-IF

           UNSTRING IN-LINE DELIMITED BY X"09"
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
                    jnl-event
                    jnl-tender
                    jnl-version
           END-UNSTRING
           .

      * ANONYMISE-JOURNAL-FIELDS - Username, operator and a
      * GIVE:<user> order text each get the token for their own
      * name; change-count counts what was (or, on the read-only
      * pass, would be) replaced.
       ANONYMISE-JOURNAL-FIELDS.
           MOVE jnl-username TO anon-source
           PERFORM CHECK-NAME-NEEDS-ANON
           IF name-needs-anon = 1
               PERFORM BUILD-ANON-TOKEN
               MOVE anon-token TO jnl-username
               ADD 1 TO change-count
           END-IF

           MOVE jnl-operator TO anon-source
           PERFORM CHECK-NAME-NEEDS-ANON
           IF name-needs-anon = 1
               PERFORM BUILD-ANON-TOKEN
               MOVE anon-token TO jnl-operator
               ADD 1 TO change-count
           END-IF

           IF jnl-order(1:5) = "GIVE:"
               MOVE FUNCTION TRIM(jnl-order(6:59)) TO anon-source
               PERFORM CHECK-NAME-NEEDS-ANON
               IF name-needs-anon = 1
                   PERFORM BUILD-ANON-TOKEN
                   MOVE SPACES TO jnl-order
                   STRING "GIVE:" DELIMITED BY SIZE
                       FUNCTION TRIM(anon-token) DELIMITED BY SIZE
                       INTO jnl-order
                   END-STRING
                   ADD 1 TO change-count
               END-IF
           END-IF
           .

       CHECK-NAME-NEEDS-ANON.
           MOVE 1 TO name-needs-anon
           IF anon-source = SPACES
               OR anon-source = "-"
               OR anon-source(1:7) = "erased-"
               MOVE 0 TO name-needs-anon
           END-IF
           .

      * BUILD-ANON-TOKEN - GDPR-ERASE's token for anon-source:
      * "erased-" + a stable six-digit hash of the name, so a name
      * anonymised here matches the same member erased there.
       BUILD-ANON-TOKEN.
           MOVE 0 TO hash-work
           COMPUTE hash-len =
               FUNCTION LENGTH(FUNCTION TRIM(anon-source))
           PERFORM VARYING hash-pos FROM 1 BY 1
                   UNTIL hash-pos > hash-len
               COMPUTE hash-work =
                   FUNCTION MOD(hash-work * 31
                       + FUNCTION ORD(anon-source(hash-pos:1)) - 1,
                       999983)
           END-PERFORM
           MOVE hash-work TO hash-disp
           MOVE SPACES TO anon-token
           STRING "erased-" DELIMITED BY SIZE
               hash-disp DELIMITED BY SIZE
               INTO anon-token
           END-STRING
           .

      * TRANSFORM-JOURNAL-LINE - Split, anonymise when this archive
      * was picked, then re-seal: every sealed line gets a
      * recomputed checksum whether or not it changed, because the
      * chain cascades.
       TRANSFORM-JOURNAL-LINE.
           IF FUNCTION TRIM(IN-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-JOURNAL-LINE
           IF anon-active = 1
               PERFORM ANONYMISE-JOURNAL-FIELDS
           END-IF

           PERFORM REBUILD-JOURNAL-LINE
           IF line-sealed = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE content-len =
               FUNCTION LENGTH(FUNCTION TRIM(IN-LINE))
           MOVE 0 TO calc-sum
           PERFORM VARYING sum-pos FROM 1 BY 1
                   UNTIL sum-pos > content-len
               COMPUTE calc-sum = calc-sum
                   + FUNCTION ORD(IN-LINE(sum-pos:1)) - 1
           END-PERFORM
           COMPUTE calc-chk =
               FUNCTION MOD(prev-chk * 131
                   + calc-sum * 7 + line-seq, 999999937)
           MOVE calc-chk TO prev-chk

           MOVE line-seq TO seq-disp
           MOVE prev-chk TO chk-disp
           MOVE content-len TO build-pos
           ADD 1 TO build-pos
           STRING
               X"09" DELIMITED BY SIZE
               seq-disp DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               chk-disp DELIMITED BY SIZE
               INTO IN-LINE
               WITH POINTER build-pos
           END-STRING
           .

      * REBUILD-JOURNAL-LINE - The content fields (without the seal)
      * back into IN-LINE, trailing empty fields dropped the same
      * way the writer never wrote them.
       REBUILD-JOURNAL-LINE.
           MOVE SPACES TO IN-LINE
           MOVE 1 TO build-pos
           STRING
               FUNCTION TRIM(jnl-timestamp) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(jnl-username) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(jnl-order) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(jnl-room) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(jnl-cost) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(jnl-balance) DELIMITED BY SIZE
               INTO IN-LINE
               WITH POINTER build-pos
           END-STRING
           IF FUNCTION TRIM(jnl-type) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-type)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-shift) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-shift)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-operator) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-operator)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-backend) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-backend)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-sale-key) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-sale-key)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-event) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-event)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-tender) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-tender)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           IF FUNCTION TRIM(jnl-version) NOT = SPACES
               STRING X"09" FUNCTION TRIM(jnl-version)
                   DELIMITED BY SIZE
                   INTO IN-LINE WITH POINTER build-pos
               END-STRING
           END-IF
           .

      * PURGE-GUEST-LOG - Line-level: guest-log.txt lines are
      * "YYYYMMDDTHHMMSS<TAB>guest<TAB>order<TAB>cost"; lines past
      * retention in a closed period are dropped, the rest kept.
       PURGE-GUEST-LOG.
           MOVE 2 TO fam-idx
           MOVE SPACES TO IN-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/guest-log.txt" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           PERFORM PURGE-DATED-LINES
           .

      * PURGE-PROMILLE-LOG - promille.log lines are "YYYYMMDDTHHMMSS
      * <TAB>username<TAB>promille<TAB>sale key", handled the same
      * way; they only feed the weekly welfare trend.
       PURGE-PROMILLE-LOG.
           MOVE 6 TO fam-idx
           MOVE SPACES TO IN-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/promille.log" DELIMITED BY SIZE
               INTO IN-PATH
           END-STRING
           PERFORM PURGE-DATED-LINES
           .

      * PURGE-DATED-LINES - Filter IN-PATH line by line against the
      * cut-off of family fam-idx.
       PURGE-DATED-LINES.
           MOVE 0 TO keep-count
           MOVE 0 TO drop-count
           MOVE 0 TO held-count
           MOVE 0 TO IN-EOF
           OPEN INPUT IN-FILE
           IF IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUT-PATH
           STRING
               FUNCTION TRIM(IN-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO OUT-PATH
           END-STRING
           OPEN OUTPUT OUT-FILE
           PERFORM UNTIL IN-EOF = 1
               READ IN-FILE
                   AT END
                       MOVE 1 TO IN-EOF
                   NOT AT END
                       PERFORM FILTER-DATED-LINE
               END-READ
           END-PERFORM
           CLOSE IN-FILE
           CLOSE OUT-FILE

           MOVE SPACES TO SYSTEM-CMD
           IF drop-count > 0
               STRING
                   "mv '" DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-PATH) DELIMITED BY SIZE
                   "' '" DELIMITED BY SIZE
                   FUNCTION TRIM(IN-PATH) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
           ELSE
               STRING
                   "rm -f '" DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-PATH) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
           END-IF
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE IN-PATH TO item-path
           MOVE fam-cutoff(fam-idx) TO item-date
           IF drop-count > 0
               MOVE SPACES TO CERT-LINE
               MOVE "PURGED" TO CERT-LINE(3:12)
               PERFORM WRITE-ITEM-LINE
               MOVE drop-count TO display-count
               MOVE SPACES TO CERT-LINE
               STRING
                   "    " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " line(s) dated before the cut-off removed"
                   DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
               DISPLAY "  " FUNCTION TRIM(IN-PATH) " : "
                   display-count " line(s) removed"
               ADD 1 TO fam-done(fam-idx)
               ADD 1 TO total-done
           END-IF
           IF held-count > 0
               MOVE SPACES TO CERT-LINE
               MOVE "REFUSED" TO CERT-LINE(3:12)
               PERFORM WRITE-ITEM-LINE
               MOVE held-count TO display-count
               MOVE SPACES TO CERT-LINE
               STRING
                   "    " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " line(s) past retention kept - period not "
                   DELIMITED BY SIZE
                   "closed" DELIMITED BY SIZE
                   INTO CERT-LINE
               END-STRING
               WRITE CERT-LINE
               ADD 1 TO fam-refused(fam-idx)
               ADD 1 TO total-refused
           END-IF
           .

       FILTER-DATED-LINE.
           MOVE IN-LINE(1:8) TO check-date
           IF check-date IS NUMERIC
               AND check-date < fam-cutoff(fam-idx)
               PERFORM CHECK-DATE-CLOSED
               IF date-closed = 1
                   ADD 1 TO drop-count
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO held-count
           END-IF
           MOVE IN-LINE TO OUT-LINE
           WRITE OUT-LINE
           ADD 1 TO keep-count
           .

      * PURGE-FILE-FAMILY - Whole-file deletion for the log-like
      * families (fam-idx 3-5), dated by last modification.
       PURGE-FILE-FAMILY.
           MOVE SPACES TO SYSTEM-CMD
           MOVE 1 TO build-pos
           STRING
               "find " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               INTO SYSTEM-CMD
               WITH POINTER build-pos
           END-STRING
           EVALUATE fam-key(fam-idx)
               WHEN "APILOG"
                   STRING
                       " -maxdepth 1 -type f -name 'api.log.json*'"
                       DELIMITED BY SIZE
                       INTO SYSTEM-CMD
                       WITH POINTER build-pos
                   END-STRING
               WHEN "INCIDENTS"
                   STRING "/incidents -type f" DELIMITED BY SIZE
                       INTO SYSTEM-CMD
                       WITH POINTER build-pos
                   END-STRING
               WHEN OTHER
                   STRING "/spool -type f" DELIMITED BY SIZE
                       INTO SYSTEM-CMD
                       WITH POINTER build-pos
                   END-STRING
           END-EVALUATE
           STRING
               " -printf '%TY%Tm%Td %p\n' 2>/dev/null | sort > "
               DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
               WITH POINTER build-pos
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           PERFORM PURGE-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-LIST-FILE
           PERFORM REMOVE-FILE-LIST

           IF fam-done(fam-idx) > 0
               MOVE fam-done(fam-idx) TO display-count
               DISPLAY "  " FUNCTION TRIM(fam-key(fam-idx)) " : "
                   display-count " file(s) deleted"
           END-IF
           .

      * PURGE-ONE-FILE - "YYYYMMDD <path>" from the find listing.
       PURGE-ONE-FILE.
           MOVE FILE-LIST-LINE(1:8) TO item-date
           MOVE FILE-LIST-LINE(10:) TO item-path
           IF item-date IS NOT NUMERIC
               OR item-date NOT < fam-cutoff(fam-idx)
               EXIT PARAGRAPH
           END-IF

           MOVE item-date TO check-date
           PERFORM CHECK-DATE-CLOSED
           MOVE SPACES TO CERT-LINE
           IF date-closed = 0
               MOVE "REFUSED" TO CERT-LINE(3:12)
               PERFORM WRITE-ITEM-LINE
               ADD 1 TO fam-refused(fam-idx)
               ADD 1 TO total-refused
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(item-path) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           MOVE "DELETED" TO CERT-LINE(3:12)
           PERFORM WRITE-ITEM-LINE
           ADD 1 TO fam-done(fam-idx)
           ADD 1 TO total-done
           .

       REMOVE-FILE-LIST.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * CLOSE-CERTIFICATE - Per-family totals and the sign-off.
       CLOSE-CERTIFICATE.
           IF total-done = 0 AND total-refused = 0
               MOVE "  (nothing past retention)" TO CERT-LINE
               WRITE CERT-LINE
           END-IF
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Totals (family, purged/anonymised, refused):"
               TO CERT-LINE
           WRITE CERT-LINE
           PERFORM VARYING fam-idx FROM 1 BY 1 UNTIL fam-idx > 6
               MOVE SPACES TO CERT-LINE
               MOVE fam-key(fam-idx) TO CERT-LINE(3:10)
               MOVE fam-done(fam-idx) TO display-count
               MOVE display-count TO CERT-LINE(14:7)
               MOVE fam-refused(fam-idx) TO display-count
               MOVE display-count TO CERT-LINE(23:7)
               WRITE CERT-LINE
           END-PERFORM
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "Items dated inside a period that is not CLOSED in"
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE "closed-periods.txt were refused and left untouched."
               TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           MOVE ALL "=" TO CERT-LINE(1:60)
           WRITE CERT-LINE
           CLOSE CERT-FILE
           .

      * ACQUIRE-JOURNAL-LOCK / RELEASE-JOURNAL-LOCK - the same
      * mkdir-based cooperative lock the TUI takes around its
      * journal writes, with the same bounded wait and loud
      * stale-lock break.
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

       END PROGRAM RETENTION-PURGE.
