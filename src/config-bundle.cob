      ******************************************************************
      * Author: Naitsabot
      * Purpose: Validate, stage and apply central config bundles
      * Description:
      *     One versioned bundle carries the side files the whole
      *     fleet shares - price-levels.txt, promos.txt,
      *     categories.txt, vat-classes.txt, sales-hours.txt and
      *     age-restricted.txt - so they stop being copied to every
      *     box by hand. CONFIG-PUBLISH builds the bundle centrally,
      *     CONFIG-PULL fetches it on a schedule and stages it here,
      *     and the kiosk applies the staged bundle at shift change
      *     (closing a shift, or before the next sign-on) - never
      *     while a shift is open.
      *
      *     Bundle layout, one record per line, tab-separated:
      *       CONFIG-BUNDLE <version> <built YYYYMMDDHHMMSS>
      *       FILE <name> <line count>      one per carried file
      *       LINE <text>                   that file's lines
      *       END  <record count> <checksum>
      *     The checksum chains every FILE and LINE record the way
      *     the journal seal does:
      *         new = (prev * 131 + byte-sum * 7 + n) mod 999999937
      *     A bundle is rejected - and the kiosk keeps the config it
      *     has - when the chain or counts do not add up (a cut-off
      *     download), a file is not one of the six above, or a line
      *     would not load (the same rules the TUI's loaders apply,
      *     plus their table sizes, so nothing is silently dropped).
      *
      *     Applying writes the files to config-incoming/, copies the
      *     ones being replaced to config-previous/, drops a marker
      *     (config-apply.txt) and moves the new files into place.
      *     An apply cut short is finished from the marker on the
      *     next call, so a kiosk never runs half of one version.
      *
      *     State (config-state.txt, one line):
      *       applied<TAB>applied-ts<TAB>staged<TAB>rejected<TAB>why
      *     Every apply and rejection is acknowledged to
      *     BUNDLEACKURL= (config.txt) when set; a rejection also
      *     queues a CONFIG outbox alert for the admins.
      *
      *     Operations (cbundle-op):
      *       VALIDATE - check the bundle at cbundle-path
      *       STAGE    - validate cbundle-path and keep it as the
      *                  staged bundle when newer than the applied
      *       APPLY    - apply the staged bundle unless a shift is
      *                  open (status 1 = deferred)
      *       STATE    - just report applied/staged/rejected
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-BUNDLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUNDLE-FILE
               ASSIGN TO BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-STATUS.
           SELECT OUT-FILE
               ASSIGN TO OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT STATE-FILE
               ASSIGN TO STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-STATUS.
           SELECT CONFIG-FILE
               ASSIGN TO CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUNDLE-FILE.
        01 BUNDLE-LINE          PIC X(300).
       FD  OUT-FILE.
        01 OUT-LINE             PIC X(295).
       FD  STATE-FILE.
        01 STATE-LINE           PIC X(200).
       FD  CONFIG-FILE.
        01 CONFIG-LINE          PIC X(256).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "copybooks/http-request.cpy".
       COPY "copybooks/http-response-status.cpy".
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 cbundle-init-done     PIC 9 VALUE 0.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 BUNDLE-PATH           PIC X(256).
       01 BUNDLE-STATUS         PIC XX.
       01 BUNDLE-EOF            PIC 9 VALUE 0.
       01 OUT-PATH              PIC X(256).
       01 OUT-STATUS            PIC XX.
       01 out-open              PIC 9 VALUE 0.
       01 STATE-PATH            PIC X(256).
       01 STATE-STATUS          PIC XX.
       01 CONFIG-PATH           PIC X(256).
       01 CONFIG-STATUS         PIC XX.
       01 CONFIG-EOF            PIC 9 VALUE 0.
       01 CONFIG-KEY            PIC X(32).
       01 CONFIG-VALUE          PIC X(200).
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 STAGED-PATH           PIC X(256).
       01 MARKER-PATH           PIC X(256).
       01 INCOMING-DIR          PIC X(256).
       01 PREVIOUS-DIR          PIC X(256).
       01 SHIFT-PATH            PIC X(256).
       01 SYSTEM-CMD            PIC X(900).

       01 kiosk-name            PIC X(32) VALUE "kiosk".
       01 ack-url               PIC X(200).
       01 ack-result            PIC X(10).
       01 ack-body              PIC X(1000).

       01 lock-work.
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

      * bundle-state - config-state.txt, as read and as saved.
       01 bundle-state.
           05 state-applied     PIC 9(6) VALUE 0.
           05 state-applied-ts  PIC X(14).
           05 state-staged      PIC 9(6) VALUE 0.
           05 state-rejected    PIC 9(6) VALUE 0.
           05 state-reason      PIC X(80).
           05 state-f1          PIC X(20).
           05 state-f3          PIC X(20).
           05 state-f4          PIC X(20).
           05 state-disp1       PIC 9(6).
           05 state-disp2       PIC 9(6).
           05 state-disp3       PIC 9(6).

      * carried-files - the six files a bundle may carry and the
      * entry limit of the TUI table each one loads into.
       01 carried-file-values.
           05 FILLER PIC X(20) VALUE "price-levels.txt".
           05 FILLER PIC 9(3)  VALUE 100.
           05 FILLER PIC X(20) VALUE "promos.txt".
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X(20) VALUE "categories.txt".
           05 FILLER PIC 9(3)  VALUE 200.
           05 FILLER PIC X(20) VALUE "vat-classes.txt".
           05 FILLER PIC 9(3)  VALUE 200.
           05 FILLER PIC X(20) VALUE "sales-hours.txt".
           05 FILLER PIC 9(3)  VALUE 50.
           05 FILLER PIC X(20) VALUE "age-restricted.txt".
           05 FILLER PIC 9(3)  VALUE 50.
       01 carried-files REDEFINES carried-file-values.
           05 carried-entry OCCURS 6 TIMES.
               10 carried-name  PIC X(20).
               10 carried-limit PIC 9(3).
       01 carried-seen-table.
           05 carried-seen      PIC 9 OCCURS 6 TIMES.

       01 validate-work.
           05 bundle-ok         PIC 9 VALUE 0.
           05 header-version    PIC 9(6) VALUE 0.
           05 built-ts          PIC X(14).
           05 end-seen          PIC 9 VALUE 0.
           05 rec-no            PIC 9(9) COMP-5.
           05 rec-len           PIC 9(4) COMP-5.
           05 rec-pos           PIC 9(4) COMP-5.
           05 rec-sum           PIC 9(18) COMP-5.
           05 calc-chk          PIC 9(18) COMP-5.
           05 cur-file          PIC 9 VALUE 0.
           05 cur-expected      PIC 9(6) COMP-5.
           05 cur-seen          PIC 9(6) COMP-5.
           05 cur-entries       PIC 9(6) COMP-5.
           05 file-count        PIC 9(2) COMP-5.
           05 file-idx          PIC 9 COMP-5.
           05 rec-f1            PIC X(20).
           05 rec-f2            PIC X(60).
           05 rec-f3            PIC X(20).
           05 line-text         PIC X(295).
           05 line-no-disp      PIC Z(5)9.
           05 apply-version     PIC 9(6).

      * field-check - the pieces one side-file line splits into,
      * and the digits test the number fields go through.
       01 field-check.
           05 fld-1             PIC X(60).
           05 fld-2             PIC X(60).
           05 fld-3             PIC X(60).
           05 fld-4             PIC X(60).
           05 fld-hits          PIC 9(3) COMP-5.
           05 digits-field      PIC X(20).
           05 digits-work       PIC X(20).
           05 digits-len        PIC 9(3) COMP-5.
           05 digits-ok         PIC 9 VALUE 0.
           05 hhmm-value        PIC 9(4).

       LINKAGE SECTION.
       COPY "copybooks/config-bundle.cpy".

       PROCEDURE DIVISION USING cbundle-request-data
                                cbundle-response-data.

       MAIN-LOGIC.
           IF cbundle-init-done = 0
               MOVE "CONFIG-BUNDLE" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-PATHS
               PERFORM READ-CONFIG-KEYS
               MOVE 1 TO cbundle-init-done
           END-IF

           MOVE 0 TO cbundle-status
           MOVE 0 TO cbundle-version
           MOVE 0 TO cbundle-files
           MOVE SPACES TO cbundle-reason
           PERFORM READ-BUNDLE-STATE

           EVALUATE cbundle-op
               WHEN "VALIDATE"
                   MOVE cbundle-path TO BUNDLE-PATH
                   PERFORM VALIDATE-BUNDLE
                   IF bundle-ok = 0
                       MOVE 2 TO cbundle-status
                   END-IF
               WHEN "STAGE"
                   PERFORM STAGE-BUNDLE
               WHEN "APPLY"
                   PERFORM APPLY-STAGED-BUNDLE
               WHEN "STATE"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown config bundle op: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(cbundle-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 3 TO cbundle-status
           END-EVALUATE

           MOVE state-applied TO cbundle-applied
           MOVE state-staged TO cbundle-staged
           MOVE state-rejected TO cbundle-rejected
           GOBACK.

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

           MOVE SPACES TO STATE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-state.txt" DELIMITED BY SIZE
               INTO STATE-PATH
           END-STRING

           MOVE SPACES TO STAGED-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-bundle.staged" DELIMITED BY SIZE
               INTO STAGED-PATH
           END-STRING

           MOVE SPACES TO MARKER-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-apply.txt" DELIMITED BY SIZE
               INTO MARKER-PATH
           END-STRING

           MOVE SPACES TO INCOMING-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-incoming" DELIMITED BY SIZE
               INTO INCOMING-DIR
           END-STRING

           MOVE SPACES TO PREVIOUS-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-previous" DELIMITED BY SIZE
               INTO PREVIOUS-DIR
           END-STRING

           MOVE SPACES TO SHIFT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/current-shift.txt" DELIMITED BY SIZE
               INTO SHIFT-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING
           .

       READ-CONFIG-KEYS.
           MOVE SPACES TO ack-url
           MOVE 0 TO CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF CONFIG-STATUS NOT = "00"
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
                       IF CONFIG-KEY = "BUNDLEACKURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO ack-url
                       END-IF
                       IF CONFIG-KEY = "KIOSKNAME"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO kiosk-name
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

       READ-BUNDLE-STATE.
           MOVE 0 TO state-applied
           MOVE SPACES TO state-applied-ts
           MOVE 0 TO state-staged
           MOVE 0 TO state-rejected
           MOVE SPACES TO state-reason
           OPEN INPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO state-f1
                   MOVE SPACES TO state-f3
                   MOVE SPACES TO state-f4
                   UNSTRING STATE-LINE DELIMITED BY X"09"
                       INTO state-f1
                            state-applied-ts
                            state-f3
                            state-f4
                            state-reason
                   END-UNSTRING
                   IF FUNCTION TRIM(state-f1) NOT = SPACES
                       MOVE FUNCTION NUMVAL(state-f1) TO state-applied
                   END-IF
                   IF FUNCTION TRIM(state-f3) NOT = SPACES
                       MOVE FUNCTION NUMVAL(state-f3) TO state-staged
                   END-IF
                   IF FUNCTION TRIM(state-f4) NOT = SPACES
                       MOVE FUNCTION NUMVAL(state-f4)
                           TO state-rejected
                   END-IF
           END-READ
           CLOSE STATE-FILE
           .

       SAVE-BUNDLE-STATE.
           OPEN OUTPUT STATE-FILE
           IF STATE-STATUS NOT = "00"
               MOVE "Could not write config-state.txt" TO log-message
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE state-applied TO state-disp1
           MOVE state-staged TO state-disp2
           MOVE state-rejected TO state-disp3
           IF state-applied-ts = SPACES
               MOVE "-" TO state-applied-ts
           END-IF
           MOVE SPACES TO STATE-LINE
           STRING
               state-disp1 DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(state-applied-ts) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               state-disp2 DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               state-disp3 DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(state-reason) DELIMITED BY SIZE
               INTO STATE-LINE
           END-STRING
           WRITE STATE-LINE
           CLOSE STATE-FILE
           .

      * STAGE-BUNDLE - A freshly fetched bundle: nothing to do when
      * that version is already applied or staged; kept as the
      * staged bundle when it validates; rejected (once - a bundle
      * that failed before is not alerted on again) when not.
       STAGE-BUNDLE.
           MOVE cbundle-path TO BUNDLE-PATH
           PERFORM VALIDATE-BUNDLE

           IF header-version > 0
               AND header-version <= state-applied
               MOVE 1 TO cbundle-status
               MOVE "that version is already applied"
                   TO cbundle-reason
               EXIT PARAGRAPH
           END-IF
           IF bundle-ok = 1 AND header-version = state-staged
               MOVE 1 TO cbundle-status
               MOVE "that version is already staged"
                   TO cbundle-reason
               EXIT PARAGRAPH
           END-IF

           IF bundle-ok = 0
               IF header-version > 0
                   AND header-version = state-rejected
                   MOVE 2 TO cbundle-status
                   EXIT PARAGRAPH
               END-IF
               PERFORM RECORD-REJECTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "cp " DELIMITED BY SIZE
               FUNCTION TRIM(cbundle-path) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STAGED-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
               RETURNING lock-cmd-result
           END-CALL
           IF lock-cmd-result NOT = 0
               MOVE 3 TO cbundle-status
               MOVE "could not copy the bundle to staging"
                   TO cbundle-reason
               EXIT PARAGRAPH
           END-IF
           MOVE header-version TO state-staged
           PERFORM SAVE-BUNDLE-STATE

           MOVE header-version TO line-no-disp
           MOVE SPACES TO log-message
           STRING "Config bundle v" DELIMITED BY SIZE
               FUNCTION TRIM(line-no-disp) DELIMITED BY SIZE
               " staged for the next shift change"
                   DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

      * APPLY-STAGED-BUNDLE - Only with no shift open, checked under
      * the same shift lock SHIFT-SIGNON saves current-shift.txt
      * under, so a sign-on cannot slip in halfway.
       APPLY-STAGED-BUNDLE.
           MOVE 0 TO apply-version
           MOVE MARKER-PATH TO BUNDLE-PATH
           OPEN INPUT BUNDLE-FILE
           IF BUNDLE-STATUS = "00"
               READ BUNDLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(BUNDLE-LINE) NOT = SPACES
                           MOVE FUNCTION NUMVAL(BUNDLE-LINE)
                               TO apply-version
                       END-IF
               END-READ
               CLOSE BUNDLE-FILE
           END-IF
           IF apply-version > 0
               MOVE "Finishing an interrupted config apply"
                   TO log-message
               PERFORM LOG-WARN
               PERFORM COMPLETE-APPLY
               EXIT PARAGRAPH
           END-IF

           IF state-staged = 0 OR state-staged <= state-applied
               MOVE 1 TO cbundle-status
               MOVE "no newer bundle staged" TO cbundle-reason
               EXIT PARAGRAPH
           END-IF

           PERFORM ACQUIRE-SHIFT-LOCK
           MOVE SHIFT-PATH TO BUNDLE-PATH
           OPEN INPUT BUNDLE-FILE
           IF BUNDLE-STATUS = "00"
               CLOSE BUNDLE-FILE
               PERFORM RELEASE-SHIFT-LOCK
               MOVE 1 TO cbundle-status
               MOVE state-staged TO cbundle-version
               MOVE "deferred - a shift is open" TO cbundle-reason
               EXIT PARAGRAPH
           END-IF

      *    Checked again here: the staged copy sat on the SD card
      *    since it was fetched.
           MOVE STAGED-PATH TO BUNDLE-PATH
           PERFORM VALIDATE-BUNDLE
           IF bundle-ok = 0
               PERFORM RELEASE-SHIFT-LOCK
               PERFORM RECORD-REJECTION
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-BUNDLE
           IF cbundle-status NOT = 0
               PERFORM RELEASE-SHIFT-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM BACKUP-REPLACED-FILES

           MOVE header-version TO apply-version
           MOVE MARKER-PATH TO OUT-PATH
           OPEN OUTPUT OUT-FILE
           MOVE apply-version TO state-disp1
           MOVE state-disp1 TO OUT-LINE
           WRITE OUT-LINE
           CLOSE OUT-FILE

           PERFORM COMPLETE-APPLY
           PERFORM RELEASE-SHIFT-LOCK
           .

      * COMPLETE-APPLY - Move everything in config-incoming/ into
      * place, record apply-version as applied, then clear the
      * marker. Safe to repeat: a second run finds fewer files.
       COMPLETE-APPLY.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f " DELIMITED BY SIZE
               FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
               "/* " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/ 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE apply-version TO state-applied
           MOVE FUNCTION CURRENT-DATE(1:14) TO state-applied-ts
           IF state-staged <= apply-version
               MOVE 0 TO state-staged
           END-IF
           IF state-rejected <= apply-version
               MOVE 0 TO state-rejected
               MOVE SPACES TO state-reason
           END-IF
           PERFORM SAVE-BUNDLE-STATE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(MARKER-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(STAGED-PATH) DELIMITED BY SIZE
               "; rm -rf " DELIMITED BY SIZE
               FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO cbundle-status
           MOVE apply-version TO cbundle-version
           MOVE apply-version TO line-no-disp
           MOVE SPACES TO log-message
           STRING "Config bundle v" DELIMITED BY SIZE
               FUNCTION TRIM(line-no-disp) DELIMITED BY SIZE
               " applied" DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           MOVE "APPLIED" TO ack-result
           MOVE SPACES TO cbundle-reason
           PERFORM SEND-ACK
           .

      * EXTRACT-BUNDLE - Write each carried file out of the bundle
      * into config-incoming/ under its own name.
       EXTRACT-BUNDLE.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -rf " DELIMITED BY SIZE
               FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
               "; mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO out-open
           MOVE 0 TO BUNDLE-EOF
           OPEN INPUT BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00"
               MOVE 3 TO cbundle-status
               MOVE "staged bundle not readable" TO cbundle-reason
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BUNDLE-EOF = 1
               READ BUNDLE-FILE
                   AT END
                       MOVE 1 TO BUNDLE-EOF
                   NOT AT END
                       PERFORM EXTRACT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE BUNDLE-FILE
           IF out-open = 1
               CLOSE OUT-FILE
               MOVE 0 TO out-open
           END-IF
           .

       EXTRACT-ONE-RECORD.
           IF BUNDLE-LINE(1:5) = "FILE" & X"09"
               IF out-open = 1
                   CLOSE OUT-FILE
                   MOVE 0 TO out-open
               END-IF
               MOVE SPACES TO rec-f1
               MOVE SPACES TO rec-f2
               MOVE SPACES TO rec-f3
               UNSTRING BUNDLE-LINE DELIMITED BY X"09"
                   INTO rec-f1
                        rec-f2
                        rec-f3
               END-UNSTRING
               MOVE SPACES TO OUT-PATH
               STRING
                   FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(rec-f2) DELIMITED BY SIZE
                   INTO OUT-PATH
               END-STRING
               OPEN OUTPUT OUT-FILE
               IF OUT-STATUS = "00"
                   MOVE 1 TO out-open
                   ADD 1 TO cbundle-files
               ELSE
                   MOVE 3 TO cbundle-status
                   MOVE "could not write config-incoming/"
                       TO cbundle-reason
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BUNDLE-LINE(1:5) = "LINE" & X"09" AND out-open = 1
               MOVE BUNDLE-LINE(6:295) TO OUT-LINE
               WRITE OUT-LINE
           END-IF
           .

      * BACKUP-REPLACED-FILES - The files about to be replaced go to
      * config-previous/, so going back a version is one copy.
       BACKUP-REPLACED-FILES.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(PREVIOUS-DIR) DELIMITED BY SIZE
               "; for f in $(ls " DELIMITED BY SIZE
               FUNCTION TRIM(INCOMING-DIR) DELIMITED BY SIZE
               "); do cp -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/$f " DELIMITED BY SIZE
               FUNCTION TRIM(PREVIOUS-DIR) DELIMITED BY SIZE
               "/ 2>/dev/null; done" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * RECORD-REJECTION - Keep the old config, remember which
      * version failed and why, and tell the admins.
       RECORD-REJECTION.
           MOVE 2 TO cbundle-status
           MOVE header-version TO cbundle-version
           MOVE header-version TO state-rejected
           MOVE cbundle-reason TO state-reason
           IF state-staged = header-version
               MOVE 0 TO state-staged
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(STAGED-PATH) DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           PERFORM SAVE-BUNDLE-STATE

           MOVE header-version TO line-no-disp
           MOVE SPACES TO log-message
           STRING "Config bundle v" DELIMITED BY SIZE
               FUNCTION TRIM(line-no-disp) DELIMITED BY SIZE
               " rejected, old config kept: " DELIMITED BY SIZE
               FUNCTION TRIM(cbundle-reason) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-ERROR

           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "CONFIG" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "Config bundle v" DELIMITED BY SIZE
               FUNCTION TRIM(line-no-disp) DELIMITED BY SIZE
               " rejected on " DELIMITED BY SIZE
               FUNCTION TRIM(kiosk-name) DELIMITED BY SIZE
               " (old config kept): " DELIMITED BY SIZE
               FUNCTION TRIM(cbundle-reason) DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE

           MOVE "REJECTED" TO ack-result
           PERFORM SEND-ACK
           .

      * SEND-ACK - Tell the centre which version this kiosk runs (or
      * refused). Best effort: the heartbeat carries the same facts.
       SEND-ACK.
           IF FUNCTION TRIM(ack-url) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE cbundle-version TO state-disp1
           MOVE state-applied TO state-disp2
           MOVE SPACES TO ack-body
           STRING
               '{"kiosk":"' DELIMITED BY SIZE
               FUNCTION TRIM(kiosk-name) DELIMITED BY SIZE
               '","version":' DELIMITED BY SIZE
               state-disp1 DELIMITED BY SIZE
               ',"result":"' DELIMITED BY SIZE
               FUNCTION TRIM(ack-result) DELIMITED BY SIZE
               '","applied":' DELIMITED BY SIZE
               state-disp2 DELIMITED BY SIZE
               ',"reason":"' DELIMITED BY SIZE
               FUNCTION TRIM(cbundle-reason) DELIMITED BY SIZE
               '","ts":"' DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               '"}' DELIMITED BY SIZE
               INTO ack-body
           END-STRING

           MOVE SPACE TO http-request-data
           MOVE "POST" TO req-method
           MOVE ack-url TO req-url
           MOVE SPACES TO req-path
           MOVE 5 TO req-timeout
           MOVE ack-body TO req-body
           CALL "HTTP-CLIENT" USING
               http-request-data
               http-response-status
               ON EXCEPTION
                   MOVE 1 TO http-response-status
           END-CALL
           IF http-response-status NOT = 0
               MOVE "Config bundle acknowledgement not delivered"
                   TO log-message
               PERFORM LOG-WARN
           END-IF
           .

      * VALIDATE-BUNDLE - Walk BUNDLE-PATH end to end. bundle-ok
      * stays 1 only if every record checks out; the first problem
      * found is left in cbundle-reason.
       VALIDATE-BUNDLE.
           MOVE 0 TO bundle-ok
           MOVE 0 TO header-version
           MOVE SPACES TO built-ts
           MOVE 0 TO end-seen
           MOVE 0 TO rec-no
           MOVE 0 TO calc-chk
           MOVE 0 TO cur-file
           MOVE 0 TO file-count
           MOVE 0 TO carried-seen-table
           MOVE 0 TO BUNDLE-EOF

           OPEN INPUT BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00"
               MOVE "bundle file not readable" TO cbundle-reason
               EXIT PARAGRAPH
           END-IF
           READ BUNDLE-FILE
               AT END
                   MOVE 1 TO BUNDLE-EOF
           END-READ
           MOVE SPACES TO rec-f1
           MOVE SPACES TO rec-f2
           MOVE SPACES TO rec-f3
           IF BUNDLE-EOF = 0
               UNSTRING BUNDLE-LINE DELIMITED BY X"09"
                   INTO rec-f1
                        rec-f2
                        rec-f3
               END-UNSTRING
           END-IF
           MOVE rec-f2 TO digits-field
           PERFORM CHECK-DIGITS
           IF rec-f1 NOT = "CONFIG-BUNDLE" OR digits-ok = 0
               OR digits-len > 6
               MOVE "not a config bundle (bad header)"
                   TO cbundle-reason
               CLOSE BUNDLE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(rec-f2) TO header-version
           MOVE header-version TO cbundle-version
           MOVE rec-f3(1:14) TO built-ts

           MOVE 1 TO bundle-ok
           PERFORM UNTIL BUNDLE-EOF = 1 OR bundle-ok = 0
               READ BUNDLE-FILE
                   AT END
                       MOVE 1 TO BUNDLE-EOF
                   NOT AT END
                       PERFORM CHECK-BUNDLE-RECORD
               END-READ
           END-PERFORM
           CLOSE BUNDLE-FILE

           IF bundle-ok = 1 AND end-seen = 0
               MOVE 0 TO bundle-ok
               MOVE "no END record - bundle cut short"
                   TO cbundle-reason
           END-IF
           MOVE file-count TO cbundle-files
           .

       CHECK-BUNDLE-RECORD.
           IF end-seen = 1
               IF FUNCTION TRIM(BUNDLE-LINE) NOT = SPACES
                   MOVE 0 TO bundle-ok
                   MOVE "records after END" TO cbundle-reason
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF BUNDLE-LINE(1:4) = "END" & X"09"
               PERFORM CLOSE-CURRENT-FILE-CHECK
               IF bundle-ok = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO end-seen
               MOVE SPACES TO rec-f1
               MOVE SPACES TO rec-f2
               MOVE SPACES TO rec-f3
               UNSTRING BUNDLE-LINE DELIMITED BY X"09"
                   INTO rec-f1
                        rec-f2
                        rec-f3
               END-UNSTRING
               MOVE rec-f2 TO digits-field
               PERFORM CHECK-DIGITS
               IF digits-ok = 0
                   OR FUNCTION NUMVAL(rec-f2) NOT = rec-no
                   MOVE 0 TO bundle-ok
                   MOVE "record count does not match END"
                       TO cbundle-reason
                   EXIT PARAGRAPH
               END-IF
               MOVE rec-f3 TO digits-field
               PERFORM CHECK-DIGITS
               IF digits-ok = 0
                   OR FUNCTION NUMVAL(rec-f3) NOT = calc-chk
                   MOVE 0 TO bundle-ok
                   MOVE "checksum mismatch - bundle damaged"
                       TO cbundle-reason
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHAIN-RECORD

           IF BUNDLE-LINE(1:5) = "FILE" & X"09"
               PERFORM CLOSE-CURRENT-FILE-CHECK
               IF bundle-ok = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-FILE-CHECK
               EXIT PARAGRAPH
           END-IF

           IF BUNDLE-LINE(1:5) = "LINE" & X"09"
               IF cur-file = 0
                   MOVE 0 TO bundle-ok
                   MOVE "LINE record before any FILE record"
                       TO cbundle-reason
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO cur-seen
               IF cur-seen > cur-expected
                   MOVE 0 TO bundle-ok
                   MOVE SPACES TO cbundle-reason
                   STRING FUNCTION TRIM(carried-name(cur-file))
                           DELIMITED BY SIZE
                       ": more lines than its FILE record says"
                           DELIMITED BY SIZE
                       INTO cbundle-reason
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               MOVE BUNDLE-LINE(6:295) TO line-text
               PERFORM CHECK-CONTENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO bundle-ok
           MOVE "unknown record type" TO cbundle-reason
           .

       CHAIN-RECORD.
           ADD 1 TO rec-no
           MOVE 0 TO rec-sum
           COMPUTE rec-len =
               FUNCTION LENGTH(FUNCTION TRIM(BUNDLE-LINE TRAILING))
           PERFORM VARYING rec-pos FROM 1 BY 1
                   UNTIL rec-pos > rec-len
               COMPUTE rec-sum = rec-sum
                   + FUNCTION ORD(BUNDLE-LINE(rec-pos:1)) - 1
           END-PERFORM
           COMPUTE calc-chk =
               FUNCTION MOD(calc-chk * 131 + rec-sum * 7 + rec-no,
                   999999937)
           .

       OPEN-FILE-CHECK.
           MOVE SPACES TO rec-f1
           MOVE SPACES TO rec-f2
           MOVE SPACES TO rec-f3
           UNSTRING BUNDLE-LINE DELIMITED BY X"09"
               INTO rec-f1
                    rec-f2
                    rec-f3
           END-UNSTRING
           MOVE 0 TO cur-file
           PERFORM VARYING file-idx FROM 1 BY 1
                   UNTIL file-idx > 6
               IF FUNCTION TRIM(rec-f2) = carried-name(file-idx)
                   MOVE file-idx TO cur-file
               END-IF
           END-PERFORM
           IF cur-file = 0
               MOVE 0 TO bundle-ok
               MOVE SPACES TO cbundle-reason
               STRING "file not allowed in a bundle: "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(rec-f2) DELIMITED BY SIZE
                   INTO cbundle-reason
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF carried-seen(cur-file) = 1
               MOVE 0 TO bundle-ok
               MOVE SPACES TO cbundle-reason
               STRING FUNCTION TRIM(rec-f2) DELIMITED BY SIZE
                   " carried twice" DELIMITED BY SIZE
                   INTO cbundle-reason
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO carried-seen(cur-file)
           ADD 1 TO file-count
           MOVE rec-f3 TO digits-field
           PERFORM CHECK-DIGITS
           IF digits-ok = 0
               MOVE 0 TO bundle-ok
               MOVE SPACES TO cbundle-reason
               STRING FUNCTION TRIM(rec-f2) DELIMITED BY SIZE
                   ": bad line count" DELIMITED BY SIZE
                   INTO cbundle-reason
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(rec-f3) TO cur-expected
           MOVE 0 TO cur-seen
           MOVE 0 TO cur-entries
           .

       CLOSE-CURRENT-FILE-CHECK.
           IF cur-file = 0
               EXIT PARAGRAPH
           END-IF
           IF cur-seen NOT = cur-expected
               MOVE 0 TO bundle-ok
               MOVE SPACES TO cbundle-reason
               STRING FUNCTION TRIM(carried-name(cur-file))
                       DELIMITED BY SIZE
                   ": fewer lines than its FILE record says"
                       DELIMITED BY SIZE
                   INTO cbundle-reason
               END-STRING
           END-IF
           .

      * CHECK-CONTENT-LINE - The same shape each TUI loader expects;
      * a line the loader would skip or mis-read fails the bundle.
       CHECK-CONTENT-LINE.
           IF FUNCTION TRIM(line-text) = SPACES
               OR line-text(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO cur-entries
           IF cur-entries > carried-limit(cur-file)
               MOVE "more entries than the kiosk table holds"
                   TO fld-4
               PERFORM REJECT-CONTENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO fld-1
           MOVE SPACES TO fld-2
           MOVE SPACES TO fld-3
           MOVE SPACES TO fld-4
           EVALUATE cur-file
               WHEN 1
                   PERFORM CHECK-PRICE-LEVEL-LINE
               WHEN 2
                   PERFORM CHECK-PROMO-LINE
               WHEN 3
                   PERFORM CHECK-CATEGORY-LINE
               WHEN 4
                   PERFORM CHECK-VAT-CLASS-LINE
               WHEN 5
                   PERFORM CHECK-SALES-HOURS-LINE
               WHEN 6
                   IF FUNCTION LENGTH(FUNCTION TRIM(line-text)) > 50
                       MOVE "entry longer than 50 characters"
                           TO fld-4
                       PERFORM REJECT-CONTENT-LINE
                   END-IF
           END-EVALUATE
           .

      *    level<TAB>target<TAB>price - price "<n>%" or oere.
       CHECK-PRICE-LEVEL-LINE.
           UNSTRING line-text DELIMITED BY X"09"
               INTO fld-1
                    fld-2
                    fld-3
           END-UNSTRING
           IF FUNCTION TRIM(fld-1) = SPACES
               OR FUNCTION TRIM(fld-2) = SPACES
               OR FUNCTION TRIM(fld-3) = SPACES
               MOVE "needs level, target and price" TO fld-4
               PERFORM REJECT-CONTENT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO fld-hits
           INSPECT fld-3 TALLYING fld-hits FOR ALL "%"
           IF fld-hits > 0
               INSPECT fld-3 REPLACING ALL "%" BY SPACE
           END-IF
           MOVE fld-3 TO digits-field
           PERFORM CHECK-DIGITS
           IF digits-ok = 0
               MOVE SPACES TO fld-4
               MOVE "price is not a whole number or percent"
                   TO fld-4
               PERFORM REJECT-CONTENT-LINE
           END-IF
           .

      *    MULTI:<id>:<take>:<pay>  or  COMBO:<id1>+<id2>:<price>
       CHECK-PROMO-LINE.
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(line-text(1:6)) = "MULTI:"
                   UNSTRING line-text(7:58) DELIMITED BY ":"
                       INTO fld-1
                            fld-2
                            fld-3
                   END-UNSTRING
                   MOVE fld-2 TO digits-field
                   PERFORM CHECK-DIGITS
                   IF digits-ok = 1
                       MOVE fld-3 TO digits-field
                       PERFORM CHECK-DIGITS
                   END-IF
                   IF FUNCTION TRIM(fld-1) = SPACES OR digits-ok = 0
                       MOVE "MULTI needs id, take and pay numbers"
                           TO fld-4
                       PERFORM REJECT-CONTENT-LINE
                   END-IF
               WHEN FUNCTION UPPER-CASE(line-text(1:6)) = "COMBO:"
                   UNSTRING line-text(7:58) DELIMITED BY ":"
                       INTO fld-1
                            fld-2
                   END-UNSTRING
                   MOVE 0 TO fld-hits
                   INSPECT fld-1 TALLYING fld-hits FOR ALL "+"
                   MOVE fld-2 TO digits-field
                   PERFORM CHECK-DIGITS
                   IF fld-hits NOT = 1 OR digits-ok = 0
                       MOVE "COMBO needs id1+id2 and a price"
                           TO fld-4
                       PERFORM REJECT-CONTENT-LINE
                   END-IF
               WHEN OTHER
                   MOVE "rule is neither MULTI: nor COMBO:" TO fld-4
                   PERFORM REJECT-CONTENT-LINE
           END-EVALUATE
           .

      *    prodid=CATEGORY
       CHECK-CATEGORY-LINE.
           UNSTRING line-text DELIMITED BY "="
               INTO fld-1
                    fld-2
           END-UNSTRING
           IF FUNCTION TRIM(fld-1) = SPACES
               OR FUNCTION TRIM(fld-2) = SPACES
               MOVE "needs prodid=CATEGORY" TO fld-4
               PERFORM REJECT-CONTENT-LINE
           END-IF
           .

      *    prodid=STD or prodid=ZERO
       CHECK-VAT-CLASS-LINE.
           UNSTRING line-text DELIMITED BY "="
               INTO fld-1
                    fld-2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(fld-2)) TO fld-2
           IF FUNCTION TRIM(fld-1) = SPACES
               OR (fld-2 NOT = "STD" AND fld-2 NOT = "ZERO")
               MOVE "needs prodid=STD or prodid=ZERO" TO fld-4
               PERFORM REJECT-CONTENT-LINE
           END-IF
           .

      *    <id-or-name>:<HHMM>-<HHMM>[:WD]
       CHECK-SALES-HOURS-LINE.
           UNSTRING line-text DELIMITED BY ":"
               INTO fld-1
                    fld-2
                    fld-3
           END-UNSTRING
           IF FUNCTION TRIM(fld-3) NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(fld-3))
                   NOT = "WD"
               MOVE "day limit must be WD or nothing" TO fld-4
               PERFORM REJECT-CONTENT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fld-3
           UNSTRING fld-2 DELIMITED BY "-"
               INTO fld-3
                    fld-4
           END-UNSTRING
           MOVE fld-3 TO digits-field
           PERFORM CHECK-HHMM
           IF digits-ok = 1
               MOVE fld-4 TO digits-field
               PERFORM CHECK-HHMM
           END-IF
           IF FUNCTION TRIM(fld-1) = SPACES OR digits-ok = 0
               MOVE "needs <product>:HHMM-HHMM" TO fld-4
               PERFORM REJECT-CONTENT-LINE
           END-IF
           .

       CHECK-HHMM.
           PERFORM CHECK-DIGITS
           IF digits-ok = 0
               EXIT PARAGRAPH
           END-IF
           IF digits-len NOT = 4
               MOVE 0 TO digits-ok
               EXIT PARAGRAPH
           END-IF
           MOVE digits-work(1:4) TO hhmm-value
           IF hhmm-value > 2359 OR hhmm-value(3:2) > "59"
               MOVE 0 TO digits-ok
           END-IF
           .

       REJECT-CONTENT-LINE.
           MOVE 0 TO bundle-ok
           MOVE cur-seen TO line-no-disp
           MOVE SPACES TO cbundle-reason
           STRING FUNCTION TRIM(carried-name(cur-file))
                   DELIMITED BY SIZE
               " line " DELIMITED BY SIZE
               FUNCTION TRIM(line-no-disp) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(fld-4) DELIMITED BY SIZE
               INTO cbundle-reason
           END-STRING
           .

      * CHECK-DIGITS - digits-ok = 1 when digits-field holds nothing
      * but digits (surrounding spaces allowed).
       CHECK-DIGITS.
           MOVE 0 TO digits-ok
           MOVE 0 TO digits-len
           MOVE SPACES TO digits-work
           IF FUNCTION TRIM(digits-field) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(digits-field) TO digits-work
           COMPUTE digits-len =
               FUNCTION LENGTH(FUNCTION TRIM(digits-field))
           IF digits-work(1:digits-len) IS NUMERIC
               MOVE 1 TO digits-ok
           END-IF
           .

       ACQUIRE-SHIFT-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   UNTIL lock-tries > 10 OR lock-ok = 1
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/shift.lock 2>/dev/null"
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
               MOVE "Breaking stale shift lock" TO log-message
               PERFORM LOG-WARN
               PERFORM RELEASE-SHIFT-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/shift.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           .

       RELEASE-SHIFT-LOCK.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/shift.lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       COPY "copybooks/logging-procedures.cob".

       END PROGRAM CONFIG-BUNDLE.
