      *     every kiosk's health on one screen: last heartbeat, last
      *     successful sale, pending-queue depth, preflight state,
      *     and a STALE flag for any kiosk silent for over an hour.
      *     The config column is the central config bundle version
      *     each kiosk runs ("12"), with one staged for shift change
      *     ("12+13") or refused ("12!13"); the footer names the
      *     newest version reported and how many kiosks lag it.
      *     The top line is API-CANARY's last verdict on the
      *     stregsystem server's response shapes (OK / SUSPECT /
      *     DOWN), flagged STALE when the canary has not run since
      *     yesterday.
      *     HEARTBEAT_DIR overrides where the records are read from,
      *     for a central box that gathers the whole fleet's files.
      ******************************************************************
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT CANARY-FILE
               ASSIGN TO CANARY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CANARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
        01 HEARTBEAT-LINE       PIC X(256).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  CANARY-FILE.
        01 CANARY-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 CANARY-PATH           PIC X(256).
       01 CANARY-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 canary-fields.
           05 canary-ts         PIC X(14).
           05 canary-state      PIC X(8).
           05 canary-summary    PIC X(120).
           05 canary-date-num   PIC 9(8).
           05 canary-day-int    PIC 9(8) COMP-5.
           05 canary-age-text   PIC X(8).

       01 hb-fields.
           05 hb-name           PIC X(32).
           05 hb-ts             PIC X(14).
           05 hb-last-sale      PIC X(15).
           05 hb-queue          PIC X(8).
           05 hb-preflight      PIC X(4).
           05 hb-drift          PIC X(8).
           05 hb-disk           PIC X(10).
           05 hb-config         PIC X(16).

      * config-versions - the bundle version each kiosk applied, so
      * the ones behind the newest can be counted once all are read.
       01 config-versions.
           05 cfg-count         PIC 9(3) COMP-5 VALUE 0.
           05 cfg-idx           PIC 9(3) COMP-5.
           05 cfg-newest        PIC 9(6) VALUE 0.
           05 cfg-behind        PIC 9(3) COMP-5 VALUE 0.
           05 cfg-refused       PIC 9(3) COMP-5 VALUE 0.
           05 cfg-text          PIC X(16).
           05 cfg-applied       PIC 9(6) OCCURS 200 TIMES.
       01 display-version       PIC ZZZZZ9.

       01 age-work.
           05 now-stamp         PIC X(14).
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM BUILD-FILE-LIST
           PERFORM SHOW-API-CANARY
           DISPLAY " "
           DISPLAY "kiosk | heartbeat | last sale | queue | "
               "preflight | config | state"
           DISPLAY "------------------------------------------"
           PERFORM SHOW-ALL-KIOSKS
           DISPLAY "------------------------------------------"
           MOVE kiosk-count TO display-count
           DISPLAY "Kiosks reporting: " display-count
           PERFORM SHOW-CONFIG-SUMMARY
           STOP RUN.

       INIT-PATHS.
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO CANARY-PATH
           STRING
               FUNCTION TRIM(HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/api-canary-state.txt"
                   DELIMITED BY SIZE
               INTO CANARY-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:14) TO now-stamp
           .

                    hb-last-sale
                    hb-queue
                    hb-preflight
                    hb-drift
                    hb-disk
                    hb-config
           END-UNSTRING
           IF FUNCTION TRIM(hb-name) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO kiosk-count
           IF FUNCTION TRIM(hb-config) = SPACES
               MOVE "-" TO hb-config
           END-IF

           PERFORM ASSESS-HEARTBEAT-AGE
           PERFORM NOTE-CONFIG-VERSION

           DISPLAY "  " FUNCTION TRIM(hb-name)
               " | " hb-ts
               " | " FUNCTION TRIM(hb-last-sale)
               " | " FUNCTION TRIM(hb-queue)
               " | " FUNCTION TRIM(hb-preflight)
               " | " FUNCTION TRIM(hb-config)
               " | " FUNCTION TRIM(stale-flag)
           .

      * NOTE-CONFIG-VERSION - Keep the applied part of the config
      * field ("12" of "12+13" / "12!13"). Kiosks from before
      * config bundles report nothing and are left out.
       NOTE-CONFIG-VERSION.
           MOVE SPACES TO cfg-text
           UNSTRING hb-config DELIMITED BY "+" OR "!"
               INTO cfg-text
           END-UNSTRING
           IF FUNCTION TRIM(cfg-text) IS NOT NUMERIC
               OR cfg-count >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO cfg-count
           MOVE FUNCTION NUMVAL(cfg-text) TO cfg-applied(cfg-count)
           IF cfg-applied(cfg-count) > cfg-newest
               MOVE cfg-applied(cfg-count) TO cfg-newest
           END-IF
           MOVE 0 TO cfg-idx
           INSPECT hb-config TALLYING cfg-idx FOR ALL "!"
           IF cfg-idx > 0
               ADD 1 TO cfg-refused
           END-IF
           .

       SHOW-CONFIG-SUMMARY.
           IF cfg-count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO cfg-behind
           PERFORM VARYING cfg-idx FROM 1 BY 1
                   UNTIL cfg-idx > cfg-count
               IF cfg-applied(cfg-idx) < cfg-newest
                   ADD 1 TO cfg-behind
               END-IF
           END-PERFORM
           MOVE cfg-newest TO display-version
           DISPLAY "Newest config bundle: v"
               FUNCTION TRIM(display-version)
           MOVE cfg-behind TO display-count
           DISPLAY "Kiosks on an older one: " display-count
           IF cfg-refused > 0
               MOVE cfg-refused TO display-count
               DISPLAY "Kiosks that refused a bundle: " display-count
                   " (see their CONFIG alerts)"
           END-IF
           .

      * SHOW-API-CANARY - The last API-CANARY verdict, if it has
      * ever run here. It runs nightly, so a verdict older than
      * yesterday means the check itself has stopped.
       SHOW-API-CANARY.
           OPEN INPUT CANARY-FILE
           IF CANARY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CANARY-LINE
           READ CANARY-FILE
               AT END
                   MOVE SPACES TO CANARY-LINE
           END-READ
           CLOSE CANARY-FILE
           IF FUNCTION TRIM(CANARY-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO canary-fields
           UNSTRING CANARY-LINE DELIMITED BY X"09"
               INTO canary-ts
                    canary-state
                    canary-summary
           END-UNSTRING

           MOVE SPACES TO canary-age-text
           IF canary-ts(1:8) IS NUMERIC
               MOVE canary-ts(1:8) TO canary-date-num
               COMPUTE canary-day-int =
                   FUNCTION INTEGER-OF-DATE(canary-date-num)
               MOVE now-stamp(1:8) TO hb-date-num
               COMPUTE now-day-int =
                   FUNCTION INTEGER-OF-DATE(hb-date-num)
               IF now-day-int - canary-day-int > 1
                   MOVE " STALE" TO canary-age-text
               END-IF
           END-IF

           DISPLAY " "
           DISPLAY "Backend API contract: "
               FUNCTION TRIM(canary-state)
               FUNCTION TRIM(canary-age-text, TRAILING)
               " (checked " canary-ts(1:8) " "
               canary-ts(9:4) ") - " FUNCTION TRIM(canary-summary)
           .

      * ASSESS-HEARTBEAT-AGE - A kiosk silent for over an hour is
      * flagged STALE; one that last reported on an earlier day is
      * flagged the same way without the second arithmetic.
