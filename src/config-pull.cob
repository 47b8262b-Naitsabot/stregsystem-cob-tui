      ******************************************************************
      * Author: Naitsabot
      * Purpose: Fetch and stage the fleet's central config bundle
      * Description:
      *     Run on each kiosk on a schedule (cron, or a runplan step
      *     in BATCH-RUNNER). Fetches the current config bundle from
      *     config.txt BUNDLEURL= (http(s):// or file://), hands it
      *     to CONFIG-BUNDLE to validate and stage, then asks for it
      *     to be applied. With a shift open the apply is deferred -
      *     the TUI applies the staged bundle itself when the shift
      *     is closed or before the next sign-on - so prices and
      *     rules never change under a bartender mid-shift.
      *     A bundle that fails validation is rejected: the kiosk
      *     keeps the config it has, the admins get a CONFIG outbox
      *     alert, and this run ends with return code 1.
      *     Link with config-bundle.cob and an HTTP client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PULL.

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

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
        01 CONFIG-LINE          PIC X(256).

       WORKING-STORAGE SECTION.
       COPY "copybooks/config-bundle.cpy".
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 CONFIG-PATH           PIC X(256).
       01 CONFIG-STATUS         PIC XX.
       01 CONFIG-EOF            PIC 9 VALUE 0.
       01 CONFIG-KEY            PIC X(64).
       01 CONFIG-VALUE          PIC X(200).
       01 DOWNLOAD-PATH         PIC X(256).
       01 SYSTEM-CMD            PIC X(600).
       01 cmd-result            PIC S9(9) COMP-5.

       01 bundle-url            PIC X(200) VALUE SPACES.
       01 display-version       PIC ZZZZZ9.
       01 display-files         PIC Z9.
       01 pull-rc               PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CONFIG-PULL" TO log-component
           PERFORM LOG-INIT

           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM CONFIG PULL"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-CONFIG-KEYS
           IF FUNCTION TRIM(bundle-url) = SPACES
               DISPLAY "No BUNDLEURL= configured in config.txt - "
                   "nothing to do."
               STOP RUN
           END-IF

           PERFORM FETCH-BUNDLE
           IF cmd-result NOT = 0
               DISPLAY "Could not fetch the bundle from "
                   FUNCTION TRIM(bundle-url)
               MOVE "Config bundle fetch failed" TO log-message
               PERFORM LOG-WARN
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "STAGE" TO cbundle-op
           MOVE DOWNLOAD-PATH TO cbundle-path
           PERFORM CALL-CONFIG-BUNDLE
           PERFORM REMOVE-DOWNLOAD
           MOVE cbundle-version TO display-version
           EVALUATE cbundle-status
               WHEN 0
                   MOVE cbundle-files TO display-files
                   DISPLAY "Bundle v" FUNCTION TRIM(display-version)
                       " validated and staged ("
                       FUNCTION TRIM(display-files) " file(s))."
               WHEN 1
                   DISPLAY "Bundle v" FUNCTION TRIM(display-version)
                       ": " FUNCTION TRIM(cbundle-reason) "."
               WHEN 2
                   DISPLAY "Bundle v" FUNCTION TRIM(display-version)
                       " REJECTED - old config kept."
                   DISPLAY "  " FUNCTION TRIM(cbundle-reason)
                   MOVE 1 TO pull-rc
               WHEN OTHER
                   DISPLAY "Could not stage the bundle: "
                       FUNCTION TRIM(cbundle-reason)
                   MOVE 1 TO pull-rc
           END-EVALUATE

           MOVE "APPLY" TO cbundle-op
           MOVE SPACES TO cbundle-path
           PERFORM CALL-CONFIG-BUNDLE
           MOVE cbundle-version TO display-version
           EVALUATE cbundle-status
               WHEN 0
                   DISPLAY "Bundle v" FUNCTION TRIM(display-version)
                       " applied."
               WHEN 1
                   IF cbundle-staged > 0
                       DISPLAY "Bundle v"
                           FUNCTION TRIM(display-version)
                           " deferred until shift change."
                   END-IF
               WHEN 2
                   DISPLAY "Staged bundle REJECTED at apply: "
                       FUNCTION TRIM(cbundle-reason)
                   MOVE 1 TO pull-rc
               WHEN OTHER
                   DISPLAY "Could not apply the bundle: "
                       FUNCTION TRIM(cbundle-reason)
                   MOVE 1 TO pull-rc
           END-EVALUATE

           MOVE cbundle-applied TO display-version
           DISPLAY "Config version in use: "
               FUNCTION TRIM(display-version)
           MOVE pull-rc TO RETURN-CODE
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

           MOVE SPACES TO DOWNLOAD-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/config-bundle.download" DELIMITED BY SIZE
               INTO DOWNLOAD-PATH
           END-STRING
           .

       READ-CONFIG-KEYS.
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
                       IF CONFIG-KEY = "BUNDLEURL"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO bundle-url
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

      * FETCH-BUNDLE - -f turns an HTTP error page into a failed
      * fetch rather than a "bundle" that then fails validation.
       FETCH-BUNDLE.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "curl -s -f -m 30 -o '" DELIMITED BY SIZE
               FUNCTION TRIM(DOWNLOAD-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(bundle-url) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
               RETURNING cmd-result
           END-CALL
           .

       CALL-CONFIG-BUNDLE.
           CALL "CONFIG-BUNDLE" USING
               cbundle-request-data
               cbundle-response-data
               ON EXCEPTION
                   MOVE 3 TO cbundle-status
                   MOVE "CONFIG-BUNDLE not linked" TO cbundle-reason
           END-CALL
           .

       REMOVE-DOWNLOAD.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(DOWNLOAD-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       COPY "copybooks/logging-procedures.cob".

       END PROGRAM CONFIG-PULL.
