      ******************************************************************
      * Author: Naitsabot
      * Purpose: Build the versioned config bundle for the fleet
      * Description:
      *     Run on the central box after the master copies of the
      *     shared side files have been edited. Packs whichever of
      *     price-levels.txt, promos.txt, categories.txt,
      *     vat-classes.txt, sales-hours.txt and age-restricted.txt
      *     are present in the master directory into one bundle
      *     (layout described in config-bundle.cob), numbered one
      *     past the bundle it replaces, and publishes it where the
      *     kiosks' BUNDLEURL= points. The bundle is put through the
      *     same validation every kiosk will run and only replaces
      *     the published one if it passes, so a typo in the master
      *     stops here instead of being rejected by every kiosk.
      *     Environment:
      *       CONFIG_MASTER_DIR  master files
      *                          (default <config>/config-master)
      *       CONFIG_BUNDLE_OUT  bundle to publish
      *                          (default <config>/exports/
      *                          config-bundle.txt)
      *       CONFIG_VERSION     force a version number
      *     Link with config-bundle.cob and an HTTP client.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-PUBLISH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MASTER-STATUS.
           SELECT BUNDLE-FILE
               ASSIGN TO BUNDLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUNDLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
        01 MASTER-LINE          PIC X(295).
       FD  BUNDLE-FILE.
        01 BUNDLE-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "copybooks/config-bundle.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 MASTER-DIR            PIC X(256).
       01 MASTER-PATH           PIC X(256).
       01 MASTER-STATUS         PIC XX.
       01 MASTER-EOF            PIC 9 VALUE 0.
       01 BUNDLE-PATH           PIC X(256).
       01 BUNDLE-STATUS         PIC XX.
       01 OUT-PATH              PIC X(256).
       01 SYSTEM-CMD            PIC X(600).
       01 cmd-result            PIC S9(9) COMP-5.

       01 carried-file-values.
           05 FILLER PIC X(20) VALUE "price-levels.txt".
           05 FILLER PIC X(20) VALUE "promos.txt".
           05 FILLER PIC X(20) VALUE "categories.txt".
           05 FILLER PIC X(20) VALUE "vat-classes.txt".
           05 FILLER PIC X(20) VALUE "sales-hours.txt".
           05 FILLER PIC X(20) VALUE "age-restricted.txt".
       01 carried-files REDEFINES carried-file-values.
           05 carried-name      PIC X(20) OCCURS 6 TIMES.

       01 publish-work.
           05 file-idx          PIC 9 COMP-5.
           05 file-lines        PIC 9(6) COMP-5.
           05 files-packed      PIC 9(2) COMP-5 VALUE 0.
           05 lines-packed      PIC 9(6) COMP-5 VALUE 0.
           05 rec-no            PIC 9(9) COMP-5 VALUE 0.
           05 rec-len           PIC 9(4) COMP-5.
           05 rec-pos           PIC 9(4) COMP-5.
           05 rec-sum           PIC 9(18) COMP-5.
           05 calc-chk          PIC 9(18) COMP-5 VALUE 0.
           05 new-version       PIC 9(6) VALUE 0.
           05 version-env       PIC X(10).
           05 prev-f1           PIC X(20).
           05 prev-f2           PIC X(20).
           05 disp-version      PIC 9(6).
           05 disp-lines        PIC 9(6).
           05 disp-recs         PIC 9(9).
           05 disp-chk          PIC 9(9).
       01 display-count         PIC ZZZ,ZZ9.
       01 display-version       PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM CONFIG PUBLISH"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           DISPLAY "Master: " FUNCTION TRIM(MASTER-DIR)
           DISPLAY "Bundle: " FUNCTION TRIM(OUT-PATH)

           PERFORM CHOOSE-VERSION
           PERFORM WRITE-BUNDLE
           IF BUNDLE-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(BUNDLE-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF files-packed = 0
               DISPLAY "No master files found - nothing published."
               PERFORM REMOVE-TEMP-BUNDLE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "VALIDATE" TO cbundle-op
           MOVE BUNDLE-PATH TO cbundle-path
           CALL "CONFIG-BUNDLE" USING
               cbundle-request-data
               cbundle-response-data
               ON EXCEPTION
                   MOVE 3 TO cbundle-status
                   MOVE "CONFIG-BUNDLE not linked" TO cbundle-reason
           END-CALL
           IF cbundle-status NOT = 0
               DISPLAY "Bundle failed validation - NOT published:"
               DISPLAY "  " FUNCTION TRIM(cbundle-reason)
               PERFORM REMOVE-TEMP-BUNDLE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f '" DELIMITED BY SIZE
               FUNCTION TRIM(BUNDLE-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(OUT-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
               RETURNING cmd-result
           END-CALL
           IF cmd-result NOT = 0
               DISPLAY "Could not move the bundle into place"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE new-version TO display-version
           DISPLAY "Published bundle v" FUNCTION TRIM(display-version)
           MOVE files-packed TO display-count
           DISPLAY "  Files:  " display-count
           MOVE lines-packed TO display-count
           DISPLAY "  Lines:  " display-count
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

           MOVE SPACES TO MASTER-DIR
           ACCEPT MASTER-DIR FROM ENVIRONMENT "CONFIG_MASTER_DIR"
           IF FUNCTION TRIM(MASTER-DIR) = SPACES
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/config-master" DELIMITED BY SIZE
                   INTO MASTER-DIR
               END-STRING
           END-IF

           MOVE SPACES TO OUT-PATH
           ACCEPT OUT-PATH FROM ENVIRONMENT "CONFIG_BUNDLE_OUT"
           IF FUNCTION TRIM(OUT-PATH) = SPACES
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports/config-bundle.txt" DELIMITED BY SIZE
                   INTO OUT-PATH
               END-STRING
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p '" DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/exports'" DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF

           MOVE SPACES TO BUNDLE-PATH
           STRING
               FUNCTION TRIM(OUT-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO BUNDLE-PATH
           END-STRING
           .

      * CHOOSE-VERSION - CONFIG_VERSION when given, otherwise one
      * past the bundle currently published (1 for the first).
       CHOOSE-VERSION.
           MOVE SPACES TO version-env
           ACCEPT version-env FROM ENVIRONMENT "CONFIG_VERSION"
           IF FUNCTION TRIM(version-env) NOT = SPACES
               MOVE FUNCTION NUMVAL(version-env) TO new-version
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO new-version
           MOVE OUT-PATH TO MASTER-PATH
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS = "00"
               READ MASTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO prev-f1
                       MOVE SPACES TO prev-f2
                       UNSTRING MASTER-LINE DELIMITED BY X"09"
                           INTO prev-f1
                                prev-f2
                       END-UNSTRING
                       IF prev-f1 = "CONFIG-BUNDLE"
                           AND FUNCTION TRIM(prev-f2) NOT = SPACES
                           MOVE FUNCTION NUMVAL(prev-f2)
                               TO new-version
                       END-IF
               END-READ
               CLOSE MASTER-FILE
           END-IF
           ADD 1 TO new-version
           .

       WRITE-BUNDLE.
           OPEN OUTPUT BUNDLE-FILE
           IF BUNDLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE new-version TO disp-version
           MOVE SPACES TO BUNDLE-LINE
           STRING
               "CONFIG-BUNDLE" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               disp-version DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING
           WRITE BUNDLE-LINE

           PERFORM VARYING file-idx FROM 1 BY 1
                   UNTIL file-idx > 6
               PERFORM PACK-ONE-FILE
           END-PERFORM

           MOVE rec-no TO disp-recs
           MOVE calc-chk TO disp-chk
           MOVE SPACES TO BUNDLE-LINE
           STRING
               "END" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               disp-recs DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               disp-chk DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING
           WRITE BUNDLE-LINE
           CLOSE BUNDLE-FILE
           MOVE "00" TO BUNDLE-STATUS
           .

      * PACK-ONE-FILE - One pass to count the lines for the FILE
      * record, a second to copy them.
       PACK-ONE-FILE.
           MOVE SPACES TO MASTER-PATH
           STRING
               FUNCTION TRIM(MASTER-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(carried-name(file-idx))
                   DELIMITED BY SIZE
               INTO MASTER-PATH
           END-STRING
           OPEN INPUT MASTER-FILE
           IF MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO file-lines
           MOVE 0 TO MASTER-EOF
           PERFORM UNTIL MASTER-EOF = 1
               READ MASTER-FILE
                   AT END
                       MOVE 1 TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO file-lines
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE

           MOVE file-lines TO disp-lines
           MOVE SPACES TO BUNDLE-LINE
           STRING
               "FILE" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(carried-name(file-idx))
                   DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               disp-lines DELIMITED BY SIZE
               INTO BUNDLE-LINE
           END-STRING
           PERFORM CHAIN-AND-WRITE
           ADD 1 TO files-packed
           MOVE file-lines TO display-count
           DISPLAY "  " carried-name(file-idx) display-count
               " line(s)"

           OPEN INPUT MASTER-FILE
           MOVE 0 TO MASTER-EOF
           PERFORM UNTIL MASTER-EOF = 1
               READ MASTER-FILE
                   AT END
                       MOVE 1 TO MASTER-EOF
                   NOT AT END
                       MOVE SPACES TO BUNDLE-LINE
                       STRING
                           "LINE" DELIMITED BY SIZE
                           X"09" DELIMITED BY SIZE
                           INTO BUNDLE-LINE
                       END-STRING
                       MOVE MASTER-LINE TO BUNDLE-LINE(6:295)
                       PERFORM CHAIN-AND-WRITE
                       ADD 1 TO lines-packed
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           .

       CHAIN-AND-WRITE.
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
           WRITE BUNDLE-LINE
           .

       REMOVE-TEMP-BUNDLE.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(BUNDLE-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       END PROGRAM CONFIG-PUBLISH.
