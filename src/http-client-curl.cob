       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADER-FILE
               ASSIGN TO header-output-file
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS header-file-status.

       DATA DIVISION.
       FILE SECTION.
       FD  HEADER-FILE.
        01 HEADER-LINE          PIC X(200).

       WORKING-STORAGE SECTION.
       01 crlf                 PIC X(2) VALUE X"0D0A".
       01 system-cmd           PIC X(2000).
       01 WS-MAX-RETRY-TEXT    PIC Z9.
       01 WS-RETRY-DELAY-CMD   PIC X(30) VALUE "sleep 1".
       01 WS-TLS-ARGS          PIC X(220).
       01 header-output-file   PIC X(256).
       01 header-file-status   PIC XX.
       01 WS-HEADER-ARG        PIC X(280).
       01 WS-HEADER-IDX        PIC 9(2) COMP-5.
      * centralized logging
       COPY "copybooks/logging.cpy".

           END-IF
           .

      * BUILD-HEADER-ARG - Write the caller's extra req-header lines
      * to the owner-only header file and point curl at it with
      * "-H @'<file>' ". Headers can carry the kiosk's credentials,
      * so they stay out of the command line (ps) and the trace log.
       BUILD-HEADER-ARG.
           MOVE SPACES TO WS-HEADER-ARG
           PERFORM PREPARE-HEADER-FILE
           OPEN OUTPUT HEADER-FILE
           IF header-file-status NOT = "00"
               MOVE "Could not write HTTP header file" TO log-message
               PERFORM LOG-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HEADER-IDX FROM 1 BY 1
                   UNTIL WS-HEADER-IDX > 4
               IF req-header(WS-HEADER-IDX) NOT = SPACES
                   MOVE req-header(WS-HEADER-IDX) TO HEADER-LINE
                   WRITE HEADER-LINE
                   MOVE SPACES TO WS-HEADER-ARG
                   STRING "-H @'" DELIMITED BY SIZE
                       FUNCTION TRIM(header-output-file)
                       DELIMITED BY SIZE
                       "' " DELIMITED BY SIZE
                       INTO WS-HEADER-ARG
                   END-STRING
               END-IF
           END-PERFORM
           CLOSE HEADER-FILE
           .

      * PREPARE-HEADER-FILE - (Re)create the header file empty and
      * mode 0600 before anything is written to it. The umask only
      * covers a fresh file, so the chmod also catches one left
      * behind with a looser mode.
       PREPARE-HEADER-FILE.
           MOVE SPACES TO WS-TEMP-CMD
           STRING
               "umask 077; : > '" DELIMITED BY SIZE
               FUNCTION TRIM(header-output-file) DELIMITED BY SIZE
               "'; chmod 600 '" DELIMITED BY SIZE
               FUNCTION TRIM(header-output-file) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TEMP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-TEMP-CMD
           END-CALL
           .

      * REMOVE-HEADER-FILE - Delete the header file as soon as curl
      * has returned, whatever the outcome, so the token never sits
      * on disk between requests.
       REMOVE-HEADER-FILE.
           MOVE SPACES TO WS-TEMP-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(header-output-file) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO WS-TEMP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-TEMP-CMD
           END-CALL
           .

       EXECUTE-GET-REQUEST.
           PERFORM BUILD-MAX-TIME-ARG
           PERFORM BUILD-TLS-ARGS
           PERFORM BUILD-HEADER-ARG
           MOVE SPACES TO system-cmd
           STRING
               "curl -s -X 'GET' '"
               "-H 'accept: application/json' "
               WS-MAX-TIME-ARG DELIMITED BY SIZE
               WS-TLS-ARGS DELIMITED BY SIZE
               WS-HEADER-ARG DELIMITED BY SIZE
               "-o " DELIMITED BY SIZE
               FUNCTION TRIM(response-output-file)
               DELIMITED BY SIZE
               MOVE system-cmd-full TO system-cmd
           END-IF
           PERFORM EXECUTE-CURL-WITH-RETRY
           PERFORM REMOVE-HEADER-FILE

           MOVE system-result TO http-response-status.

               INTO status-code-output-file
           END-STRING

      *    The header file only exists for the length of a request;
      *    see PREPARE-HEADER-FILE and REMOVE-HEADER-FILE.
           MOVE SPACES TO header-output-file
           STRING
               FUNCTION TRIM(WS-TEMP-DIR) DELIMITED BY SIZE
               "/http-headers.txt" DELIMITED BY SIZE
               INTO header-output-file
           END-STRING

           MOVE SPACES TO log-message
           STRING "HTTP response path: " DELIMITED BY SIZE
               FUNCTION TRIM(response-output-file) DELIMITED BY SIZE
       EXECUTE-POST-REQUEST.
           PERFORM BUILD-MAX-TIME-ARG
           PERFORM BUILD-TLS-ARGS
           PERFORM BUILD-HEADER-ARG
           COMPUTE body-length =
               FUNCTION LENGTH(FUNCTION TRIM(req-body))

               "-d '" FUNCTION TRIM(req-body) "' "
               WS-MAX-TIME-ARG DELIMITED BY SIZE
               WS-TLS-ARGS DELIMITED BY SIZE
               WS-HEADER-ARG DELIMITED BY SIZE
               "-o " DELIMITED BY SIZE
               FUNCTION TRIM(response-output-file)
               DELIMITED BY SIZE
               MOVE system-cmd-full TO system-cmd
           END-IF
           PERFORM EXECUTE-CURL-WITH-RETRY
           PERFORM REMOVE-HEADER-FILE

           MOVE system-result TO http-response-status.

