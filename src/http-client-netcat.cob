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
       01 WS-TEMP-DIR-ENV      PIC X(256).
       01 WS-TEMP-CMD          PIC X(512).
       01 WS-NC-TIMEOUT-TEXT   PIC Z(4)9.
       01 header-output-file   PIC X(256).
       01 header-file-status   PIC XX.
       01 WS-HEADER-CAT        PIC X(300).
       01 WS-HEADER-IDX        PIC 9(2) COMP-5.
      * centralized logging
       COPY "copybooks/logging.cpy".

               "/http-status.txt" DELIMITED BY SIZE
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
           .

      * BUILD-HEADER-CAT - Write the caller's extra req-header lines
      * to the owner-only header file and build the command fragment
      * that splices them into the request, CR added per line. They
      * can carry the kiosk's credentials, so they stay out of the
      * command line (ps) and the trace log.
       BUILD-HEADER-CAT.
           MOVE SPACES TO WS-HEADER-CAT
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
                   MOVE SPACES TO WS-HEADER-CAT
                   STRING "sed 's/$/" DELIMITED BY SIZE
                       crlf(1:1) DELIMITED BY SIZE
                       "/' '" DELIMITED BY SIZE
                       FUNCTION TRIM(header-output-file)
                       DELIMITED BY SIZE
                       "'; " DELIMITED BY SIZE
                       INTO WS-HEADER-CAT
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

      * REMOVE-HEADER-FILE - Delete the header file as soon as nc
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
           PERFORM BUILD-HEADER-CAT
           MOVE SPACES TO system-cmd
           STRING
               "{ printf '"
               FUNCTION TRIM(req-method) " "
               FUNCTION TRIM(req-path) " HTTP/1.1" crlf
               "Host: " FUNCTION TRIM(URL-HOST) crlf
               "User-Agent: COBOL-HTTP-Client/1.0" crlf
               "Accept: */*" crlf
               "Connection: close" crlf "'; "
               FUNCTION TRIM(WS-HEADER-CAT) " "
               "printf '" crlf "'; } | "
               "nc -w " FUNCTION TRIM(WS-NC-TIMEOUT-TEXT) " '"
               FUNCTION TRIM(URL-HOST) "' '"
               FUNCTION TRIM(URL-PORT) "' > "
           .

       EXECUTE-POST-REQUEST.
           PERFORM BUILD-HEADER-CAT
           COMPUTE body-length =
               FUNCTION LENGTH(FUNCTION TRIM(req-body))

           MOVE SPACES TO system-cmd

           STRING
               "{ printf '"
               FUNCTION TRIM(req-method) " "
               FUNCTION TRIM(req-path) " HTTP/1.1" crlf
               "Host: " FUNCTION TRIM(URL-HOST) crlf
               "Accept: */*" crlf
               "Content-Type: application/json" crlf
               "Content-Length: " body-length crlf
               "Connection: close" crlf "'; "
               FUNCTION TRIM(WS-HEADER-CAT) " "
               "printf '" crlf
               FUNCTION TRIM(req-body) "'; } | "
               "nc -w " FUNCTION TRIM(WS-NC-TIMEOUT-TEXT) " '"
               FUNCTION TRIM(URL-HOST) "' '"
               FUNCTION TRIM(URL-PORT) "' > "
           END-IF
           CALL "SYSTEM" USING system-cmd RETURNING system-result
           END-CALL
           PERFORM REMOVE-HEADER-FILE

           MOVE system-result TO http-response-status.

