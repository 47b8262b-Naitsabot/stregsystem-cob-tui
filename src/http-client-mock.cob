      *       /api/sale                     -> sale.json
      *       /api/deposit                  -> deposit.json
      *       /test                         -> (empty body, 200)
      *
      *     Credentials: with a mock/auth-token.txt in place, any
      *     request whose Authorization header does not carry that
      *     token is answered 401 {"detail": "Invalid token."}, the
      *     way the server refuses an unknown kiosk - for rehearsing
      *     a token rotation. Without the file every request passes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CLIENT-MOCK.
       01 FIXTURE-PATH         PIC X(256).
       01 FIXTURE-STATUS       PIC XX.
       01 fixture-name         PIC X(32).
       01 mock-auth-token      PIC X(64).
       01 mock-auth-ok         PIC 9 VALUE 1.
       01 mock-header-idx      PIC 9(2) COMP-5.
       01 mock-token-hits      PIC 9(4) COMP-5.
      * centralized logging
       COPY "copybooks/logging.cpy".

               MOVE 1 TO http-init-done
           END-IF

           PERFORM CHECK-MOCK-AUTH
           IF mock-auth-ok = 0
               PERFORM SERVE-AUTH-REFUSAL
               MOVE 0 TO http-response-status
               GOBACK
           END-IF

           PERFORM PICK-FIXTURE-NAME
           PERFORM SERVE-FIXTURE

           END-CALL
           .

      * CHECK-MOCK-AUTH - mock-auth-ok 0 when mock/auth-token.txt
      * names a token and no Authorization header carries it.
       CHECK-MOCK-AUTH.
           MOVE 1 TO mock-auth-ok
           MOVE "auth-token.txt" TO fixture-name
           PERFORM BUILD-FIXTURE-PATH
           MOVE SPACES TO mock-auth-token
           OPEN INPUT FIXTURE-FILE
           IF FIXTURE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FIXTURE-FILE
               AT END
                   MOVE SPACES TO FIXTURE-LINE
           END-READ
           CLOSE FIXTURE-FILE
           MOVE FUNCTION TRIM(FIXTURE-LINE) TO mock-auth-token
           IF mock-auth-token = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO mock-auth-ok
           PERFORM VARYING mock-header-idx FROM 1 BY 1
                   UNTIL mock-header-idx > 4
               IF req-header(mock-header-idx)(1:14) = "Authorization:"
                   MOVE 0 TO mock-token-hits
                   INSPECT req-header(mock-header-idx)
                       TALLYING mock-token-hits FOR ALL
                       mock-auth-token(1:FUNCTION LENGTH(
                           FUNCTION TRIM(mock-auth-token)))
                   IF mock-token-hits > 0
                       MOVE 1 TO mock-auth-ok
                   END-IF
               END-IF
           END-PERFORM
           .

       SERVE-AUTH-REFUSAL.
           MOVE SPACES TO system-cmd
           STRING
               "printf '%s' '{" DELIMITED BY SIZE
               '"detail": "Invalid token."' DELIMITED BY SIZE
               "}' > '" DELIMITED BY SIZE
               FUNCTION TRIM(response-output-file) DELIMITED BY SIZE
               "'; printf 401 > '" DELIMITED BY SIZE
               FUNCTION TRIM(status-code-output-file)
                   DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO system-cmd
           END-STRING
           CALL "SYSTEM" USING system-cmd
           END-CALL

           MOVE SPACES TO log-message
           STRING "Mock refused " DELIMITED BY SIZE
               FUNCTION TRIM(req-path) DELIMITED BY SIZE
               " - credentials do not match auth-token.txt"
                   DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-DEBUG
           .

      * Logging procedures
       COPY "copybooks/logging-procedures.cob".
