      ******************************************************************
      * Author: Naitsabot
      * Purpose: Per-kiosk API credential store
      * Description:
      *     Each kiosk identifies itself to the stregsystem backend
      *     with its own API token, sent by STREGSYSTEM-API as an
      *     Authorization header on every request, so the server can
      *     refuse a curl one-liner from the bar network and tell
      *     which kiosk sent what. The token is issued or rotated
      *     from the admin menu (A): generated here and shown once
      *     for registration with the server, or typed in when the
      *     server's admins issued it.
      *
      *     At rest the token is protected the way member PINs are -
      *     never readable out of the config directory or its
      *     backups. A PIN can be one-way hashed; a token has to be
      *     sent, so it is sealed instead: every character is
      *     shifted through a keystream folded (the journal checksum
      *     fold) from this machine's id and a fresh salt. A copy of
      *     the file on any other box does not open, and the file
      *     itself is created owner-only. A nine-digit fingerprint of
      *     the token is kept alongside, so the admin screen, the
      *     audit trail and the server's admins can tell tokens apart
      *     without ever showing one.
      *
      *     api-token.txt, one tab-separated line:
      *       $K$<salt> <sealed token> <fingerprint> <issued ts>
      *       <issued by> <ISSUED|ENTERED>
      *
      *     Operations (apitok-op):
      *       LOAD   - unseal the token for use (STREGSYSTEM-API)
      *       STATE  - as LOAD, without handing the token back
      *       ISSUE  - generate a new random token (rotate); the
      *                only time the clear token is returned to show
      *       SET    - store the token in apitok-value
      *       CLEAR  - remove the token; the kiosk goes anonymous
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. API-TOKEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-FILE
               ASSIGN TO TOKEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOKEN-STATUS.
           SELECT MACHINE-FILE
               ASSIGN TO MACHINE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MACHINE-STATUS.
           SELECT RANDOM-FILE
               ASSIGN TO RANDOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANDOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-FILE.
        01 TOKEN-LINE           PIC X(200).
       FD  MACHINE-FILE.
        01 MACHINE-LINE         PIC X(64).
       FD  RANDOM-FILE.
        01 RANDOM-LINE          PIC X(64).

       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 apitok-init-done      PIC 9 VALUE 0.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 TOKEN-PATH            PIC X(256).
       01 TOKEN-TMP-PATH        PIC X(256).
       01 TOKEN-STATUS          PIC XX.
       01 MACHINE-PATH          PIC X(64) VALUE "/etc/machine-id".
       01 MACHINE-STATUS        PIC XX.
       01 RANDOM-PATH           PIC X(256).
       01 RANDOM-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

      * machine-key - what the keystream is folded from besides the
      * salt; /etc/machine-id where the box has one, else HOSTNAME.
       01 machine-key           PIC X(64).

      * token-record - one api-token.txt line, split.
       01 token-record.
           05 rec-salt-field    PIC X(8).
           05 rec-sealed        PIC X(64).
           05 rec-print         PIC X(9).
           05 rec-issued        PIC X(14).
           05 rec-issued-by     PIC X(32).
           05 rec-source        PIC X(8).

       01 seal-work.
           05 seal-salt         PIC X(4).
           05 seal-salt-num     PIC 9(4).
           05 seal-in           PIC X(64).
           05 seal-out          PIC X(64).
           05 seal-len          PIC 9(4) COMP-5.
           05 seal-pos          PIC 9(4) COMP-5.
           05 seal-acc          PIC 9(18) COMP-5.
           05 seal-shift        PIC 9(4) COMP-5.
           05 seal-code         PIC S9(4) COMP-5.
           05 seal-direction    PIC 9 VALUE 1.
           05 print-acc         PIC 9(18) COMP-5.
           05 print-out         PIC 9(9).
           05 check-pos         PIC 9(4) COMP-5.
           05 check-bad         PIC 9.

       LINKAGE SECTION.
       COPY "copybooks/api-token.cpy".

       PROCEDURE DIVISION USING apitok-request-data
                                apitok-response-data.

       MAIN-LOGIC.
           IF apitok-init-done = 0
               MOVE "API-TOKEN" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-PATHS
               PERFORM READ-MACHINE-KEY
               MOVE 1 TO apitok-init-done
           END-IF

           MOVE 0 TO apitok-status
           MOVE SPACES TO apitok-token
           MOVE SPACES TO apitok-print
           MOVE SPACES TO apitok-issued
           MOVE SPACES TO apitok-issued-by
           MOVE SPACES TO apitok-source
           MOVE SPACES TO apitok-reason

           EVALUATE apitok-op
               WHEN "LOAD"
                   PERFORM LOAD-TOKEN
               WHEN "STATE"
                   PERFORM LOAD-TOKEN
                   MOVE SPACES TO apitok-token
               WHEN "ISSUE"
                   PERFORM ISSUE-TOKEN
               WHEN "SET"
                   PERFORM SET-TOKEN
               WHEN "CLEAR"
                   PERFORM CLEAR-TOKEN
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown API token op: " DELIMITED BY SIZE
                       FUNCTION TRIM(apitok-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 3 TO apitok-status
           END-EVALUATE
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

           MOVE SPACES TO TOKEN-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/api-token.txt" DELIMITED BY SIZE
               INTO TOKEN-PATH
           END-STRING

           MOVE SPACES TO TOKEN-TMP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/api-token.tmp" DELIMITED BY SIZE
               INTO TOKEN-TMP-PATH
           END-STRING

           MOVE SPACES TO RANDOM-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/api-token.rnd" DELIMITED BY SIZE
               INTO RANDOM-PATH
           END-STRING
           .

       READ-MACHINE-KEY.
           MOVE SPACES TO machine-key
           OPEN INPUT MACHINE-FILE
           IF MACHINE-STATUS = "00"
               READ MACHINE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(MACHINE-LINE) TO machine-key
               END-READ
               CLOSE MACHINE-FILE
           END-IF
           IF FUNCTION TRIM(machine-key) = SPACES
               ACCEPT machine-key FROM ENVIRONMENT "HOSTNAME"
           END-IF
           IF FUNCTION TRIM(machine-key) = SPACES
               MOVE "stregsystem-kiosk" TO machine-key
           END-IF
           .

      * LOAD-TOKEN - Read and unseal api-token.txt. The stored
      * fingerprint must match the unsealed token; if it does not,
      * the file was sealed on another machine (or is damaged) and
      * no token is handed out - a wrong credential would only earn
      * the kiosk a 401 on every request.
       LOAD-TOKEN.
           MOVE SPACES TO TOKEN-LINE
           OPEN INPUT TOKEN-FILE
           IF TOKEN-STATUS NOT = "00"
               MOVE 1 TO apitok-status
               MOVE "No API token - this kiosk calls the server "
                   & "anonymously" TO apitok-reason
               EXIT PARAGRAPH
           END-IF
           READ TOKEN-FILE
               AT END
                   MOVE SPACES TO TOKEN-LINE
           END-READ
           CLOSE TOKEN-FILE

           MOVE SPACES TO token-record
           UNSTRING TOKEN-LINE DELIMITED BY X"09"
               INTO rec-salt-field
                    rec-sealed
                    rec-print
                    rec-issued
                    rec-issued-by
                    rec-source
           END-UNSTRING
           MOVE rec-print TO apitok-print
           MOVE rec-issued TO apitok-issued
           MOVE rec-issued-by TO apitok-issued-by
           MOVE rec-source TO apitok-source
           IF rec-salt-field(1:3) NOT = "$K$"
               OR FUNCTION TRIM(rec-sealed) = SPACES
               MOVE 2 TO apitok-status
               MOVE "api-token.txt is not a sealed token - issue a "
                   & "new one" TO apitok-reason
               EXIT PARAGRAPH
           END-IF

           MOVE rec-salt-field(4:4) TO seal-salt
           MOVE rec-sealed TO seal-in
           MOVE 2 TO seal-direction
           PERFORM SEAL-TEXT
           MOVE seal-out TO apitok-token
           PERFORM COMPUTE-FINGERPRINT
           IF print-out NOT = rec-print
               MOVE SPACES TO apitok-token
               MOVE 2 TO apitok-status
               MOVE "API token was sealed on another machine - "
                   & "issue a new one" TO apitok-reason
               MOVE "API token does not open on this machine"
                   TO log-message
               PERFORM LOG-ERROR
           END-IF
           .

      * ISSUE-TOKEN - 32 hex digits from /dev/urandom. There is no
      * fallback to the clock: a guessable credential is worse
      * than none, so without a random source nothing changes.
       ISSUE-TOKEN.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "od -An -N16 -tx1 /dev/urandom 2>/dev/null | "
                   DELIMITED BY SIZE
               "tr -d ' \n' > '" DELIMITED BY SIZE
               FUNCTION TRIM(RANDOM-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO RANDOM-LINE
           OPEN INPUT RANDOM-FILE
           IF RANDOM-STATUS = "00"
               READ RANDOM-FILE
                   AT END
                       MOVE SPACES TO RANDOM-LINE
               END-READ
               CLOSE RANDOM-FILE
           END-IF
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(RANDOM-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           IF FUNCTION LENGTH(FUNCTION TRIM(RANDOM-LINE)) NOT = 32
               MOVE 3 TO apitok-status
               MOVE "No random source (/dev/urandom) - token "
                   & "unchanged" TO apitok-reason
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(RANDOM-LINE) TO apitok-token
           MOVE "ISSUED" TO rec-source
           PERFORM STORE-TOKEN
           .

      * SET-TOKEN - A token the server's admins issued. Printable
      * ASCII without spaces, 16 to 64 characters - the header
      * carries it as-is.
       SET-TOKEN.
           MOVE FUNCTION TRIM(apitok-value) TO apitok-token
           MOVE FUNCTION LENGTH(FUNCTION TRIM(apitok-value))
               TO seal-len
           IF apitok-token = SPACES OR seal-len < 16
               MOVE SPACES TO apitok-token
               MOVE 3 TO apitok-status
               MOVE "Token must be 16 to 64 characters" TO apitok-reason
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO check-bad
           PERFORM VARYING check-pos FROM 1 BY 1
                   UNTIL check-pos > seal-len
               IF FUNCTION ORD(apitok-token(check-pos:1)) < 34
                   OR FUNCTION ORD(apitok-token(check-pos:1)) > 127
                   MOVE 1 TO check-bad
               END-IF
           END-PERFORM
           IF check-bad = 1
               MOVE SPACES TO apitok-token
               MOVE 3 TO apitok-status
               MOVE "Token may only hold printable characters, no "
                   & "spaces" TO apitok-reason
               EXIT PARAGRAPH
           END-IF
           MOVE "ENTERED" TO rec-source
           PERFORM STORE-TOKEN
           .

      * STORE-TOKEN - Seal apitok-token under a fresh salt and
      * replace api-token.txt. The file is created owner-only
      * before anything is written into it, then moved into place.
       STORE-TOKEN.
           PERFORM COMPUTE-FINGERPRINT
           COMPUTE seal-salt-num = FUNCTION MOD(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:4))
               + FUNCTION INTEGER(FUNCTION RANDOM * 9999)
               + print-acc, 10000)
           MOVE seal-salt-num TO seal-salt
           MOVE apitok-token TO seal-in
           MOVE 1 TO seal-direction
           PERFORM SEAL-TEXT

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "umask 077; : > '" DELIMITED BY SIZE
               FUNCTION TRIM(TOKEN-TMP-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE TOKEN-TMP-PATH TO TOKEN-PATH
           OPEN OUTPUT TOKEN-FILE
           IF TOKEN-STATUS NOT = "00"
               PERFORM INIT-PATHS
               MOVE SPACES TO apitok-token
               MOVE 3 TO apitok-status
               MOVE "Could not write api-token.txt - token unchanged"
                   TO apitok-reason
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOKEN-LINE
           STRING
               "$K$" DELIMITED BY SIZE
               seal-salt DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(seal-out) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               print-out DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(apitok-operator) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rec-source) DELIMITED BY SIZE
               INTO TOKEN-LINE
           END-STRING
           WRITE TOKEN-LINE
           CLOSE TOKEN-FILE
           PERFORM INIT-PATHS

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv -f '" DELIMITED BY SIZE
               FUNCTION TRIM(TOKEN-TMP-PATH) DELIMITED BY SIZE
               "' '" DELIMITED BY SIZE
               FUNCTION TRIM(TOKEN-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE print-out TO apitok-print
           MOVE FUNCTION CURRENT-DATE(1:14) TO apitok-issued
           MOVE apitok-operator TO apitok-issued-by
           MOVE rec-source TO apitok-source
           MOVE SPACES TO log-message
           STRING "API token " DELIMITED BY SIZE
               FUNCTION TRIM(rec-source) DELIMITED BY SIZE
               ", fingerprint " DELIMITED BY SIZE
               print-out DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               FUNCTION TRIM(apitok-operator) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-INFO
           .

       CLEAR-TOKEN.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f '" DELIMITED BY SIZE
               FUNCTION TRIM(TOKEN-PATH) DELIMITED BY SIZE
               "'" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           MOVE SPACES TO log-message
           STRING "API token removed by " DELIMITED BY SIZE
               FUNCTION TRIM(apitok-operator) DELIMITED BY SIZE
               INTO log-message
           END-STRING
           PERFORM LOG-WARN
           .

      * SEAL-TEXT - seal-direction 1 seals seal-in into seal-out, 2
      * unseals it. Characters stay inside printable ASCII (33 to
      * 126), each shifted by the next keystream value mod 94; the
      * keystream is the checksum fold seeded with the machine key
      * and seal-salt.
       SEAL-TEXT.
           MOVE SPACES TO seal-out
           MOVE 17 TO seal-acc
           MOVE FUNCTION LENGTH(FUNCTION TRIM(machine-key)) TO seal-len
           PERFORM VARYING seal-pos FROM 1 BY 1
                   UNTIL seal-pos > seal-len
               COMPUTE seal-acc = FUNCTION MOD(seal-acc * 131
                   + FUNCTION ORD(machine-key(seal-pos:1)) - 1,
                   999999937)
           END-PERFORM
           PERFORM VARYING seal-pos FROM 1 BY 1 UNTIL seal-pos > 4
               COMPUTE seal-acc = FUNCTION MOD(seal-acc * 131
                   + FUNCTION ORD(seal-salt(seal-pos:1)) - 1,
                   999999937)
           END-PERFORM

           MOVE FUNCTION LENGTH(FUNCTION TRIM(seal-in)) TO seal-len
           IF seal-in = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING seal-pos FROM 1 BY 1
                   UNTIL seal-pos > seal-len
               COMPUTE seal-acc = FUNCTION MOD(seal-acc * 131
                   + seal-pos, 999999937)
               COMPUTE seal-shift = FUNCTION MOD(seal-acc, 94)
               COMPUTE seal-code =
                   FUNCTION ORD(seal-in(seal-pos:1)) - 1 - 33
               IF seal-direction = 1
                   COMPUTE seal-code = FUNCTION MOD(
                       seal-code + seal-shift, 94)
               ELSE
                   COMPUTE seal-code = FUNCTION MOD(
                       seal-code - seal-shift + 94, 94)
               END-IF
               MOVE FUNCTION CHAR(seal-code + 33 + 1)
                   TO seal-out(seal-pos:1)
           END-PERFORM
           .

      * COMPUTE-FINGERPRINT - The checksum fold over apitok-token,
      * nine digits in print-out.
       COMPUTE-FINGERPRINT.
           MOVE 17 TO print-acc
           MOVE FUNCTION LENGTH(FUNCTION TRIM(apitok-token))
               TO check-pos
           PERFORM VARYING seal-pos FROM 1 BY 1
                   UNTIL seal-pos > check-pos
               COMPUTE print-acc = FUNCTION MOD(print-acc * 131
                   + FUNCTION ORD(apitok-token(seal-pos:1)) - 1,
                   999999937)
           END-PERFORM
           MOVE print-acc TO print-out
           .

       COPY "copybooks/logging-procedures.cob".

       END PROGRAM API-TOKEN.
