      ******************************************************************
      * Author: Naitsabot
      * Purpose: Member balance reconciliation against the server
      * Description:
      *     Weekly batch that checks every balance the kiosk keeps
      *     against the stregsystem server. RECONCILE-REPORT matches
      *     one day's sales; this looks at what that leaves out -
      *     web deposits, corrections made on the server, and an
      *     offline replay that went wrong all move the server's
      *     balance without the kiosk seeing it.
      *     The members are everyone in the shadow ledger
      *     (shadow-ledger.txt) and everyone with a balance line in
      *     the journal (archives and live, the line types
      *     BALANCE-CARRYFORWARD trusts). Each one's balance is
      *     fetched with xGET_BALANCE and compared with the shadow
      *     ledger's balance and the latest journal balance. Every
      *     difference is listed with the member's last journal
      *     lines and the server's latest sales, so the two sides
      *     can be read against each other, and the drift is
      *     totalled. Members with sales still in the offline queue
      *     (pending-sales.txt) are marked - their difference clears
      *     once the queue replays.
      *     The report goes to exports/balance-recon-YYYYMMDD.txt.
      *     BALRECON_RESEED=YES, run once the report has been
      *     reviewed, also sets each differing shadow ledger balance
      *     to the server's (adding members the ledger lacks, up to
      *     the kiosk's 200) and writes one audit.log line per
      *     member changed. The journal is never touched.
      *     Link with stregsystem-api.cob, api-token.cob,
      *     json-decoder.cob and the HTTP client modules, as for the
      *     kiosk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-RECONCILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT SHADOW-FILE
               ASSIGN TO SHADOW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHADOW-STATUS.
           SELECT SHADOW-OUT-FILE
               ASSIGN TO SHADOW-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHADOW-OUT-STATUS.
           SELECT PENDING-FILE
               ASSIGN TO PENDING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT AUDIT-FILE
               ASSIGN TO AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  SHADOW-FILE.
        01 SHADOW-LINE          PIC X(128).
       FD  SHADOW-OUT-FILE.
        01 SHADOW-OUT-LINE      PIC X(128).
       FD  PENDING-FILE.
        01 PENDING-LINE         PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(132).
       FD  AUDIT-FILE.
        01 AUDIT-LINE           PIC X(256).

       WORKING-STORAGE SECTION.
       COPY "copybooks/api-request.cpy".
       COPY "copybooks/api-response.cpy".
       COPY "copybooks/parsed-sale-result.cpy".
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SHADOW-PATH           PIC X(256).
       01 SHADOW-STATUS         PIC XX.
       01 SHADOW-EOF            PIC 9 VALUE 0.
       01 SHADOW-TMP-PATH       PIC X(256).
       01 SHADOW-OUT-STATUS     PIC XX.
       01 shadow-lines          PIC 9(4) COMP-5 VALUE 0.
       01 reseed-ts             PIC X(15).
       01 audit-ts              PIC X(15).
       01 PENDING-PATH          PIC X(256).
       01 PENDING-STATUS        PIC XX.
       01 PENDING-EOF           PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 AUDIT-PATH            PIC X(256).
       01 AUDIT-STATUS          PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 reseed-mode           PIC 9 VALUE 0.
       01 env-text              PIC X(8).
       01 today-date            PIC X(8).

       COPY "copybooks/journal-line.cpy".

      * members - one entry per username the kiosk holds a balance
      * for, with the last journal lines seen for it (a ring of
      * five, mbr-next the slot the next line goes in).
       01 members.
           05 mbr-count         PIC 9(4) COMP-5 VALUE 0.
           05 mbr-entry OCCURS 1000 TIMES.
               10 mbr-user      PIC X(64).
               10 mbr-id        PIC X(8).
               10 mbr-has-shadow PIC 9.
               10 mbr-shadow-bal PIC S9(9) COMP-5.
               10 mbr-has-jnl   PIC 9.
               10 mbr-jnl-bal   PIC S9(9) COMP-5.
               10 mbr-pending   PIC 9(3) COMP-5.
               10 mbr-server-ok PIC 9.
               10 mbr-server-bal PIC S9(9) COMP-5.
               10 mbr-differs   PIC 9.
               10 mbr-line-count PIC 9 COMP-5.
               10 mbr-next      PIC 9 COMP-5.
               10 mbr-line OCCURS 5 TIMES PIC X(96).
       01 mbr-idx               PIC 9(4) COMP-5.
       01 mbr-found             PIC 9(4) COMP-5.
       01 find-user             PIC X(64).
       01 line-slot             PIC 9 COMP-5.
       01 line-n                PIC 9 COMP-5.

       01 shadow-fields.
           05 shd-user          PIC X(64).
           05 shd-member        PIC X(8).
           05 shd-bal-text      PIC X(16).
           05 shd-ts            PIC X(15).
       01 pending-fields.
           05 pnd-member        PIC X(8).
           05 pnd-order         PIC X(64).
           05 pnd-room          PIC X(8).
           05 pnd-user          PIC X(64).

       01 member-id-raw         PIC X(50).
       01 balance-raw           PIC X(50).

      * server-sales - xGET_MEMBER_SALES for the member being
      * listed, "timestamp<TAB>product<TAB>price" per line.
       01 server-sales.
           05 ss-count          PIC 9(3) COMP-5 VALUE 0.
           05 ss-line OCCURS 500 TIMES PIC X(96).
       01 ss-idx                PIC 9(3) COMP-5.
       01 ss-from               PIC 9(3) COMP-5.
       01 ss-to                 PIC 9(3) COMP-5.
       01 ss-pos                PIC 9(6) COMP-5.
       01 ss-body-len           PIC 9(6) COMP-5.
       01 ss-raw                PIC X(200).
       01 ss-ts                 PIC X(25).
       01 ss-product            PIC X(50).
       01 ss-price-text         PIC X(16).

       01 totals.
           05 checked-count     PIC 9(4) COMP-5 VALUE 0.
           05 differ-count      PIC 9(4) COMP-5 VALUE 0.
           05 failed-count      PIC 9(4) COMP-5 VALUE 0.
           05 reseed-count      PIC 9(4) COMP-5 VALUE 0.
           05 drift-shadow      PIC S9(11) COMP-5 VALUE 0.
           05 drift-jnl         PIC S9(11) COMP-5 VALUE 0.
           05 diff-amount       PIC S9(11) COMP-5.

       01 print-work.
           05 print-label       PIC X(52).
           05 print-amount      PIC S9(11) COMP-5.
           05 money-kr          PIC S9(11)V99 COMP-3.
           05 display-amount    PIC ---,---,--9.99.
           05 display-cost      PIC -(7)9.99.
           05 display-count     PIC ZZZ9.
           05 balance-disp      PIC -(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM BALANCE RECONCILIATION"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-SHADOW-LEDGER
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM LOAD-PENDING-QUEUE
           IF mbr-count = 0
               DISPLAY "No members in the shadow ledger or journal - "
                   "nothing to reconcile."
               STOP RUN
           END-IF

           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               PERFORM FETCH-SERVER-BALANCE
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM PRINT-REPORT
           IF reseed-mode = 1
               PERFORM RESEED-SHADOW-LEDGER
           END-IF
           CLOSE REPORT-FILE
           DISPLAY " "
           DISPLAY "Report written to " FUNCTION TRIM(REPORT-PATH)
           IF differ-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/balrecon-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING
           MOVE SPACES TO SHADOW-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shadow-ledger.txt" DELIMITED BY SIZE
               INTO SHADOW-PATH
           END-STRING
           MOVE SPACES TO SHADOW-TMP-PATH
           STRING
               FUNCTION TRIM(SHADOW-PATH) DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO SHADOW-TMP-PATH
           END-STRING
           MOVE SPACES TO PENDING-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pending-sales.txt" DELIMITED BY SIZE
               INTO PENDING-PATH
           END-STRING
           MOVE SPACES TO AUDIT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit.log" DELIMITED BY SIZE
               INTO AUDIT-PATH
           END-STRING
           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/balance-recon-" DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "BALRECON_RESEED"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(env-text)) = "YES"
               MOVE 1 TO reseed-mode
           END-IF
           .

      * LOAD-SHADOW-LEDGER - "username<TAB>member-id<TAB>balance
      * <TAB>ts"; a later line for the same name wins, as in the
      * kiosk.
       LOAD-SHADOW-LEDGER.
           MOVE 0 TO SHADOW-EOF
           OPEN INPUT SHADOW-FILE
           IF SHADOW-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SHADOW-EOF = 1
               READ SHADOW-FILE
                   AT END
                       MOVE 1 TO SHADOW-EOF
                   NOT AT END
                       PERFORM PARSE-SHADOW-LINE
               END-READ
           END-PERFORM
           CLOSE SHADOW-FILE
           .

       PARSE-SHADOW-LINE.
           IF FUNCTION TRIM(SHADOW-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shadow-fields
           UNSTRING SHADOW-LINE DELIMITED BY X"09"
               INTO shd-user
                    shd-member
                    shd-bal-text
                    shd-ts
           END-UNSTRING
           MOVE shd-user TO find-user
           PERFORM FIND-OR-ADD-MEMBER
           IF mbr-found = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO mbr-has-shadow(mbr-found)
           MOVE 0 TO mbr-shadow-bal(mbr-found)
           IF FUNCTION TRIM(shd-bal-text) NOT = SPACES
               MOVE FUNCTION NUMVAL(shd-bal-text)
                   TO mbr-shadow-bal(mbr-found)
           END-IF
           IF FUNCTION TRIM(shd-member) NOT = SPACES
               MOVE FUNCTION TRIM(shd-member) TO mbr-id(mbr-found)
           END-IF
           .

      * FIND-OR-ADD-MEMBER - find-user into mbr-found; "-" (club
      * postings) and "@group" names are not member balances.
       FIND-OR-ADD-MEMBER.
           MOVE 0 TO mbr-found
           MOVE FUNCTION TRIM(find-user) TO find-user
           IF find-user = SPACES OR find-user = "-"
               OR find-user(1:1) = "@"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-user(mbr-idx) = find-user
                   MOVE mbr-idx TO mbr-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF mbr-found = 0 AND mbr-count < 1000
               ADD 1 TO mbr-count
               MOVE mbr-count TO mbr-found
               MOVE find-user TO mbr-user(mbr-found)
               MOVE SPACES TO mbr-id(mbr-found)
               MOVE 0 TO mbr-has-shadow(mbr-found)
               MOVE 0 TO mbr-shadow-bal(mbr-found)
               MOVE 0 TO mbr-has-jnl(mbr-found)
               MOVE 0 TO mbr-jnl-bal(mbr-found)
               MOVE 0 TO mbr-pending(mbr-found)
               MOVE 0 TO mbr-server-ok(mbr-found)
               MOVE 0 TO mbr-server-bal(mbr-found)
               MOVE 0 TO mbr-differs(mbr-found)
               MOVE 0 TO mbr-line-count(mbr-found)
               MOVE 1 TO mbr-next(mbr-found)
           END-IF
           .

       BUILD-FILE-LIST.
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
           .

       READ-ALL-JOURNALS.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "35"
               DISPLAY "No journal files found."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FILE-LIST-EOF = 1
               READ FILE-LIST-FILE
                   AT END
                       MOVE 1 TO FILE-LIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(FILE-LIST-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(FILE-LIST-LINE)
                               TO JOURNAL-PATH
                           PERFORM READ-ONE-JOURNAL
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
           .

       READ-ONE-JOURNAL.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM PROCESS-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

      * PROCESS-JOURNAL-LINE - Every line of a member goes into
      * their ring of recent lines; only the line types whose
      * balance field is the member's balance (BALANCE-CARRYFORWARD's
      * list) set the journal balance.
       PROCESS-JOURNAL-LINE.
           IF FUNCTION TRIM(JOURNAL-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO jnl-fields
           UNSTRING JOURNAL-LINE DELIMITED BY X"09"
               INTO jnl-timestamp
                    jnl-username
                    jnl-order
                    jnl-room
                    jnl-cost
                    jnl-balance
                    jnl-type
           END-UNSTRING
           MOVE jnl-username TO find-user
           PERFORM FIND-OR-ADD-MEMBER
           IF mbr-found = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM REMEMBER-JOURNAL-LINE

           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
               WHEN "DEP"
               WHEN "GIVE-OUT"
               WHEN "GIVE-IN"
               WHEN "PANT"
               WHEN "SO"
               WHEN "ADJ"
               WHEN "WRITEOFF"
               WHEN "PAYOUT"
               WHEN "OPENING"
               WHEN "DON"
               WHEN "FXDEP"
               WHEN "KRED"
               WHEN "GRP"
               WHEN "REDEEM"
               WHEN "RETURN"
               WHEN "RENTOUT"
               WHEN "RENTIN"
               WHEN "RENTFEE"
               WHEN "RAFFLE"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TRIM(jnl-balance) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO mbr-has-jnl(mbr-found)
           MOVE FUNCTION NUMVAL(jnl-balance) TO mbr-jnl-bal(mbr-found)
           .

       REMEMBER-JOURNAL-LINE.
           MOVE mbr-next(mbr-found) TO line-slot
           MOVE SPACES TO mbr-line(mbr-found, line-slot)
           STRING
               jnl-timestamp(1:15) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jnl-type(1:8) DELIMITED BY SIZE
               " cost " DELIMITED BY SIZE
               FUNCTION TRIM(jnl-cost) DELIMITED BY SIZE
               " bal " DELIMITED BY SIZE
               FUNCTION TRIM(jnl-balance) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               jnl-order(1:30) DELIMITED BY SIZE
               INTO mbr-line(mbr-found, line-slot)
           END-STRING
           IF line-slot = 5
               MOVE 1 TO mbr-next(mbr-found)
           ELSE
               ADD 1 TO mbr-next(mbr-found)
           END-IF
           IF mbr-line-count(mbr-found) < 5
               ADD 1 TO mbr-line-count(mbr-found)
           END-IF
           .

      * LOAD-PENDING-QUEUE - pending-sales.txt is "member-id<TAB>
      * order<TAB>room<TAB>username<TAB>key<TAB>ts".
       LOAD-PENDING-QUEUE.
           MOVE 0 TO PENDING-EOF
           OPEN INPUT PENDING-FILE
           IF PENDING-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-EOF = 1
               READ PENDING-FILE
                   AT END
                       MOVE 1 TO PENDING-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PENDING-LINE) NOT = SPACES
                           MOVE SPACES TO pending-fields
                           UNSTRING PENDING-LINE DELIMITED BY X"09"
                               INTO pnd-member
                                    pnd-order
                                    pnd-room
                                    pnd-user
                           END-UNSTRING
                           MOVE pnd-user TO find-user
                           PERFORM FIND-OR-ADD-MEMBER
                           IF mbr-found NOT = 0
                               ADD 1 TO mbr-pending(mbr-found)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           .

      * FETCH-SERVER-BALANCE - Resolve the member id when the
      * shadow ledger didn't have it, then xGET_BALANCE.
       FETCH-SERVER-BALANCE.
           ADD 1 TO checked-count
           IF FUNCTION TRIM(mbr-id(mbr-idx)) = SPACES
               MOVE SPACES TO api-request-data
               MOVE "xGET_MEMBER_ID" TO api-operation
               MOVE mbr-user(mbr-idx) TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status = 0
                   MOVE api-response-body(1:50) TO member-id-raw
                   INSPECT member-id-raw
                       REPLACING ALL LOW-VALUE BY SPACE
                   INSPECT member-id-raw REPLACING ALL X"0A" BY SPACE
                   INSPECT member-id-raw REPLACING ALL X"0D" BY SPACE
                   IF FUNCTION TRIM(member-id-raw) NOT = SPACES
                       AND FUNCTION LOWER-CASE(
                           FUNCTION TRIM(member-id-raw)) NOT = "null"
                       MOVE FUNCTION TRIM(member-id-raw)
                           TO mbr-id(mbr-idx)
                   END-IF
               END-IF
           END-IF
           IF FUNCTION TRIM(mbr-id(mbr-idx)) = SPACES
               ADD 1 TO failed-count
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO api-request-data
           MOVE "xGET_BALANCE" TO api-operation
           MOVE mbr-id(mbr-idx) TO api-member-id
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0
               ADD 1 TO failed-count
               EXIT PARAGRAPH
           END-IF
           MOVE api-response-body(1:50) TO balance-raw
           INSPECT balance-raw REPLACING ALL LOW-VALUE BY SPACE
           INSPECT balance-raw REPLACING ALL X"0A" BY SPACE
           INSPECT balance-raw REPLACING ALL X"0D" BY SPACE
           IF FUNCTION TRIM(balance-raw) = SPACES
               OR FUNCTION TEST-NUMVAL(balance-raw) NOT = 0
               ADD 1 TO failed-count
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(balance-raw) TO mbr-server-bal(mbr-idx)
           MOVE 1 TO mbr-server-ok(mbr-idx)

           IF mbr-has-shadow(mbr-idx) = 1
               AND mbr-shadow-bal(mbr-idx) NOT = mbr-server-bal(mbr-idx)
               MOVE 1 TO mbr-differs(mbr-idx)
               COMPUTE drift-shadow = drift-shadow
                   + mbr-server-bal(mbr-idx) - mbr-shadow-bal(mbr-idx)
           END-IF
           IF mbr-has-jnl(mbr-idx) = 1
               AND mbr-jnl-bal(mbr-idx) NOT = mbr-server-bal(mbr-idx)
               MOVE 1 TO mbr-differs(mbr-idx)
               COMPUTE drift-jnl = drift-jnl
                   + mbr-server-bal(mbr-idx) - mbr-jnl-bal(mbr-idx)
           END-IF
           IF mbr-differs(mbr-idx) = 1
               ADD 1 TO differ-count
           END-IF
           .

       PRINT-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "MEMBER BALANCE RECONCILIATION " DELIMITED BY SIZE
               today-date DELIMITED BY SIZE
               "  (server vs shadow ledger and journal)"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:78)
           PERFORM EMIT-LINE

           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-differs(mbr-idx) = 1
                   PERFORM PRINT-ONE-DIFFERENCE
               END-IF
           END-PERFORM
           IF differ-count = 0
               MOVE "  (no differences - all balances match the server)"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF

           IF failed-count > 0
               PERFORM EMIT-BLANK
               MOVE "Not checked (member id or balance not available):"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM VARYING mbr-idx FROM 1 BY 1
                       UNTIL mbr-idx > mbr-count
                   IF mbr-server-ok(mbr-idx) = 0
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(mbr-user(mbr-idx))
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       PERFORM EMIT-LINE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM EMIT-BLANK
           MOVE SPACES TO REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:66)
           PERFORM EMIT-LINE
           MOVE checked-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Members checked   : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE differ-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Differences       : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE failed-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Not checked       : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           MOVE "Drift, server less shadow ledger" TO print-label
           MOVE drift-shadow TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           MOVE "Drift, server less journal" TO print-label
           MOVE drift-jnl TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           .

      * PRINT-ONE-DIFFERENCE - The three balances, then the last
      * journal lines and the server's latest sales.
       PRINT-ONE-DIFFERENCE.
           PERFORM EMIT-BLANK
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(mbr-user(mbr-idx)) DELIMITED BY SIZE
               " (member " DELIMITED BY SIZE
               FUNCTION TRIM(mbr-id(mbr-idx)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF mbr-pending(mbr-idx) > 0
               MOVE mbr-pending(mbr-idx) TO display-count
               COMPUTE ss-pos =
                   FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE)) + 1
               STRING "  - " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " sale(s) still in the offline queue"
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
                   WITH POINTER ss-pos
               END-STRING
           END-IF
           PERFORM EMIT-LINE

           MOVE "  server balance" TO print-label
           MOVE mbr-server-bal(mbr-idx) TO print-amount
           PERFORM EMIT-AMOUNT-LINE
           IF mbr-has-shadow(mbr-idx) = 1
               MOVE "  shadow ledger" TO print-label
               MOVE mbr-shadow-bal(mbr-idx) TO print-amount
               PERFORM EMIT-AMOUNT-LINE
               COMPUTE diff-amount =
                   mbr-server-bal(mbr-idx) - mbr-shadow-bal(mbr-idx)
               IF diff-amount NOT = 0
                   MOVE "    difference" TO print-label
                   MOVE diff-amount TO print-amount
                   PERFORM EMIT-AMOUNT-LINE
               END-IF
           ELSE
               MOVE "  shadow ledger: (no entry)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF mbr-has-jnl(mbr-idx) = 1
               MOVE "  latest journal balance" TO print-label
               MOVE mbr-jnl-bal(mbr-idx) TO print-amount
               PERFORM EMIT-AMOUNT-LINE
               COMPUTE diff-amount =
                   mbr-server-bal(mbr-idx) - mbr-jnl-bal(mbr-idx)
               IF diff-amount NOT = 0
                   MOVE "    difference" TO print-label
                   MOVE diff-amount TO print-amount
                   PERFORM EMIT-AMOUNT-LINE
               END-IF
           ELSE
               MOVE "  latest journal balance: (no balance line)"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE "  kiosk journal, last lines:" TO REPORT-LINE
           PERFORM EMIT-LINE
           IF mbr-line-count(mbr-idx) = 0
               MOVE "    (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
      *    Oldest first: when the ring is full that is the slot the
      *    next line would have gone in.
           IF mbr-line-count(mbr-idx) < 5
               MOVE 1 TO line-slot
           ELSE
               MOVE mbr-next(mbr-idx) TO line-slot
           END-IF
           PERFORM VARYING line-n FROM 1 BY 1
                   UNTIL line-n > mbr-line-count(mbr-idx)
               MOVE SPACES TO REPORT-LINE
               STRING "    " DELIMITED BY SIZE
                   mbr-line(mbr-idx, line-slot) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM EMIT-LINE
               IF line-slot = 5
                   MOVE 1 TO line-slot
               ELSE
                   ADD 1 TO line-slot
               END-IF
           END-PERFORM

           PERFORM FETCH-SERVER-SALES
           MOVE "  server, latest sales:" TO REPORT-LINE
           PERFORM EMIT-LINE
           IF ss-count = 0
               MOVE "    (none returned)" TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
      *    The server's order isn't promised; the five lines at the
      *    newer end of the list are shown, oldest first.
           IF ss-line(1) > ss-line(ss-count)
               MOVE 1 TO ss-from
               MOVE 5 TO ss-to
               IF ss-to > ss-count
                   MOVE ss-count TO ss-to
               END-IF
               PERFORM VARYING ss-idx FROM ss-to BY -1
                       UNTIL ss-idx < ss-from
                   PERFORM EMIT-SERVER-SALE-LINE
               END-PERFORM
           ELSE
               MOVE 1 TO ss-from
               IF ss-count > 5
                   COMPUTE ss-from = ss-count - 4
               END-IF
               PERFORM VARYING ss-idx FROM ss-from BY 1
                       UNTIL ss-idx > ss-count
                   PERFORM EMIT-SERVER-SALE-LINE
               END-PERFORM
           END-IF
           .

       EMIT-SERVER-SALE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
               ss-line(ss-idx) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

       FETCH-SERVER-SALES.
           MOVE 0 TO ss-count
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER_SALES" TO api-operation
           MOVE mbr-id(mbr-idx) TO api-member-id
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO ss-pos
           COMPUTE ss-body-len =
               FUNCTION LENGTH(FUNCTION TRIM(api-response-body))
           PERFORM UNTIL ss-pos > ss-body-len OR ss-count >= 500
               MOVE SPACES TO ss-raw
               UNSTRING api-response-body DELIMITED BY X"0A"
                   INTO ss-raw
                   WITH POINTER ss-pos
               END-UNSTRING
               IF FUNCTION TRIM(ss-raw) NOT = SPACES
                   MOVE SPACES TO ss-ts
                   MOVE SPACES TO ss-product
                   MOVE SPACES TO ss-price-text
                   UNSTRING ss-raw DELIMITED BY X"09"
                       INTO ss-ts
                            ss-product
                            ss-price-text
                   END-UNSTRING
                   ADD 1 TO ss-count
                   MOVE SPACES TO ss-line(ss-count)
                   STRING ss-ts(1:19) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ss-product(1:40) DELIMITED BY SIZE
                       " price " DELIMITED BY SIZE
                       FUNCTION TRIM(ss-price-text) DELIMITED BY SIZE
                       INTO ss-line(ss-count)
                   END-STRING
               END-IF
           END-PERFORM
           .

      * RESEED-SHADOW-LEDGER - Rewrite shadow-ledger.txt with the
      * server's balance for every member that differs, keeping all
      * other lines as they are; written to a .tmp and moved into
      * place, as MEMBER-MERGE does.
       RESEED-SHADOW-LEDGER.
           PERFORM EMIT-BLANK
           IF differ-count = 0
               MOVE "Re-seed: nothing to change." TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:15) TO reseed-ts
           MOVE SPACES TO audit-ts
           STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO audit-ts
           END-STRING
           MOVE 0 TO shadow-lines
           OPEN OUTPUT SHADOW-OUT-FILE
           IF SHADOW-OUT-STATUS NOT = "00"
               MOVE "Re-seed: cannot write the shadow ledger - skipped."
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SHADOW-EOF
           OPEN INPUT SHADOW-FILE
           IF SHADOW-STATUS NOT = "35"
               PERFORM UNTIL SHADOW-EOF = 1
                   READ SHADOW-FILE
                       AT END
                           MOVE 1 TO SHADOW-EOF
                       NOT AT END
                           PERFORM RESEED-ONE-SHADOW-LINE
                   END-READ
               END-PERFORM
               CLOSE SHADOW-FILE
           END-IF

      *    Members the ledger has never seen are added while the
      *    kiosk's 200 entries allow.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-differs(mbr-idx) = 1
                   AND mbr-has-shadow(mbr-idx) = 0
                   AND shadow-lines < 200
                   PERFORM WRITE-RESEED-LINE
                   PERFORM WRITE-RESEED-AUDIT
               END-IF
           END-PERFORM
           CLOSE SHADOW-OUT-FILE

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv " DELIMITED BY SIZE
               FUNCTION TRIM(SHADOW-TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SHADOW-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE reseed-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Re-seed: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " shadow ledger balance(s) set to the server's"
                   DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM EMIT-LINE
           .

      * RESEED-ONE-SHADOW-LINE - A differing member's line is
      * replaced (every time it appears, so no stale duplicate
      * survives); the audit line is written once per member.
       RESEED-ONE-SHADOW-LINE.
           IF FUNCTION TRIM(SHADOW-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shadow-fields
           UNSTRING SHADOW-LINE DELIMITED BY X"09"
               INTO shd-user
                    shd-member
                    shd-bal-text
                    shd-ts
           END-UNSTRING
           MOVE shd-user TO find-user
           PERFORM FIND-OR-ADD-MEMBER
           IF mbr-found = 0
               MOVE SHADOW-LINE TO SHADOW-OUT-LINE
               WRITE SHADOW-OUT-LINE
               ADD 1 TO shadow-lines
               EXIT PARAGRAPH
           END-IF
           MOVE mbr-found TO mbr-idx
           IF mbr-differs(mbr-idx) = 0
               MOVE SHADOW-LINE TO SHADOW-OUT-LINE
               WRITE SHADOW-OUT-LINE
               ADD 1 TO shadow-lines
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-RESEED-LINE
           IF mbr-differs(mbr-idx) = 1
               PERFORM WRITE-RESEED-AUDIT
           END-IF
           .

       WRITE-RESEED-LINE.
           MOVE mbr-server-bal(mbr-idx) TO balance-disp
           MOVE SPACES TO SHADOW-OUT-LINE
           STRING
               FUNCTION TRIM(mbr-user(mbr-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(mbr-id(mbr-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(balance-disp) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               reseed-ts DELIMITED BY SIZE
               INTO SHADOW-OUT-LINE
           END-STRING
           WRITE SHADOW-OUT-LINE
           ADD 1 TO shadow-lines
           .

      * WRITE-RESEED-AUDIT - One audit.log line per member changed,
      * old and new balance in oere; mbr-differs goes to 2 so the
      * member is counted and audited only once.
       WRITE-RESEED-AUDIT.
           MOVE 2 TO mbr-differs(mbr-idx)
           ADD 1 TO reseed-count
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE SPACES TO AUDIT-LINE
           IF mbr-has-shadow(mbr-idx) = 1
               MOVE mbr-shadow-bal(mbr-idx) TO balance-disp
               STRING
                   audit-ts DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "balance-reconcile" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "Shadow balance of " DELIMITED BY SIZE
                   FUNCTION TRIM(mbr-user(mbr-idx)) DELIMITED BY SIZE
                   " re-seeded from " DELIMITED BY SIZE
                   FUNCTION TRIM(balance-disp) DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           ELSE
               STRING
                   audit-ts DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "balance-reconcile" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   "Shadow balance of " DELIMITED BY SIZE
                   FUNCTION TRIM(mbr-user(mbr-idx)) DELIMITED BY SIZE
                   " added, set" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               END-STRING
           END-IF
           MOVE mbr-server-bal(mbr-idx) TO balance-disp
           COMPUTE ss-pos =
               FUNCTION LENGTH(FUNCTION TRIM(AUDIT-LINE TRAILING)) + 1
           STRING " to " DELIMITED BY SIZE
               FUNCTION TRIM(balance-disp) DELIMITED BY SIZE
               " oere (server balance)" DELIMITED BY SIZE
               INTO AUDIT-LINE
               WITH POINTER ss-pos
           END-STRING
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE
           .

       EMIT-AMOUNT-LINE.
           COMPUTE money-kr = print-amount / 100
           MOVE money-kr TO display-amount
           MOVE SPACES TO REPORT-LINE
           MOVE print-label TO REPORT-LINE(1:52)
           MOVE display-amount TO REPORT-LINE(53:14)
           PERFORM EMIT-LINE
           .

       EMIT-BLANK.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           .

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           .

       END PROGRAM BALANCE-RECONCILE.
