      ******************************************************************
      * Author: Naitsabot
      * Purpose: Segregation-of-duties conflict report
      * Description:
      *     The two-person rules in the TUI each guard one step - a
      *     price change needs a second approver, a payout needs the
      *     treasurer - but nothing looks across steps. This batch
      *     reads the trails those steps leave and lists every case
      *     where one operator held two duties that should have been
      *     held by two people:
      *       PRICE-SELF    queued a price change and approved it
      *                     (audit.log, pending-prices.txt)
      *       PAYOUT-SELF   approved a payout to their own account
      *                     (payout-requests.txt, audit.log)
      *       WRITEOFF-SELF wrote off their own account's debt
      *                     (WRITEOFF journal lines)
      *       WRITEOFF-PAY  wrote off a member's debt and approved a
      *                     payout to the same member
      *       WRITEOFF-CLOSE wrote off a debt and then signed off the
      *                     period holding it (closed-periods.txt)
      *       REOPEN-CLOSE  reopened a closed period and closed it
      *                     again alone
      *       OVERRIDE-OWN  closed their own shift over a failed
      *                     checklist and signed the override too
      *                     (shifts.log)
      *       GRANT-SELF    granted a role to themselves (audit.log)
      *     An operator's own account is the member of the same
      *     username; operator-accounts.txt ("operator=member", one
      *     per line) adds accounts held under another name.
      *
      *     SOD_FROM / SOD_TO (YYYYMMDD, inclusive) bound the dates
      *     looked at; default is the whole history. Output goes to
      *     exports/sod-YYYYMMDD.txt, and the run exits 1 when a
      *     conflict was found, so the nightly runner shows it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE
               ASSIGN TO AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PENDING-PRICES-FILE
               ASSIGN TO PENDING-PRICES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-PRICES-STATUS.
           SELECT PAYOUT-FILE
               ASSIGN TO PAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYOUT-STATUS.
           SELECT JOURNAL-FILE
               ASSIGN TO JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT CLOSED-PERIODS-FILE
               ASSIGN TO CLOSED-PERIODS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-PERIODS-STATUS.
           SELECT SHIFTS-FILE
               ASSIGN TO SHIFTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHIFTS-STATUS.
           SELECT ACCOUNTS-FILE
               ASSIGN TO ACCOUNTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOUNTS-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
        01 AUDIT-LINE           PIC X(256).
       FD  PENDING-PRICES-FILE.
        01 PENDING-PRICES-LINE  PIC X(128).
       FD  PAYOUT-FILE.
        01 PAYOUT-LINE          PIC X(256).
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  CLOSED-PERIODS-FILE.
        01 CLOSED-PERIODS-LINE  PIC X(128).
       FD  SHIFTS-FILE.
        01 SHIFTS-LINE          PIC X(256).
       FD  ACCOUNTS-FILE.
        01 ACCOUNTS-LINE        PIC X(128).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 AUDIT-PATH            PIC X(256).
       01 AUDIT-STATUS          PIC XX.
       01 AUDIT-EOF             PIC 9 VALUE 0.
       01 PENDING-PRICES-PATH   PIC X(256).
       01 PENDING-PRICES-STATUS PIC XX.
       01 PENDING-PRICES-EOF    PIC 9 VALUE 0.
       01 PAYOUT-PATH           PIC X(256).
       01 PAYOUT-STATUS         PIC XX.
       01 PAYOUT-EOF            PIC 9 VALUE 0.
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 CLOSED-PERIODS-PATH   PIC X(256).
       01 CLOSED-PERIODS-STATUS PIC XX.
       01 CLOSED-PERIODS-EOF    PIC 9 VALUE 0.
       01 SHIFTS-PATH           PIC X(256).
       01 SHIFTS-STATUS         PIC XX.
       01 SHIFTS-EOF            PIC 9 VALUE 0.
       01 ACCOUNTS-PATH         PIC X(256).
       01 ACCOUNTS-STATUS       PIC XX.
       01 ACCOUNTS-EOF          PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

       01 window-work.
           05 sod-from          PIC X(8).
           05 sod-to            PIC X(8).
           05 event-date        PIC X(8).
           05 in-window         PIC 9.

       COPY "copybooks/journal-line.cpy".

       01 audit-fields.
           05 aud-ts            PIC X(15).
           05 aud-oper          PIC X(32).
           05 aud-room          PIC X(8).
           05 aud-action        PIC X(120).
       01 aud-key               PIC X(64).
       01 aud-role              PIC X(8).

       01 price-fields.
           05 prf-prod          PIC X(10).
           05 prf-price         PIC X(12).
           05 prf-eff           PIC X(8).
           05 prf-req-by        PIC X(32).
           05 prf-appr-by       PIC X(32).
           05 prf-state         PIC X(8).

       01 payout-fields.
           05 pof-ts            PIC X(15).
           05 pof-user          PIC X(64).
           05 pof-bank          PIC X(24).
           05 pof-state         PIC X(10).
           05 pof-approver      PIC X(32).
           05 pof-paid-ts       PIC X(15).
           05 pof-amount        PIC X(12).

       01 period-fields.
           05 pcf-ts            PIC X(15).
           05 pcf-from          PIC X(8).
           05 pcf-to            PIC X(8).
           05 pcf-state         PIC X(10).
           05 pcf-oper          PIC X(32).

       01 shift-fields.
           05 shf-id            PIC X(13).
           05 shf-oper          PIC X(32).
           05 shf-start         PIC X(15).
           05 shf-end           PIC X(15).
           05 shf-room          PIC X(8).
           05 shf-outcome       PIC X(8).
           05 shf-answers       PIC X(20).
           05 shf-over-by       PIC X(32).
           05 shf-reason        PIC X(60).

      * accounts - operator-accounts.txt, operator -> member.
       01 accounts.
           05 acc-count         PIC 9(3) COMP-5 VALUE 0.
           05 acc-entry OCCURS 100 TIMES.
               10 acc-oper      PIC X(32).
               10 acc-member    PIC X(64).
           05 acc-idx           PIC 9(3) COMP-5.
       01 own-oper              PIC X(32).
       01 own-member            PIC X(64).
       01 own-hit               PIC 9.

      * queued - the operator who last queued each product's price
      * change, as the audit trail tells it.
       01 queued.
           05 qd-count          PIC 9(3) COMP-5 VALUE 0.
           05 qd-entry OCCURS 300 TIMES.
               10 qd-prod       PIC X(10).
               10 qd-oper       PIC X(32).
               10 qd-date       PIC X(8).
           05 qd-idx            PIC 9(3) COMP-5.
           05 qd-found          PIC 9(3) COMP-5.

      * duties - write-offs and payout approvals per operator and
      * member, for the cross-step checks.
       01 duties.
           05 dty-count         PIC 9(4) COMP-5 VALUE 0.
           05 dty-entry OCCURS 1000 TIMES.
               10 dty-kind      PIC X(8).
               10 dty-oper      PIC X(32).
               10 dty-member    PIC X(64).
               10 dty-date      PIC X(8).
           05 dty-idx           PIC 9(4) COMP-5.
           05 dty-idx2          PIC 9(4) COMP-5.

      * reopened - the operator who last reopened each range.
       01 reopened.
           05 ro-count          PIC 9(3) COMP-5 VALUE 0.
           05 ro-entry OCCURS 100 TIMES.
               10 ro-from       PIC X(8).
               10 ro-to         PIC X(8).
               10 ro-oper       PIC X(32).
               10 ro-date       PIC X(8).
           05 ro-idx            PIC 9(3) COMP-5.
           05 ro-found          PIC 9(3) COMP-5.

      * conflicts - one row per instance found.
       01 conflicts.
           05 cf-count          PIC 9(4) COMP-5 VALUE 0.
           05 cf-entry OCCURS 1000 TIMES.
               10 cf-kind       PIC X(14).
               10 cf-date       PIC X(8).
               10 cf-oper       PIC X(32).
               10 cf-key        PIC X(64).
               10 cf-detail     PIC X(80).
           05 cf-idx            PIC 9(4) COMP-5.
           05 cf-dup            PIC 9.
       01 new-conflict.
           05 nc-kind           PIC X(14).
           05 nc-date           PIC X(8).
           05 nc-oper           PIC X(32).
           05 nc-key            PIC X(64).
           05 nc-detail         PIC X(80).

       01 kind-values.
           05 FILLER            PIC X(14) VALUE "PRICE-SELF".
           05 FILLER            PIC X(14) VALUE "PAYOUT-SELF".
           05 FILLER            PIC X(14) VALUE "WRITEOFF-SELF".
           05 FILLER            PIC X(14) VALUE "WRITEOFF-PAY".
           05 FILLER            PIC X(14) VALUE "WRITEOFF-CLOSE".
           05 FILLER            PIC X(14) VALUE "REOPEN-CLOSE".
           05 FILLER            PIC X(14) VALUE "OVERRIDE-OWN".
           05 FILLER            PIC X(14) VALUE "GRANT-SELF".
       01 kind-table REDEFINES kind-values.
           05 kind-name         PIC X(14) OCCURS 8 TIMES.
       01 kind-idx              PIC 9(2) COMP-5.
       01 kind-hits             PIC 9(4) COMP-5.

       01 counters.
           05 audit-count       PIC 9(6) COMP-5 VALUE 0.
           05 writeoff-count    PIC 9(5) COMP-5 VALUE 0.
           05 payout-count      PIC 9(5) COMP-5 VALUE 0.
           05 close-count       PIC 9(5) COMP-5 VALUE 0.
           05 line-pos          PIC 9(3) COMP-5.

       01 display-count         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SEGREGATION OF DUTIES"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-OPERATOR-ACCOUNTS
           PERFORM READ-AUDIT-LOG
           PERFORM READ-PENDING-PRICES
           PERFORM READ-PAYOUT-REQUESTS
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM CHECK-WRITEOFF-PAYOUTS
           PERFORM READ-CLOSED-PERIODS
           PERFORM READ-SHIFTS
           PERFORM WRITE-REPORT

           MOVE audit-count TO display-count
           DISPLAY "Audit entries read : " display-count
           MOVE writeoff-count TO display-count
           DISPLAY "Write-offs         : " display-count
           MOVE payout-count TO display-count
           DISPLAY "Payouts approved   : " display-count
           MOVE close-count TO display-count
           DISPLAY "Period sign-offs   : " display-count
           MOVE cf-count TO display-count
           DISPLAY "Conflicts          : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF cf-count > 0
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

           MOVE SPACES TO AUDIT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/audit.log" DELIMITED BY SIZE
               INTO AUDIT-PATH
           END-STRING

           MOVE SPACES TO PENDING-PRICES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/pending-prices.txt" DELIMITED BY SIZE
               INTO PENDING-PRICES-PATH
           END-STRING

           MOVE SPACES TO PAYOUT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/payout-requests.txt" DELIMITED BY SIZE
               INTO PAYOUT-PATH
           END-STRING

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/sod-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO CLOSED-PERIODS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/closed-periods.txt" DELIMITED BY SIZE
               INTO CLOSED-PERIODS-PATH
           END-STRING

           MOVE SPACES TO SHIFTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/shifts.log" DELIMITED BY SIZE
               INTO SHIFTS-PATH
           END-STRING

           MOVE SPACES TO ACCOUNTS-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/operator-accounts.txt" DELIMITED BY SIZE
               INTO ACCOUNTS-PATH
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

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/sod-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING

           MOVE SPACES TO sod-from
           ACCEPT sod-from FROM ENVIRONMENT "SOD_FROM"
           IF FUNCTION TRIM(sod-from) = SPACES
               MOVE "00000000" TO sod-from
           END-IF
           MOVE SPACES TO sod-to
           ACCEPT sod-to FROM ENVIRONMENT "SOD_TO"
           IF FUNCTION TRIM(sod-to) = SPACES
               MOVE "99999999" TO sod-to
           END-IF
           .

      * CHECK-WINDOW - in-window = 1 when event-date falls inside
      * SOD_FROM..SOD_TO.
       CHECK-WINDOW.
           MOVE 1 TO in-window
           IF event-date < sod-from OR event-date > sod-to
               MOVE 0 TO in-window
           END-IF
           .

       LOAD-OPERATOR-ACCOUNTS.
           MOVE 0 TO ACCOUNTS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF ACCOUNTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACCOUNTS-EOF = 1
               READ ACCOUNTS-FILE
                   AT END
                       MOVE 1 TO ACCOUNTS-EOF
                   NOT AT END
                       IF FUNCTION TRIM(ACCOUNTS-LINE) NOT = SPACES
                           AND ACCOUNTS-LINE(1:1) NOT = "#"
                           AND acc-count < 100
                           ADD 1 TO acc-count
                           UNSTRING ACCOUNTS-LINE DELIMITED BY "="
                               INTO acc-oper(acc-count)
                                    acc-member(acc-count)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               acc-oper(acc-count)))
                               TO acc-oper(acc-count)
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               acc-member(acc-count)))
                               TO acc-member(acc-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE
           .

      * CHECK-OWN-ACCOUNT - own-hit = 1 when member own-member is
      * operator own-oper's own account.
       CHECK-OWN-ACCOUNT.
           MOVE 0 TO own-hit
           IF FUNCTION TRIM(own-oper) = SPACES
               OR FUNCTION TRIM(own-member) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(own-oper))
               TO own-oper
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(own-member))
               TO own-member
           IF own-oper = own-member
               MOVE 1 TO own-hit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING acc-idx FROM 1 BY 1
                   UNTIL acc-idx > acc-count
               IF acc-oper(acc-idx) = own-oper
                   AND acc-member(acc-idx) = own-member
                   MOVE 1 TO own-hit
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * READ-AUDIT-LOG - The audit trail in the order it was
      * written: price queue/approve pairs, payout approvals and
      * role grants.
       READ-AUDIT-LOG.
           MOVE 0 TO AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "No audit.log yet."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUDIT-EOF = 1
               READ AUDIT-FILE
                   AT END
                       MOVE 1 TO AUDIT-EOF
                   NOT AT END
                       PERFORM PARSE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           .

       PARSE-AUDIT-LINE.
           IF FUNCTION TRIM(AUDIT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO audit-fields
           UNSTRING AUDIT-LINE DELIMITED BY X"09"
               INTO aud-ts
                    aud-oper
                    aud-room
                    aud-action
           END-UNSTRING
           MOVE aud-ts(1:8) TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO audit-count

           EVALUATE TRUE
               WHEN aud-action(1:32) =
                       "Price change queued for product "
                   MOVE aud-action(33:10) TO aud-key
                   PERFORM NOTE-PRICE-QUEUED
               WHEN aud-action(1:34) =
                       "Price change approved for product "
                   MOVE aud-action(35:10) TO aud-key
                   PERFORM CHECK-PRICE-APPROVED
               WHEN aud-action(1:20) = "Payout approved for "
                   MOVE aud-action(21:64) TO aud-key
                   MOVE aud-oper TO own-oper
                   MOVE aud-key TO own-member
                   PERFORM NOTE-PAYOUT-APPROVAL
               WHEN aud-action(1:5) = "Role "
                   PERFORM CHECK-ROLE-GRANT
           END-EVALUATE
           .

       NOTE-PRICE-QUEUED.
           MOVE 0 TO qd-found
           PERFORM VARYING qd-idx FROM 1 BY 1
                   UNTIL qd-idx > qd-count
               IF qd-prod(qd-idx) = aud-key
                   MOVE qd-idx TO qd-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF qd-found = 0
               IF qd-count >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO qd-count
               MOVE qd-count TO qd-found
               MOVE aud-key TO qd-prod(qd-found)
           END-IF
           MOVE aud-oper TO qd-oper(qd-found)
           MOVE event-date TO qd-date(qd-found)
           .

       CHECK-PRICE-APPROVED.
           PERFORM VARYING qd-idx FROM 1 BY 1
                   UNTIL qd-idx > qd-count
               IF qd-prod(qd-idx) = aud-key
                   AND qd-oper(qd-idx) = aud-oper
                   MOVE "PRICE-SELF" TO nc-kind
                   MOVE event-date TO nc-date
                   MOVE aud-oper TO nc-oper
                   MOVE SPACES TO nc-key
                   STRING "product " DELIMITED BY SIZE
                       FUNCTION TRIM(aud-key) DELIMITED BY SIZE
                       INTO nc-key
                   END-STRING
                   MOVE SPACES TO nc-detail
                   STRING "queued " DELIMITED BY SIZE
                       qd-date(qd-idx) DELIMITED BY SIZE
                       ", approved " DELIMITED BY SIZE
                       event-date DELIMITED BY SIZE
                       " by the same operator" DELIMITED BY SIZE
                       INTO nc-detail
                   END-STRING
                   PERFORM ADD-CONFLICT
               END-IF
           END-PERFORM
           .

      * NOTE-PAYOUT-APPROVAL - own-oper approved a payout to member
      * own-member on event-date: flag it when the account is their
      * own, and remember it for the write-off cross-check.
       NOTE-PAYOUT-APPROVAL.
           MOVE own-oper TO nc-oper
           MOVE own-member TO nc-key
           PERFORM CHECK-OWN-ACCOUNT
           IF own-hit = 1
               MOVE "PAYOUT-SELF" TO nc-kind
               MOVE event-date TO nc-date
               MOVE SPACES TO nc-detail
               STRING "payout approved " DELIMITED BY SIZE
                   event-date DELIMITED BY SIZE
                   " to the approver's own account" DELIMITED BY SIZE
                   INTO nc-detail
               END-STRING
               PERFORM ADD-CONFLICT
           END-IF
           MOVE "PAYOUT" TO dty-kind(1000)
           MOVE nc-oper TO dty-oper(1000)
           MOVE nc-key TO dty-member(1000)
           MOVE event-date TO dty-date(1000)
           PERFORM ADD-DUTY
           .

      * ADD-DUTY - Keep the duty staged in the last slot, unless the
      * same operator/member/kind is already held.
       ADD-DUTY.
           PERFORM VARYING dty-idx FROM 1 BY 1
                   UNTIL dty-idx > dty-count
               IF dty-kind(dty-idx) = dty-kind(1000)
                   AND FUNCTION UPPER-CASE(dty-oper(dty-idx)) =
                       FUNCTION UPPER-CASE(dty-oper(1000))
                   AND FUNCTION UPPER-CASE(dty-member(dty-idx)) =
                       FUNCTION UPPER-CASE(dty-member(1000))
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF dty-count >= 999
               EXIT PARAGRAPH
           END-IF
           IF dty-kind(1000) = "PAYOUT"
               ADD 1 TO payout-count
           END-IF
           ADD 1 TO dty-count
           MOVE dty-entry(1000) TO dty-entry(dty-count)
           .

      * CHECK-ROLE-GRANT - "Role <role> granted to <operator> (was
      * <role>)" written by that same operator.
       CHECK-ROLE-GRANT.
           MOVE SPACES TO aud-role
           MOVE SPACES TO aud-key
           UNSTRING aud-action(6:) DELIMITED BY " granted to "
                   OR " ("
               INTO aud-role
                    aud-key
           END-UNSTRING
           IF FUNCTION TRIM(aud-key) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE aud-oper TO own-oper
           MOVE aud-key TO own-member
           PERFORM CHECK-OWN-ACCOUNT
           IF own-hit = 1
               MOVE "GRANT-SELF" TO nc-kind
               MOVE event-date TO nc-date
               MOVE aud-oper TO nc-oper
               MOVE aud-key TO nc-key
               MOVE SPACES TO nc-detail
               STRING "granted themselves role " DELIMITED BY SIZE
                   FUNCTION TRIM(aud-role) DELIMITED BY SIZE
                   INTO nc-detail
               END-STRING
               PERFORM ADD-CONFLICT
           END-IF
           .

      * READ-PENDING-PRICES - Changes still in the queue; one that
      * was approved by the operator who queued it is flagged here
      * unless the audit trail already showed it.
       READ-PENDING-PRICES.
           MOVE 0 TO PENDING-PRICES-EOF
           OPEN INPUT PENDING-PRICES-FILE
           IF PENDING-PRICES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-PRICES-EOF = 1
               READ PENDING-PRICES-FILE
                   AT END
                       MOVE 1 TO PENDING-PRICES-EOF
                   NOT AT END
                       PERFORM PARSE-PENDING-PRICE
               END-READ
           END-PERFORM
           CLOSE PENDING-PRICES-FILE
           .

       PARSE-PENDING-PRICE.
           IF FUNCTION TRIM(PENDING-PRICES-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO price-fields
           UNSTRING PENDING-PRICES-LINE DELIMITED BY X"09"
               INTO prf-prod
                    prf-price
                    prf-eff
                    prf-req-by
                    prf-appr-by
                    prf-state
           END-UNSTRING
           IF FUNCTION TRIM(prf-appr-by) = SPACES
               OR prf-appr-by NOT = prf-req-by
               EXIT PARAGRAPH
           END-IF
           MOVE prf-eff TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "PRICE-SELF" TO nc-kind
           MOVE prf-eff TO nc-date
           MOVE prf-req-by TO nc-oper
           MOVE SPACES TO nc-key
           STRING "product " DELIMITED BY SIZE
               FUNCTION TRIM(prf-prod) DELIMITED BY SIZE
               INTO nc-key
           END-STRING
           MOVE SPACES TO nc-detail
           STRING "pending change to " DELIMITED BY SIZE
               FUNCTION TRIM(prf-price) DELIMITED BY SIZE
               " oere effective " DELIMITED BY SIZE
               prf-eff DELIMITED BY SIZE
               " requested and approved alike" DELIMITED BY SIZE
               INTO nc-detail
           END-STRING
           PERFORM CHECK-DUP-CONFLICT
           IF cf-dup = 0
               PERFORM ADD-CONFLICT
           END-IF
           .

      * READ-PAYOUT-REQUESTS - Every approved (or paid) request;
      * approvals the audit trail already held are not counted
      * twice.
       READ-PAYOUT-REQUESTS.
           MOVE 0 TO PAYOUT-EOF
           OPEN INPUT PAYOUT-FILE
           IF PAYOUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PAYOUT-EOF = 1
               READ PAYOUT-FILE
                   AT END
                       MOVE 1 TO PAYOUT-EOF
                   NOT AT END
                       PERFORM PARSE-PAYOUT-REQUEST
               END-READ
           END-PERFORM
           CLOSE PAYOUT-FILE
           .

       PARSE-PAYOUT-REQUEST.
           IF FUNCTION TRIM(PAYOUT-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO payout-fields
           UNSTRING PAYOUT-LINE DELIMITED BY X"09"
               INTO pof-ts
                    pof-user
                    pof-bank
                    pof-state
                    pof-approver
                    pof-paid-ts
                    pof-amount
           END-UNSTRING
           IF FUNCTION TRIM(pof-approver) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE pof-ts(1:8) TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF

           MOVE pof-approver TO own-oper
           MOVE pof-user TO own-member
           PERFORM CHECK-OWN-ACCOUNT
           IF own-hit = 1
               MOVE "PAYOUT-SELF" TO nc-kind
               MOVE pof-approver TO nc-oper
               MOVE pof-user TO nc-key
               PERFORM CHECK-DUP-CONFLICT
               IF cf-dup = 0
                   MOVE event-date TO nc-date
                   MOVE SPACES TO nc-detail
                   STRING "payout requested " DELIMITED BY SIZE
                       event-date DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       FUNCTION TRIM(pof-state) DELIMITED BY SIZE
                       " - approver's own account" DELIMITED BY SIZE
                       INTO nc-detail
                   END-STRING
                   PERFORM ADD-CONFLICT
               END-IF
           END-IF
           MOVE "PAYOUT" TO dty-kind(1000)
           MOVE pof-approver TO dty-oper(1000)
           MOVE pof-user TO dty-member(1000)
           MOVE event-date TO dty-date(1000)
           PERFORM ADD-DUTY
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

      * PROCESS-JOURNAL-LINE - WRITEOFF lines carry the approving
      * operator in the operator column.
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
                    jnl-shift
                    jnl-operator
           END-UNSTRING
           IF FUNCTION TRIM(jnl-type) NOT = "WRITEOFF"
               EXIT PARAGRAPH
           END-IF
           MOVE jnl-timestamp(1:8) TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO writeoff-count

           MOVE jnl-operator TO own-oper
           MOVE jnl-username TO own-member
           PERFORM CHECK-OWN-ACCOUNT
           IF own-hit = 1
               MOVE "WRITEOFF-SELF" TO nc-kind
               MOVE event-date TO nc-date
               MOVE jnl-operator TO nc-oper
               MOVE jnl-username TO nc-key
               MOVE SPACES TO nc-detail
               STRING "wrote off " DELIMITED BY SIZE
                   FUNCTION TRIM(jnl-cost) DELIMITED BY SIZE
                   " oere of their own debt" DELIMITED BY SIZE
                   INTO nc-detail
               END-STRING
               PERFORM ADD-CONFLICT
           END-IF

      *    Kept one per write-off (not per member) so every period
      *    holding one is checked.
           IF dty-count < 999
               ADD 1 TO dty-count
               MOVE "WRITEOFF" TO dty-kind(dty-count)
               MOVE jnl-operator TO dty-oper(dty-count)
               MOVE jnl-username TO dty-member(dty-count)
               MOVE event-date TO dty-date(dty-count)
           END-IF
           .

      * CHECK-WRITEOFF-PAYOUTS - One operator both wrote off a
      * member's debt and approved a payout to that member.
       CHECK-WRITEOFF-PAYOUTS.
           PERFORM VARYING dty-idx FROM 1 BY 1
                   UNTIL dty-idx > dty-count
               IF dty-kind(dty-idx) = "WRITEOFF"
                   PERFORM VARYING dty-idx2 FROM 1 BY 1
                           UNTIL dty-idx2 > dty-count
                       IF dty-kind(dty-idx2) = "PAYOUT"
                           AND FUNCTION UPPER-CASE(dty-oper(dty-idx2))
                               = FUNCTION UPPER-CASE(dty-oper(dty-idx))
                           AND FUNCTION UPPER-CASE(
                               dty-member(dty-idx2)) =
                               FUNCTION UPPER-CASE(dty-member(dty-idx))
                           PERFORM ADD-WRITEOFF-PAY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       ADD-WRITEOFF-PAY.
           MOVE "WRITEOFF-PAY" TO nc-kind
           MOVE dty-date(dty-idx) TO nc-date
           MOVE dty-oper(dty-idx) TO nc-oper
           MOVE dty-member(dty-idx) TO nc-key
           MOVE SPACES TO nc-detail
           STRING "wrote off the debt " DELIMITED BY SIZE
               dty-date(dty-idx) DELIMITED BY SIZE
               ", approved the payout " DELIMITED BY SIZE
               dty-date(dty-idx2) DELIMITED BY SIZE
               INTO nc-detail
           END-STRING
           PERFORM ADD-CONFLICT
           .

      * READ-CLOSED-PERIODS - Each CLOSED sign-off is checked
      * against the write-offs dated inside its range and against
      * the last reopen of the same range.
       READ-CLOSED-PERIODS.
           MOVE 0 TO CLOSED-PERIODS-EOF
           OPEN INPUT CLOSED-PERIODS-FILE
           IF CLOSED-PERIODS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLOSED-PERIODS-EOF = 1
               READ CLOSED-PERIODS-FILE
                   AT END
                       MOVE 1 TO CLOSED-PERIODS-EOF
                   NOT AT END
                       PERFORM PARSE-CLOSED-PERIOD
               END-READ
           END-PERFORM
           CLOSE CLOSED-PERIODS-FILE
           .

       PARSE-CLOSED-PERIOD.
           IF FUNCTION TRIM(CLOSED-PERIODS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO period-fields
           UNSTRING CLOSED-PERIODS-LINE DELIMITED BY X"09"
               INTO pcf-ts
                    pcf-from
                    pcf-to
                    pcf-state
                    pcf-oper
           END-UNSTRING
           MOVE pcf-ts(1:8) TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ro-found
           PERFORM VARYING ro-idx FROM 1 BY 1
                   UNTIL ro-idx > ro-count
               IF ro-from(ro-idx) = pcf-from AND ro-to(ro-idx) = pcf-to
                   MOVE ro-idx TO ro-found
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF FUNCTION UPPER-CASE(pcf-state) = "REOPENED"
               IF ro-found = 0
                   IF ro-count >= 100
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ro-count
                   MOVE ro-count TO ro-found
                   MOVE pcf-from TO ro-from(ro-found)
                   MOVE pcf-to TO ro-to(ro-found)
               END-IF
               MOVE pcf-oper TO ro-oper(ro-found)
               MOVE event-date TO ro-date(ro-found)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(pcf-state) NOT = "CLOSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO close-count

           IF ro-found > 0
               IF ro-oper(ro-found) = pcf-oper
                   MOVE "REOPEN-CLOSE" TO nc-kind
                   MOVE event-date TO nc-date
                   MOVE pcf-oper TO nc-oper
                   MOVE SPACES TO nc-key
                   STRING "period " DELIMITED BY SIZE
                       pcf-from DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       pcf-to DELIMITED BY SIZE
                       INTO nc-key
                   END-STRING
                   MOVE SPACES TO nc-detail
                   STRING "reopened " DELIMITED BY SIZE
                       ro-date(ro-found) DELIMITED BY SIZE
                       " and closed again " DELIMITED BY SIZE
                       event-date DELIMITED BY SIZE
                       " alone" DELIMITED BY SIZE
                       INTO nc-detail
                   END-STRING
                   PERFORM ADD-CONFLICT
               END-IF
               MOVE SPACES TO ro-oper(ro-found)
           END-IF

           PERFORM VARYING dty-idx FROM 1 BY 1
                   UNTIL dty-idx > dty-count
               IF dty-kind(dty-idx) = "WRITEOFF"
                   AND dty-oper(dty-idx) = pcf-oper
                   AND dty-date(dty-idx) >= pcf-from
                   AND dty-date(dty-idx) <= pcf-to
                   AND dty-date(dty-idx) <= event-date
                   MOVE "WRITEOFF-CLOSE" TO nc-kind
                   MOVE event-date TO nc-date
                   MOVE pcf-oper TO nc-oper
                   MOVE dty-member(dty-idx) TO nc-key
                   MOVE SPACES TO nc-detail
                   STRING "wrote off " DELIMITED BY SIZE
                       dty-date(dty-idx) DELIMITED BY SIZE
                       ", signed off period " DELIMITED BY SIZE
                       pcf-from DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       pcf-to DELIMITED BY SIZE
                       INTO nc-detail
                   END-STRING
                   PERFORM ADD-CONFLICT
               END-IF
           END-PERFORM
           .

      * READ-SHIFTS - A shift closed over a failed checklist whose
      * override was signed by the operator who closed it.
       READ-SHIFTS.
           MOVE 0 TO SHIFTS-EOF
           OPEN INPUT SHIFTS-FILE
           IF SHIFTS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SHIFTS-EOF = 1
               READ SHIFTS-FILE
                   AT END
                       MOVE 1 TO SHIFTS-EOF
                   NOT AT END
                       PERFORM PARSE-SHIFT-LINE
               END-READ
           END-PERFORM
           CLOSE SHIFTS-FILE
           .

       PARSE-SHIFT-LINE.
           IF FUNCTION TRIM(SHIFTS-LINE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO shift-fields
           UNSTRING SHIFTS-LINE DELIMITED BY X"09"
               INTO shf-id
                    shf-oper
                    shf-start
                    shf-end
                    shf-room
                    shf-outcome
                    shf-answers
                    shf-over-by
                    shf-reason
           END-UNSTRING
           IF shf-outcome NOT = "OVERRIDE"
               OR FUNCTION UPPER-CASE(shf-over-by) NOT =
                   FUNCTION UPPER-CASE(shf-oper)
               EXIT PARAGRAPH
           END-IF
           MOVE shf-end(1:8) TO event-date
           PERFORM CHECK-WINDOW
           IF in-window = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "OVERRIDE-OWN" TO nc-kind
           MOVE event-date TO nc-date
           MOVE shf-oper TO nc-oper
           MOVE SPACES TO nc-key
           STRING "shift " DELIMITED BY SIZE
               FUNCTION TRIM(shf-id) DELIMITED BY SIZE
               INTO nc-key
           END-STRING
           MOVE SPACES TO nc-detail
           STRING "own close override: " DELIMITED BY SIZE
               FUNCTION TRIM(shf-reason) DELIMITED BY SIZE
               INTO nc-detail
           END-STRING
           PERFORM ADD-CONFLICT
           .

      * CHECK-DUP-CONFLICT - cf-dup = 1 when a conflict of the same
      * kind, operator and key is already listed.
       CHECK-DUP-CONFLICT.
           MOVE 0 TO cf-dup
           PERFORM VARYING cf-idx FROM 1 BY 1
                   UNTIL cf-idx > cf-count
               IF cf-kind(cf-idx) = nc-kind
                   AND FUNCTION UPPER-CASE(cf-oper(cf-idx)) =
                       FUNCTION UPPER-CASE(nc-oper)
                   AND FUNCTION UPPER-CASE(cf-key(cf-idx)) =
                       FUNCTION UPPER-CASE(nc-key)
                   MOVE 1 TO cf-dup
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       ADD-CONFLICT.
           IF cf-count >= 1000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO cf-count
           MOVE nc-kind TO cf-kind(cf-count)
           MOVE nc-date TO cf-date(cf-count)
           MOVE FUNCTION TRIM(nc-oper) TO cf-oper(cf-count)
           MOVE FUNCTION TRIM(nc-key) TO cf-key(cf-count)
           MOVE nc-detail TO cf-detail(cf-count)
           .

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO line-pos
           STRING "Segregation-of-duties conflicts, made "
                   DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE WITH POINTER line-pos
           END-STRING
           IF sod-from NOT = "00000000" OR sod-to NOT = "99999999"
               STRING ", dates " DELIMITED BY SIZE
                   sod-from DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   sod-to DELIMITED BY SIZE
                   INTO REPORT-LINE WITH POINTER line-pos
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING kind-idx FROM 1 BY 1 UNTIL kind-idx > 8
               MOVE kind-name(kind-idx) TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO kind-hits
               PERFORM VARYING cf-idx FROM 1 BY 1
                       UNTIL cf-idx > cf-count
                   IF cf-kind(cf-idx) = kind-name(kind-idx)
                       ADD 1 TO kind-hits
                       PERFORM FORMAT-CONFLICT-LINE
                       WRITE REPORT-LINE
                       DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
                   END-IF
               END-PERFORM
               IF kind-hits = 0
                   MOVE "  (none)" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           CLOSE REPORT-FILE
           .

       FORMAT-CONFLICT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               cf-date(cf-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cf-kind(cf-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(cf-oper(cf-idx)) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(cf-key(cf-idx)) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(cf-detail(cf-idx)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           .

       END PROGRAM SOD-REPORT.
