      ******************************************************************
      * Author: Naitsabot
      * Purpose: Confidential consumption-trend report for the welfare
      *          officer
      * Description:
      *     The daily limits and the self-exclusion list only ever
      *     look at the order in hand. This batch job looks at the
      *     trend: for every member it counts the units of
      *     age-restricted products (age-restricted.txt, product ids
      *     or names as the kiosk reads them) bought in each of the
      *     last WELFARE_WEEKS weeks (default 6, at most 8) - seven
      *     day weeks ending on WELFARE_TO (YYYYMMDD, default today)
      *     - from the SALE lines of the dated archives and the live
      *     journal, less what RETURN lines took back. Next to that
      *     is the highest promille the backend reported for the
      *     member in the latest week (promille.log, written by the
      *     kiosk on every sale).
      *
      *     A member is listed when their units rose week on week
      *     for WELFARE_RISE_WEEKS weeks running (default 3), or the
      *     latest week reached WELFARE_WEEKLY_MAX units (default
      *     30). Only the weekly counts, the trend and the promille
      *     peak are shown - never what was bought or when.
      *
      *     The report is not an export: it is written to the
      *     private welfare/ directory as one or more documents of
      *     at most DOC-MEMBERS members each, and a WELFARE record
      *     per document is queued in outbox.txt. OUTBOX-SEND
      *     delivers those only to the welfare officer's address
      *     (WELFAREADDR= in config.txt) and removes the document
      *     once it is delivered. Nothing about the members is shown
      *     on the screen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELFARE-REPORT.

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
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT AGE-RESTRICT-FILE
               ASSIGN TO AGE-RESTRICT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-RESTRICT-STATUS.
           SELECT PROMILLE-FILE
               ASSIGN TO PROMILLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROMILLE-STATUS.
           SELECT DOC-FILE
               ASSIGN TO DOC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOC-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  AGE-RESTRICT-FILE.
        01 AGE-RESTRICT-LINE    PIC X(30).
       FD  PROMILLE-FILE.
        01 PROMILLE-LINE        PIC X(128).
       FD  DOC-FILE.
        01 DOC-LINE             PIC X(80).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 AGE-RESTRICT-PATH     PIC X(256).
       01 AGE-RESTRICT-STATUS   PIC XX.
       01 AGE-RESTRICT-EOF      PIC 9 VALUE 0.
       01 PROMILLE-PATH         PIC X(256).
       01 PROMILLE-STATUS       PIC XX.
       01 PROMILLE-EOF          PIC 9 VALUE 0.
       01 DOC-DIR               PIC X(256).
       01 DOC-PATH              PIC X(256).
       01 DOC-STATUS            PIC XX.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 OUTBOX-TIMESTAMP      PIC X(21).
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

      * welfare-options - the weeks looked at and the two triggers.
       01 welfare-options.
           05 window-to         PIC X(8).
           05 window-from       PIC X(8).
           05 window-to-int     PIC S9(9) COMP-5.
           05 window-calc-num   PIC 9(8).
           05 week-count        PIC 9 VALUE 6.
           05 rise-weeks        PIC 9 VALUE 3.
           05 weekly-max        PIC 9(5) COMP-5 VALUE 30.

       COPY "copybooks/journal-line.cpy".
       01 line-date             PIC X(8).
       01 line-date-num         PIC 9(8).
       01 line-week             PIC S9(9) COMP-5.
       01 line-sign             PIC S9 COMP-5.

       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).
           05 dct-price         PIC X(16).

      * restricted - age-restricted.txt as read, plus the id and
      * name of every dictionary product it names either way, all
      * upper case, so a journal token matches by id or by name.
       01 restricted.
           05 rst-count         PIC 9(3) COMP-5 VALUE 0.
           05 rst-entry OCCURS 200 TIMES PIC X(50).
           05 rst-idx           PIC 9(3) COMP-5.
           05 rst-found         PIC 9.
           05 rst-name          PIC X(50).
           05 rst-add           PIC X(50).

      * members - one row per member seen buying a restricted
      * product in the window; mbr-units(1) is the latest week.
       01 members.
           05 mbr-count         PIC 9(4) COMP-5 VALUE 0.
           05 mbr-entry OCCURS 500 TIMES.
               10 mbr-name      PIC X(32).
               10 mbr-units     PIC S9(5) COMP-5 OCCURS 8 TIMES.
               10 mbr-peak      PIC 9(2)V99.
               10 mbr-rising    PIC 9.
               10 mbr-over      PIC 9.
           05 mbr-idx           PIC 9(4) COMP-5.
           05 mbr-found         PIC 9(4) COMP-5.
       01 week-idx              PIC 9 COMP-5.
       01 rise-run              PIC 9 COMP-5.

       01 token-pos             PIC 9(4) COMP-5.
       01 token-text            PIC X(64).
       01 token-name            PIC X(50).
       01 token-qty-text        PIC X(10).
       01 token-qty             PIC 9(6) COMP-5.

       01 promille-fields.
           05 prm-timestamp     PIC X(20).
           05 prm-username      PIC X(64).
           05 prm-value         PIC X(10).
           05 prm-sale-key      PIC X(24).
       01 prm-num               PIC 9(2)V99.

      * doc-work - a document holds DOC-MEMBERS members, so the
      * whole of it fits in one relay message.
       01 doc-work.
           05 doc-members       PIC 9(2) COMP-5 VALUE 8.
           05 doc-number        PIC 9(2) COMP-5 VALUE 0.
           05 doc-in-doc        PIC 9(2) COMP-5 VALUE 0.
           05 doc-open          PIC 9 VALUE 0.
           05 doc-id            PIC X(24).
           05 doc-number-disp   PIC Z9.
           05 flagged-count     PIC 9(4) COMP-5 VALUE 0.
           05 line-pos          PIC 9(3) COMP-5.
       01 disp-units            PIC ---9.
       01 disp-peak             PIC Z9.99.
       01 display-count         PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM WELFARE TREND REPORT"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           PERFORM READ-AGE-RESTRICTED
           IF rst-count = 0
               DISPLAY "No age-restricted.txt entries - nothing to "
                   "report."
               STOP RUN
           END-IF
           PERFORM READ-DICT-PRODUCTS
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM READ-PROMILLE-LOG
           PERFORM FLAG-MEMBERS
           PERFORM WRITE-DOCUMENTS
           MOVE flagged-count TO display-count
           DISPLAY "Members to review : " display-count
           MOVE doc-number TO display-count
           DISPLAY "Documents queued  : " display-count
               " (WELFARE, outbox.txt)"
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/welfare-report-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           MOVE SPACES TO AGE-RESTRICT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/age-restricted.txt" DELIMITED BY SIZE
               INTO AGE-RESTRICT-PATH
           END-STRING

           MOVE SPACES TO PROMILLE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/promille.log" DELIMITED BY SIZE
               INTO PROMILLE-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
           END-STRING

      *    Owner-only: the documents name members.
           MOVE SPACES TO DOC-DIR
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/welfare" DELIMITED BY SIZE
               INTO DOC-DIR
           END-STRING
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mkdir -p -m 700 " DELIMITED BY SIZE
               FUNCTION TRIM(DOC-DIR) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       INIT-OPTIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO window-to
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WELFARE_TO"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:8) TO window-to
           END-IF
           MOVE 0 TO window-calc-num
           IF FUNCTION TEST-NUMVAL(window-to) = 0
               MOVE FUNCTION NUMVAL(window-to) TO window-calc-num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(window-calc-num) NOT = 0
               DISPLAY "WELFARE_TO " window-to
                   " is not a date (YYYYMMDD)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE window-to-int =
               FUNCTION INTEGER-OF-DATE(window-calc-num)

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WELFARE_WEEKS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               AND FUNCTION NUMVAL(env-text) >= 2
               AND FUNCTION NUMVAL(env-text) <= 8
               MOVE FUNCTION NUMVAL(env-text) TO week-count
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WELFARE_RISE_WEEKS"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               AND FUNCTION NUMVAL(env-text) >= 1
               AND FUNCTION NUMVAL(env-text) <= 7
               MOVE FUNCTION NUMVAL(env-text) TO rise-weeks
           END-IF
      *    Rising for N weeks compares N+1 of them.
           IF rise-weeks >= week-count
               COMPUTE rise-weeks = week-count - 1
           END-IF

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WELFARE_WEEKLY_MAX"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               MOVE FUNCTION NUMVAL(env-text) TO weekly-max
           END-IF

           COMPUTE window-calc-num = FUNCTION DATE-OF-INTEGER(
               window-to-int - (week-count * 7) + 1)
           MOVE window-calc-num TO window-from
           .

      * READ-AGE-RESTRICTED - One product id or name per line, as
      * the kiosk's LOAD-AGE-RESTRICTED reads it.
       READ-AGE-RESTRICTED.
           MOVE 0 TO AGE-RESTRICT-EOF
           OPEN INPUT AGE-RESTRICT-FILE
           IF AGE-RESTRICT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AGE-RESTRICT-EOF = 1
               READ AGE-RESTRICT-FILE
                   AT END
                       MOVE 1 TO AGE-RESTRICT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AGE-RESTRICT-LINE) NOT = SPACES
                           AND AGE-RESTRICT-LINE(1:1) NOT = "#"
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(AGE-RESTRICT-LINE))
                               TO rst-add
                           PERFORM ADD-RESTRICTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGE-RESTRICT-FILE
           .

       ADD-RESTRICTED.
           MOVE rst-add TO rst-name
           PERFORM FIND-RESTRICTED
           IF rst-found = 0 AND rst-count < 200
               ADD 1 TO rst-count
               MOVE rst-add TO rst-entry(rst-count)
           END-IF
           .

       FIND-RESTRICTED.
           MOVE 0 TO rst-found
           PERFORM VARYING rst-idx FROM 1 BY 1
                   UNTIL rst-idx > rst-count
               IF rst-entry(rst-idx) = rst-name
                   MOVE 1 TO rst-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * READ-DICT-PRODUCTS - A dictionary product restricted by its
      * id is also restricted by its name, and the other way round.
       READ-DICT-PRODUCTS.
           MOVE 0 TO DICT-STORE-EOF
           OPEN INPUT DICT-STORE-FILE
           IF DICT-STORE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DICT-STORE-EOF = 1
               READ DICT-STORE-FILE
                   AT END
                       MOVE 1 TO DICT-STORE-EOF
                   NOT AT END
                       PERFORM PARSE-DICT-LINE
               END-READ
           END-PERFORM
           CLOSE DICT-STORE-FILE
           .

       PARSE-DICT-LINE.
           IF FUNCTION TRIM(DICT-STORE-LINE) = SPACES
               OR DICT-STORE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO dict-fields
           UNSTRING DICT-STORE-LINE DELIMITED BY X"09"
               INTO dct-id
                    dct-name
                    dct-price
           END-UNSTRING
           IF FUNCTION TRIM(dct-id) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(dct-id)) TO rst-name
           PERFORM FIND-RESTRICTED
           IF rst-found = 0
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(dct-name))
                   TO rst-name
               PERFORM FIND-RESTRICTED
           END-IF
           IF rst-found = 1
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(dct-id))
                   TO rst-add
               PERFORM ADD-RESTRICTED
               IF FUNCTION TRIM(dct-name) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(dct-name))
                       TO rst-add
                   PERFORM ADD-RESTRICTED
               END-IF
           END-IF
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep ABC-REPORT makes.
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

      * PROCESS-JOURNAL-LINE - Member sales in the window count up,
      * returns count down. GUEST lines are the house account's,
      * not a member's, and stay out.
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

           MOVE jnl-timestamp(1:8) TO line-date
           IF line-date < window-from OR line-date > window-to
               OR line-date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(jnl-username) = SPACES
               OR FUNCTION TRIM(jnl-username) = "-"
               EXIT PARAGRAPH
           END-IF

      *    A pre-type-field line (blank type) is always a sale.
           EVALUATE FUNCTION TRIM(jnl-type)
               WHEN SPACES
               WHEN "SALE"
                   MOVE 1 TO line-sign
               WHEN "RETURN"
                   MOVE -1 TO line-sign
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM LINE-WEEK-OF-DATE
           MOVE 1 TO token-pos
           PERFORM UNTIL token-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(jnl-order))
               MOVE SPACES TO token-text
               UNSTRING jnl-order DELIMITED BY SPACE
                   INTO token-text
                   WITH POINTER token-pos
               END-UNSTRING
               IF FUNCTION TRIM(token-text) NOT = SPACES
                   PERFORM COUNT-ONE-TOKEN
               END-IF
           END-PERFORM
           .

      * LINE-WEEK-OF-DATE - Week 1 is the seven days ending on
      * WELFARE_TO, week 2 the seven before, and so on.
       LINE-WEEK-OF-DATE.
           MOVE line-date TO line-date-num
           COMPUTE line-week = (window-to-int
               - FUNCTION INTEGER-OF-DATE(line-date-num)) / 7 + 1
           .

      * COUNT-ONE-TOKEN - "prod:qty"; a RETURN line leads with
      * "RET:<sale key>", which is no product.
       COUNT-ONE-TOKEN.
           IF token-text(1:4) = "RET:"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO token-name
           MOVE SPACES TO token-qty-text
           UNSTRING token-text DELIMITED BY ":"
               INTO token-name
                    token-qty-text
           END-UNSTRING
           IF FUNCTION TRIM(token-qty-text) = SPACES
               MOVE 1 TO token-qty
           ELSE
               IF FUNCTION TEST-NUMVAL(token-qty-text) NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(token-qty-text) TO token-qty
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(token-name))
               TO rst-name
           PERFORM FIND-RESTRICTED
           IF rst-found = 0
               EXIT PARAGRAPH
           END-IF

           MOVE jnl-username TO prm-username
           PERFORM FIND-OR-ADD-MEMBER
           IF mbr-found = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE mbr-units(mbr-found, line-week) =
               mbr-units(mbr-found, line-week) + token-qty * line-sign
           .

       FIND-OR-ADD-MEMBER.
           MOVE 0 TO mbr-found
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-name(mbr-idx) = FUNCTION TRIM(prm-username)
                   MOVE mbr-idx TO mbr-found
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF mbr-found = 0 AND mbr-count < 500
               ADD 1 TO mbr-count
               MOVE mbr-count TO mbr-found
               MOVE FUNCTION TRIM(prm-username) TO mbr-name(mbr-found)
               PERFORM VARYING week-idx FROM 1 BY 1 UNTIL week-idx > 8
                   MOVE 0 TO mbr-units(mbr-found, week-idx)
               END-PERFORM
               MOVE 0 TO mbr-peak(mbr-found)
               MOVE 0 TO mbr-rising(mbr-found)
               MOVE 0 TO mbr-over(mbr-found)
           END-IF
           .

      * READ-PROMILLE-LOG - "ts<TAB>username<TAB>promille<TAB>
      * sale key"; only the latest week's peak is kept, and only
      * for members already counted.
       READ-PROMILLE-LOG.
           MOVE 0 TO PROMILLE-EOF
           OPEN INPUT PROMILLE-FILE
           IF PROMILLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROMILLE-EOF = 1
               READ PROMILLE-FILE
                   AT END
                       MOVE 1 TO PROMILLE-EOF
                   NOT AT END
                       PERFORM PARSE-PROMILLE-LINE
               END-READ
           END-PERFORM
           CLOSE PROMILLE-FILE
           .

       PARSE-PROMILLE-LINE.
           MOVE SPACES TO promille-fields
           UNSTRING PROMILLE-LINE DELIMITED BY X"09"
               INTO prm-timestamp
                    prm-username
                    prm-value
                    prm-sale-key
           END-UNSTRING
           MOVE prm-timestamp(1:8) TO line-date
           IF line-date IS NOT NUMERIC
               OR line-date < window-from OR line-date > window-to
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(prm-value) = SPACES
               OR FUNCTION TEST-NUMVAL(prm-value) NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LINE-WEEK-OF-DATE
           IF line-week NOT = 1
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO mbr-found
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-name(mbr-idx) = FUNCTION TRIM(prm-username)
                   MOVE mbr-idx TO mbr-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF mbr-found = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(prm-value) TO prm-num
           IF prm-num > mbr-peak(mbr-found)
               MOVE prm-num TO mbr-peak(mbr-found)
           END-IF
           .

      * FLAG-MEMBERS - Rising means every one of the last rise-weeks
      * weeks sold more than the week before it.
       FLAG-MEMBERS.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               MOVE 0 TO rise-run
               PERFORM VARYING week-idx FROM 1 BY 1
                       UNTIL week-idx > rise-weeks
                   IF mbr-units(mbr-idx, week-idx) >
                           mbr-units(mbr-idx, week-idx + 1)
                       ADD 1 TO rise-run
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF rise-run >= rise-weeks
                   MOVE 1 TO mbr-rising(mbr-idx)
               END-IF
               IF weekly-max > 0
                   AND mbr-units(mbr-idx, 1) >= weekly-max
                   MOVE 1 TO mbr-over(mbr-idx)
               END-IF
               IF mbr-rising(mbr-idx) = 1 OR mbr-over(mbr-idx) = 1
                   ADD 1 TO flagged-count
               END-IF
           END-PERFORM
           .

      * WRITE-DOCUMENTS - A week with nobody to review still sends
      * one document saying so, so a missing report is noticed.
       WRITE-DOCUMENTS.
           PERFORM VARYING mbr-idx FROM 1 BY 1
                   UNTIL mbr-idx > mbr-count
               IF mbr-rising(mbr-idx) = 1 OR mbr-over(mbr-idx) = 1
                   IF doc-open = 1 AND doc-in-doc >= doc-members
                       PERFORM CLOSE-DOCUMENT
                   END-IF
                   IF doc-open = 0
                       PERFORM OPEN-DOCUMENT
                   END-IF
                   PERFORM WRITE-MEMBER-LINE
               END-IF
           END-PERFORM
           IF doc-number = 0
               PERFORM OPEN-DOCUMENT
               MOVE "No member met either trigger this week."
                   TO DOC-LINE
               WRITE DOC-LINE
           END-IF
           IF doc-open = 1
               PERFORM CLOSE-DOCUMENT
           END-IF
           .

       OPEN-DOCUMENT.
           ADD 1 TO doc-number
           MOVE 0 TO doc-in-doc
           MOVE doc-number TO doc-number-disp
           MOVE SPACES TO doc-id
           STRING "WELF-" DELIMITED BY SIZE
               window-to DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(doc-number-disp) DELIMITED BY SIZE
               INTO doc-id
           END-STRING
           MOVE SPACES TO DOC-PATH
           STRING
               FUNCTION TRIM(DOC-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(doc-id) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO DOC-PATH
           END-STRING
           OPEN OUTPUT DOC-FILE
           MOVE 1 TO doc-open

           MOVE SPACES TO DOC-LINE
           STRING "CONFIDENTIAL - welfare trend " DELIMITED BY SIZE
               window-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               window-to DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           MOVE weekly-max TO display-count
           MOVE SPACES TO DOC-LINE
           STRING "Restricted units/week, oldest first; RISE = up "
               DELIMITED BY SIZE
               rise-weeks DELIMITED BY SIZE
               " wks, MAX = >=" DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO DOC-LINE
           END-STRING
           WRITE DOC-LINE
           .

      * WRITE-MEMBER-LINE - name, the weekly units oldest first,
      * the triggers met and the latest week's promille peak.
       WRITE-MEMBER-LINE.
           ADD 1 TO doc-in-doc
           MOVE SPACES TO DOC-LINE
           MOVE mbr-name(mbr-idx) TO DOC-LINE(1:14)
           MOVE 15 TO line-pos
           PERFORM VARYING week-idx FROM week-count BY -1
                   UNTIL week-idx < 1
               MOVE mbr-units(mbr-idx, week-idx) TO disp-units
               MOVE disp-units TO DOC-LINE(line-pos:4)
               ADD 4 TO line-pos
           END-PERFORM
           ADD 1 TO line-pos
           IF mbr-rising(mbr-idx) = 1
               MOVE "RISE" TO DOC-LINE(line-pos:4)
           END-IF
           ADD 5 TO line-pos
           IF mbr-over(mbr-idx) = 1
               MOVE "MAX" TO DOC-LINE(line-pos:3)
           END-IF
           ADD 4 TO line-pos
           IF mbr-peak(mbr-idx) > 0
               MOVE mbr-peak(mbr-idx) TO disp-peak
               STRING "peak " DELIMITED BY SIZE
                   FUNCTION TRIM(disp-peak) DELIMITED BY SIZE
                   INTO DOC-LINE WITH POINTER line-pos
               END-STRING
           END-IF
           WRITE DOC-LINE
           .

      * CLOSE-DOCUMENT - Close it and queue its WELFARE record; the
      * record itself carries no member names.
       CLOSE-DOCUMENT.
           CLOSE DOC-FILE
           MOVE 0 TO doc-open

           MOVE SPACES TO OUTBOX-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TIMESTAMP
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           MOVE doc-in-doc TO display-count
           MOVE SPACES TO OUTBOX-LINE
           STRING
               OUTBOX-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               OUTBOX-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "WELFARE" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(doc-id) DELIMITED BY SIZE
               " welfare trend, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " member(s)" DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           .

       END PROGRAM WELFARE-REPORT.
