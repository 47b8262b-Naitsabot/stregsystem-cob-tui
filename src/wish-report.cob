      ******************************************************************
      * Author: Naitsabot
      * Purpose: Monthly member wish list for the purchasing committee
      * Description:
      *     Members put products we do not carry on their wish list
      *     with WISH:<text> at the kiosk (wishes.txt, one line per
      *     wish: ts, username, text, OPEN or FILLED, and the product
      *     id that filled it). This batch job does two things.
      *
      *     First, every run compares the product dictionary
      *     (product-dict.txt) with the product ids it saw last time
      *     (wish-dict-seen.txt). For a product that is new since
      *     then, every OPEN wish whose words appear in the product
      *     name - or whose text contains the whole product name -
      *     is marked FILLED with the product id, and the member
      *     gets one WISH message through outbox.txt. The very first
      *     run only records the dictionary, so the products we
      *     always had are not announced as new.
      *
      *     Second, the OPEN wishes are grouped - letters and digits
      *     only, any case, and a wish whose words contain another
      *     wish's words joins that wish's group - and ranked by how
      *     many different members asked. The ranking, with the
      *     wishes new in WISH_MONTH (YYYYMM, default this month),
      *     goes to exports/wishes-YYYYMM.txt; the top WISH_TOP
      *     groups (default 10) also go to exports/wish-top.txt,
      *     which RESTOCK-REPORT prints under its reorder list.
      *     Neither file names a member.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WISH-REPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WISHES-FILE
               ASSIGN TO WISHES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WISHES-STATUS.
           SELECT DICT-STORE-FILE
               ASSIGN TO DICT-STORE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICT-STORE-STATUS.
           SELECT SEEN-FILE
               ASSIGN TO SEEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEEN-STATUS.
           SELECT OUTBOX-FILE
               ASSIGN TO OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT TOP-FILE
               ASSIGN TO TOP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WISHES-FILE.
        01 WISHES-LINE          PIC X(200).
       FD  DICT-STORE-FILE.
        01 DICT-STORE-LINE      PIC X(256).
       FD  SEEN-FILE.
        01 SEEN-LINE            PIC X(16).
       FD  OUTBOX-FILE.
        01 OUTBOX-LINE          PIC X(300).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(100).
       FD  TOP-FILE.
        01 TOP-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 WISHES-PATH           PIC X(256).
       01 WISHES-TMP-PATH       PIC X(256).
       01 WISHES-REAL-PATH      PIC X(256).
       01 WISHES-STATUS         PIC XX.
       01 WISHES-EOF            PIC 9 VALUE 0.
       01 DICT-STORE-PATH       PIC X(256).
       01 DICT-STORE-STATUS     PIC XX.
       01 DICT-STORE-EOF        PIC 9 VALUE 0.
       01 SEEN-PATH             PIC X(256).
       01 SEEN-STATUS           PIC XX.
       01 SEEN-EOF              PIC 9 VALUE 0.
       01 OUTBOX-PATH           PIC X(256).
       01 OUTBOX-STATUS         PIC XX.
       01 OUTBOX-TIMESTAMP      PIC X(21).
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 TOP-PATH              PIC X(256).
       01 TOP-STATUS            PIC XX.
       01 SYSTEM-CMD            PIC X(600).
       01 env-text              PIC X(20).

       01 report-month          PIC X(6).
       01 top-max               PIC 9(2) COMP-5 VALUE 10.

      * wishes - wishes.txt as read; wsh-key is the text reduced to
      * lower-case words, wsh-group the group an OPEN wish joined.
       01 wishes.
           05 wsh-count         PIC 9(4) COMP-5 VALUE 0.
           05 wsh-entry OCCURS 1000 TIMES.
               10 wsh-ts        PIC X(20).
               10 wsh-user      PIC X(64).
               10 wsh-text      PIC X(60).
               10 wsh-state     PIC X(8).
               10 wsh-prod      PIC X(10).
               10 wsh-key       PIC X(62).
               10 wsh-group     PIC 9(4) COMP-5.
               10 wsh-filled-now PIC 9.
           05 wsh-idx           PIC 9(4) COMP-5.
           05 wsh-prev          PIC 9(4) COMP-5.
           05 wsh-told          PIC 9.

       01 wish-fields.
           05 wf-ts             PIC X(20).
           05 wf-user           PIC X(64).
           05 wf-text           PIC X(60).
           05 wf-state          PIC X(8).
           05 wf-prod           PIC X(10).

      * dictionary - the products we carry now; dict-new marks the
      * ones wish-dict-seen.txt did not know.
       01 dictionary.
           05 dict-count        PIC 9(4) COMP-5 VALUE 0.
           05 dict-entry OCCURS 2000 TIMES.
               10 dict-id       PIC X(10).
               10 dict-name     PIC X(50).
               10 dict-key      PIC X(62).
               10 dict-new      PIC 9.
           05 dict-idx          PIC 9(4) COMP-5.
       01 dict-fields.
           05 dct-id            PIC X(10).
           05 dct-name          PIC X(50).
           05 dct-price         PIC X(16).

       01 seen-ids.
           05 seen-present      PIC 9 VALUE 0.
           05 seen-count        PIC 9(4) COMP-5 VALUE 0.
           05 seen-id OCCURS 2000 TIMES PIC X(10).
           05 seen-idx          PIC 9(4) COMP-5.
           05 seen-found        PIC 9.

      * groups - one row per group of similar OPEN wishes; the
      * shortest member text names the group.
       01 groups.
           05 grp-count         PIC 9(4) COMP-5 VALUE 0.
           05 grp-entry OCCURS 1000 TIMES.
               10 grp-key       PIC X(62).
               10 grp-text      PIC X(60).
               10 grp-wishes    PIC 9(4) COMP-5.
               10 grp-members   PIC 9(4) COMP-5.
               10 grp-new       PIC 9(4) COMP-5.
               10 grp-ranked    PIC 9.
           05 grp-idx           PIC 9(4) COMP-5.
           05 grp-found         PIC 9(4) COMP-5.
           05 grp-best          PIC 9(4) COMP-5.
           05 grp-rank          PIC 9(4) COMP-5.

      * norm-work - NORMALIZE-TEXT turns norm-in into norm-out: lower
      * case, anything but letters and digits a word break, single
      * spaces, and a space either side so " word " finds whole
      * words only. Bytes above X"7F" (the Danish letters in UTF-8)
      * count as letters.
       01 norm-work.
           05 norm-in           PIC X(60).
           05 norm-lower        PIC X(60).
           05 norm-out          PIC X(62).
           05 norm-pos          PIC 9(3) COMP-5.
           05 norm-out-pos      PIC 9(3) COMP-5.
           05 norm-char         PIC X.
           05 norm-gap          PIC 9.

      * match-work - MATCH-KEYS: does one key contain the other as
      * whole words? The contained key needs 4 letters or more, so
      * a wish for "ale" does not swallow every beer on the list.
       01 match-work.
           05 match-a           PIC X(62).
           05 match-b           PIC X(62).
           05 match-a-len       PIC 9(3) COMP-5.
           05 match-b-len       PIC 9(3) COMP-5.
           05 match-hits        PIC 9(3) COMP-5.
           05 match-result      PIC 9.

       01 counters.
           05 open-count        PIC 9(4) COMP-5 VALUE 0.
           05 month-count       PIC 9(4) COMP-5 VALUE 0.
           05 filled-count      PIC 9(4) COMP-5 VALUE 0.
           05 told-count        PIC 9(4) COMP-5 VALUE 0.
           05 new-prod-count    PIC 9(4) COMP-5 VALUE 0.

       01 display-count         PIC ZZZ9.
       01 disp-rank             PIC Z9.
       01 disp-members          PIC ZZZ9.
       01 disp-wishes           PIC ZZZ9.
       01 disp-new              PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM MEMBER WISH LIST"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-OPTIONS
           PERFORM LOAD-WISHES
           PERFORM LOAD-DICTIONARY
           PERFORM LOAD-SEEN-IDS

      *    No dictionary (the kiosk never reached the server) says
      *    nothing about what is new - leave the snapshot alone.
           IF dict-count > 0
               IF seen-present = 1
                   PERFORM MATCH-NEW-PRODUCTS
               ELSE
                   DISPLAY "First run: product dictionary recorded, "
                       "no products announced."
               END-IF
               PERFORM SAVE-SEEN-IDS
           END-IF
           IF filled-count > 0
               PERFORM SAVE-WISHES
           END-IF

           PERFORM GROUP-WISHES
           PERFORM WRITE-REPORT
           PERFORM WRITE-TOP-FILE

           MOVE open-count TO display-count
           DISPLAY "Open wishes        : " display-count
           MOVE month-count TO display-count
           DISPLAY "New this month     : " display-count
           MOVE grp-count TO display-count
           DISPLAY "Distinct wishes    : " display-count
           MOVE new-prod-count TO display-count
           DISPLAY "New products       : " display-count
           MOVE filled-count TO display-count
           DISPLAY "Wishes filled      : " display-count
           MOVE told-count TO display-count
           DISPLAY "Members told       : " display-count
               " (WISH, outbox.txt)"
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
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

           MOVE SPACES TO WISHES-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/wishes.txt" DELIMITED BY SIZE
               INTO WISHES-PATH
           END-STRING

           MOVE SPACES TO WISHES-TMP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/wishes.txt.tmp" DELIMITED BY SIZE
               INTO WISHES-TMP-PATH
           END-STRING

           MOVE SPACES TO DICT-STORE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/product-dict.txt" DELIMITED BY SIZE
               INTO DICT-STORE-PATH
           END-STRING

           MOVE SPACES TO SEEN-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/wish-dict-seen.txt" DELIMITED BY SIZE
               INTO SEEN-PATH
           END-STRING

           MOVE SPACES TO OUTBOX-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/outbox.txt" DELIMITED BY SIZE
               INTO OUTBOX-PATH
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

           MOVE SPACES TO TOP-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/wish-top.txt" DELIMITED BY SIZE
               INTO TOP-PATH
           END-STRING
           .

       INIT-OPTIONS.
           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WISH_MONTH"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               MOVE env-text(1:6) TO report-month
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO report-month
           END-IF
           DISPLAY "Month: " report-month

           MOVE SPACES TO env-text
           ACCEPT env-text FROM ENVIRONMENT "WISH_TOP"
           IF FUNCTION TRIM(env-text) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(env-text) = 0
               AND FUNCTION NUMVAL(env-text) >= 1
               AND FUNCTION NUMVAL(env-text) <= 50
               MOVE FUNCTION NUMVAL(env-text) TO top-max
           END-IF

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/wishes-" DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO REPORT-PATH
           END-STRING
           .

       LOAD-WISHES.
           MOVE 0 TO WISHES-EOF
           OPEN INPUT WISHES-FILE
           IF WISHES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WISHES-EOF = 1
               READ WISHES-FILE
                   AT END
                       MOVE 1 TO WISHES-EOF
                   NOT AT END
                       PERFORM PARSE-WISH-LINE
               END-READ
           END-PERFORM
           CLOSE WISHES-FILE
           .

       PARSE-WISH-LINE.
           IF FUNCTION TRIM(WISHES-LINE) = SPACES
               OR WISHES-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           IF wsh-count >= 1000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO wish-fields
           UNSTRING WISHES-LINE DELIMITED BY X"09"
               INTO wf-ts
                    wf-user
                    wf-text
                    wf-state
                    wf-prod
           END-UNSTRING
           IF FUNCTION TRIM(wf-user) = SPACES
               OR FUNCTION TRIM(wf-text) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO wsh-count
           MOVE wf-ts TO wsh-ts(wsh-count)
           MOVE wf-user TO wsh-user(wsh-count)
           MOVE wf-text TO wsh-text(wsh-count)
           MOVE FUNCTION UPPER-CASE(wf-state) TO wsh-state(wsh-count)
           MOVE wf-prod TO wsh-prod(wsh-count)
           IF FUNCTION TRIM(wf-prod) = SPACES
               MOVE "-" TO wsh-prod(wsh-count)
           END-IF
           MOVE wf-text TO norm-in
           PERFORM NORMALIZE-TEXT
           MOVE norm-out TO wsh-key(wsh-count)
           MOVE 0 TO wsh-group(wsh-count)
           MOVE 0 TO wsh-filled-now(wsh-count)
           IF wsh-state(wsh-count) = "OPEN"
               ADD 1 TO open-count
           END-IF
           IF wf-ts(1:6) = report-month
               ADD 1 TO month-count
           END-IF
           .

       LOAD-DICTIONARY.
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
           IF dict-count >= 2000
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
           ADD 1 TO dict-count
           MOVE FUNCTION TRIM(dct-id) TO dict-id(dict-count)
           MOVE dct-name TO dict-name(dict-count)
           MOVE dct-name TO norm-in
           PERFORM NORMALIZE-TEXT
           MOVE norm-out TO dict-key(dict-count)
           MOVE 0 TO dict-new(dict-count)
           .

      * LOAD-SEEN-IDS - A missing file means this is the first run.
       LOAD-SEEN-IDS.
           MOVE 0 TO SEEN-EOF
           OPEN INPUT SEEN-FILE
           IF SEEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO seen-present
           PERFORM UNTIL SEEN-EOF = 1
               READ SEEN-FILE
                   AT END
                       MOVE 1 TO SEEN-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SEEN-LINE) NOT = SPACES
                           AND seen-count < 2000
                           ADD 1 TO seen-count
                           MOVE FUNCTION TRIM(SEEN-LINE)
                               TO seen-id(seen-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEEN-FILE
           .

       SAVE-SEEN-IDS.
           OPEN OUTPUT SEEN-FILE
           IF SEEN-STATUS NOT = "00"
               DISPLAY "Could not write wish-dict-seen.txt"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING dict-idx FROM 1 BY 1
                   UNTIL dict-idx > dict-count
               MOVE dict-id(dict-idx) TO SEEN-LINE
               WRITE SEEN-LINE
           END-PERFORM
           CLOSE SEEN-FILE
           .

      * MATCH-NEW-PRODUCTS - Every product the snapshot did not know
      * against every OPEN wish.
       MATCH-NEW-PRODUCTS.
           PERFORM VARYING dict-idx FROM 1 BY 1
                   UNTIL dict-idx > dict-count
               MOVE 0 TO seen-found
               PERFORM VARYING seen-idx FROM 1 BY 1
                       UNTIL seen-idx > seen-count
                   IF seen-id(seen-idx) = dict-id(dict-idx)
                       MOVE 1 TO seen-found
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF seen-found = 0
                   MOVE 1 TO dict-new(dict-idx)
                   ADD 1 TO new-prod-count
                   PERFORM FILL-WISHES-FOR-PRODUCT
               END-IF
           END-PERFORM
           .

       FILL-WISHES-FOR-PRODUCT.
           PERFORM VARYING wsh-idx FROM 1 BY 1
                   UNTIL wsh-idx > wsh-count
               IF wsh-state(wsh-idx) = "OPEN"
                   MOVE wsh-key(wsh-idx) TO match-a
                   MOVE dict-key(dict-idx) TO match-b
                   PERFORM MATCH-KEYS
                   IF match-result = 1
                       PERFORM FILL-ONE-WISH
                   END-IF
               END-IF
           END-PERFORM
           .

      * FILL-ONE-WISH - A member who wished for it twice in other
      * words still hears about it once.
       FILL-ONE-WISH.
           MOVE "FILLED" TO wsh-state(wsh-idx)
           MOVE dict-id(dict-idx) TO wsh-prod(wsh-idx)
           MOVE 1 TO wsh-filled-now(wsh-idx)
           ADD 1 TO filled-count
           SUBTRACT 1 FROM open-count

           MOVE 0 TO wsh-told
           PERFORM VARYING wsh-prev FROM 1 BY 1
                   UNTIL wsh-prev >= wsh-idx
               IF wsh-filled-now(wsh-prev) = 1
                   AND wsh-prod(wsh-prev) = dict-id(dict-idx)
                   AND wsh-user(wsh-prev) = wsh-user(wsh-idx)
                   MOVE 1 TO wsh-told
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF wsh-told = 0
               PERFORM QUEUE-WISH-MESSAGE
           END-IF
           .

       QUEUE-WISH-MESSAGE.
           MOVE SPACES TO OUTBOX-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO OUTBOX-TIMESTAMP
           OPEN EXTEND OUTBOX-FILE
           IF OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF OUTBOX-STATUS NOT = "00"
               DISPLAY "Could not open outbox.txt"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTBOX-LINE
           STRING
               OUTBOX-TIMESTAMP(1:8) DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               OUTBOX-TIMESTAMP(9:6) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "WISH" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(wsh-user(wsh-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "Your wish is in: we now stock " DELIMITED BY SIZE
               FUNCTION TRIM(dict-name(dict-idx)) DELIMITED BY SIZE
               " (product " DELIMITED BY SIZE
               FUNCTION TRIM(dict-id(dict-idx)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO OUTBOX-LINE
           END-STRING
           WRITE OUTBOX-LINE
           CLOSE OUTBOX-FILE
           ADD 1 TO told-count
           .

      * SAVE-WISHES - Write the list to a temp file and move it into
      * place, so a crash mid-write never loses the wishes.
       SAVE-WISHES.
           MOVE WISHES-PATH TO WISHES-REAL-PATH
           MOVE WISHES-TMP-PATH TO WISHES-PATH
           OPEN OUTPUT WISHES-FILE
           IF WISHES-STATUS NOT = "00"
               MOVE WISHES-REAL-PATH TO WISHES-PATH
               DISPLAY "Could not write wishes.txt"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING wsh-idx FROM 1 BY 1
                   UNTIL wsh-idx > wsh-count
               MOVE SPACES TO WISHES-LINE
               STRING
                   FUNCTION TRIM(wsh-ts(wsh-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(wsh-user(wsh-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(wsh-text(wsh-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(wsh-state(wsh-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(wsh-prod(wsh-idx)) DELIMITED BY SIZE
                   INTO WISHES-LINE
               END-STRING
               WRITE WISHES-LINE
           END-PERFORM
           CLOSE WISHES-FILE
           MOVE WISHES-REAL-PATH TO WISHES-PATH

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WISHES-TMP-PATH) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WISHES-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * GROUP-WISHES - An OPEN wish joins the first group whose key
      * it contains or that contains it; the shorter text then
      * names the group. Members are counted once per group.
       GROUP-WISHES.
           PERFORM VARYING wsh-idx FROM 1 BY 1
                   UNTIL wsh-idx > wsh-count
               IF wsh-state(wsh-idx) = "OPEN"
                   AND wsh-key(wsh-idx) NOT = SPACES
                   PERFORM FIND-WISH-GROUP
                   IF grp-found = 0 AND grp-count < 1000
                       ADD 1 TO grp-count
                       MOVE grp-count TO grp-found
                       MOVE wsh-key(wsh-idx) TO grp-key(grp-found)
                       MOVE wsh-text(wsh-idx) TO grp-text(grp-found)
                       MOVE 0 TO grp-wishes(grp-found)
                       MOVE 0 TO grp-members(grp-found)
                       MOVE 0 TO grp-new(grp-found)
                       MOVE 0 TO grp-ranked(grp-found)
                   END-IF
                   IF grp-found > 0
                       PERFORM JOIN-WISH-GROUP
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-WISH-GROUP.
           MOVE 0 TO grp-found
           PERFORM VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > grp-count
               IF grp-key(grp-idx) = wsh-key(wsh-idx)
                   MOVE grp-idx TO grp-found
                   EXIT PERFORM
               END-IF
               MOVE wsh-key(wsh-idx) TO match-a
               MOVE grp-key(grp-idx) TO match-b
               PERFORM MATCH-KEYS
               IF match-result = 1
                   MOVE grp-idx TO grp-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       JOIN-WISH-GROUP.
           MOVE grp-found TO wsh-group(wsh-idx)
           ADD 1 TO grp-wishes(grp-found)
           IF wsh-ts(wsh-idx)(1:6) = report-month
               ADD 1 TO grp-new(grp-found)
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(wsh-key(wsh-idx))) <
                   FUNCTION LENGTH(FUNCTION TRIM(grp-key(grp-found)))
               MOVE wsh-key(wsh-idx) TO grp-key(grp-found)
               MOVE wsh-text(wsh-idx) TO grp-text(grp-found)
           END-IF

           MOVE 0 TO wsh-told
           PERFORM VARYING wsh-prev FROM 1 BY 1
                   UNTIL wsh-prev >= wsh-idx
               IF wsh-group(wsh-prev) = grp-found
                   AND wsh-user(wsh-prev) = wsh-user(wsh-idx)
                   MOVE 1 TO wsh-told
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF wsh-told = 0
               ADD 1 TO grp-members(grp-found)
           END-IF
           .

      * NORMALIZE-TEXT - norm-in to norm-out, see norm-work.
       NORMALIZE-TEXT.
           MOVE FUNCTION LOWER-CASE(norm-in) TO norm-lower
           MOVE SPACES TO norm-out
           MOVE 2 TO norm-out-pos
           MOVE 1 TO norm-gap
           PERFORM VARYING norm-pos FROM 1 BY 1 UNTIL norm-pos > 60
               MOVE norm-lower(norm-pos:1) TO norm-char
               IF (norm-char >= "a" AND norm-char <= "z")
                   OR (norm-char >= "0" AND norm-char <= "9")
                   OR norm-char > X"7F"
                   IF norm-out-pos <= 61
                       MOVE norm-char TO norm-out(norm-out-pos:1)
                       ADD 1 TO norm-out-pos
                   END-IF
                   MOVE 0 TO norm-gap
               ELSE
                   IF norm-gap = 0
                       ADD 1 TO norm-out-pos
                       MOVE 1 TO norm-gap
                   END-IF
               END-IF
           END-PERFORM
           .

      * MATCH-KEYS - match-result = 1 when match-a and match-b are
      * the same words or the shorter (of 4 letters or more) is
      * found whole in the longer.
       MATCH-KEYS.
           MOVE 0 TO match-result
           IF match-a = SPACES OR match-b = SPACES
               EXIT PARAGRAPH
           END-IF
           IF match-a = match-b
               MOVE 1 TO match-result
               EXIT PARAGRAPH
           END-IF
      *    Lengths include the leading space and one trailing one.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(match-a TRAILING))
               TO match-a-len
           ADD 1 TO match-a-len
           MOVE FUNCTION LENGTH(FUNCTION TRIM(match-b TRAILING))
               TO match-b-len
           ADD 1 TO match-b-len
           MOVE 0 TO match-hits
           IF match-a-len <= match-b-len
               IF match-a-len < 6
                   EXIT PARAGRAPH
               END-IF
               INSPECT match-b TALLYING match-hits
                   FOR ALL match-a(1:match-a-len)
           ELSE
               IF match-b-len < 6
                   EXIT PARAGRAPH
               END-IF
               INSPECT match-a TALLYING match-hits
                   FOR ALL match-b(1:match-b-len)
           END-IF
           IF match-hits > 0
               MOVE 1 TO match-result
           END-IF
           .

      * WRITE-REPORT - The whole ranking for the committee, with
      * what this run filled.
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Member product wishes " DELIMITED BY SIZE
               report-month DELIMITED BY SIZE
               ", made " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE open-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Open wishes      : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE month-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "New this month   : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE filled-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Filled this run  : " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Rank Members Wishes    New  Wish" TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           MOVE 0 TO grp-rank
           PERFORM VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > grp-count
               MOVE 0 TO grp-ranked(grp-idx)
           END-PERFORM
           PERFORM UNTIL grp-rank >= grp-count
               PERFORM PICK-NEXT-GROUP
               MOVE SPACES TO REPORT-LINE
               PERFORM FORMAT-GROUP-LINE
               WRITE REPORT-LINE
               IF grp-rank <= top-max
                   DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
               END-IF
           END-PERFORM
           IF grp-count = 0
               MOVE "  (no open wishes)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF filled-count > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Filled by new products:" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING wsh-idx FROM 1 BY 1
                       UNTIL wsh-idx > wsh-count
                   IF wsh-filled-now(wsh-idx) = 1
                       MOVE SPACES TO REPORT-LINE
                       STRING "  " DELIMITED BY SIZE
                           FUNCTION TRIM(wsh-prod(wsh-idx))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           FUNCTION TRIM(wsh-text(wsh-idx))
                               DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                       WRITE REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REPORT-FILE
           .

      * PICK-NEXT-GROUP - Most members first, then most wishes; the
      * earlier group wins a tie.
       PICK-NEXT-GROUP.
           MOVE 0 TO grp-best
           PERFORM VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > grp-count
               IF grp-ranked(grp-idx) = 0
                   IF grp-best = 0
                       MOVE grp-idx TO grp-best
                   ELSE
                       IF grp-members(grp-idx) > grp-members(grp-best)
                           OR (grp-members(grp-idx) =
                               grp-members(grp-best)
                           AND grp-wishes(grp-idx) >
                               grp-wishes(grp-best))
                           MOVE grp-idx TO grp-best
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO grp-ranked(grp-best)
           ADD 1 TO grp-rank
           .

       FORMAT-GROUP-LINE.
           MOVE grp-rank TO disp-rank
           MOVE grp-members(grp-best) TO disp-members
           MOVE grp-wishes(grp-best) TO disp-wishes
           MOVE grp-new(grp-best) TO disp-new
           STRING "  " DELIMITED BY SIZE
               disp-rank DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               disp-members DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               disp-wishes DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               disp-new DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(grp-text(grp-best)) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           .

      * WRITE-TOP-FILE - members<TAB>wishes<TAB>text for the top
      * groups, in rank order, for RESTOCK-REPORT. Ranked again
      * from scratch, the same way as the report.
       WRITE-TOP-FILE.
           OPEN OUTPUT TOP-FILE
           IF TOP-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(TOP-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING grp-idx FROM 1 BY 1
                   UNTIL grp-idx > grp-count
               MOVE 0 TO grp-ranked(grp-idx)
           END-PERFORM
           MOVE 0 TO grp-rank
           PERFORM UNTIL grp-rank >= grp-count
                   OR grp-rank >= top-max
               PERFORM PICK-NEXT-GROUP
               MOVE grp-members(grp-best) TO disp-members
               MOVE grp-wishes(grp-best) TO disp-wishes
               MOVE SPACES TO TOP-LINE
               STRING FUNCTION TRIM(disp-members) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(disp-wishes) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   FUNCTION TRIM(grp-text(grp-best)) DELIMITED BY SIZE
                   INTO TOP-LINE
               END-STRING
               WRITE TOP-LINE
           END-PERFORM
           CLOSE TOP-FILE
           .

       END PROGRAM WISH-REPORT.
