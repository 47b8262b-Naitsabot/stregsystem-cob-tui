      ******************************************************************
      * Author: Naitsabot
      * Purpose: Nightly referential integrity check of the side files
      * Description:
      *     The side files name products and members by plain text
      *     and nothing notices when the thing named goes away. This
      *     batch loads them all together with the persisted product
      *     dictionary (product-dict.txt) and the member master and
      *     lists, file by file and line by line:
      *       UNKNOWN-PRODUCT  a product id (or name) the dictionary
      *                        does not hold
      *       DELISTED         a product the dictionary holds as not
      *                        active - an error where it breaks a
      *                        sale (barcodes, promos, assortments),
      *                        a warning where it is only a leftover
      *                        (categories, pant, clearance,
      *                        favorites)
      *       UNKNOWN-MEMBER   a username not on the member master
      *                        (erased, or renamed on the server)
      *       GONE-MEMBER      a member the server no longer knows
      *       INACTIVE-MEMBER  a member the server flags inactive
      *                        (warning)
      *       DUPLICATE        the same entry twice (warning)
      *       CONFLICT         the same key with different values -
      *                        only the first one is ever used
      *       SECOND-CARD      a member with more than one card
      *                        (warning; the master keeps one)
      *       MALFORMED        a line the kiosk would skip (warning)
      *     Files checked: product-dict.txt, barcodes.txt,
      *     categories.txt, assortments.txt, promos.txt, pant.txt,
      *     clearance.txt, member-groups.txt, membercards.txt and
      *     favorites/<username>.txt. A file that is not there is
      *     not an error, as in the kiosk.
      *
      *     Output goes to exports/integrity-YYYYMMDD.txt and the run
      *     exits 1 when an error was found, so BATCH-RUNNER shows
      *     the step as failed. A member master that cannot be read
      *     is an error too; the product checks still run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIDE-FILE
               ASSIGN TO SIDE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIDE-FILE.
        01 SIDE-LINE            PIC X(256).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "copybooks/member-master.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 SIDE-PATH             PIC X(256).
       01 SIDE-STATUS           PIC XX.
       01 SIDE-EOF              PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(600).

      * side-file-names - checked in this order; side-kind is the
      * index, side-delist-sev how a delisted product counts there.
       01 side-file-names.
           05 FILLER PIC X(25) VALUE "product-dict.txt    ERROR".
           05 FILLER PIC X(25) VALUE "barcodes.txt        ERROR".
           05 FILLER PIC X(25) VALUE "categories.txt      WARN ".
           05 FILLER PIC X(25) VALUE "assortments.txt     ERROR".
           05 FILLER PIC X(25) VALUE "promos.txt          ERROR".
           05 FILLER PIC X(25) VALUE "pant.txt            WARN ".
           05 FILLER PIC X(25) VALUE "clearance.txt       WARN ".
           05 FILLER PIC X(25) VALUE "member-groups.txt   ERROR".
           05 FILLER PIC X(25) VALUE "membercards.txt     ERROR".
           05 FILLER PIC X(25) VALUE "favorites/          WARN ".
       01 side-file-table REDEFINES side-file-names.
           05 side-file-entry OCCURS 10 TIMES.
               10 side-file-name    PIC X(20).
               10 side-delist-sev   PIC X(5).
       01 side-kind             PIC 9(2) COMP-5.
       01 side-line-no          PIC 9(5) COMP-5.
       01 side-label            PIC X(40).
       01 side-f1               PIC X(80).
       01 side-f2               PIC X(80).
       01 side-f3               PIC X(80).
       01 side-f4               PIC X(80).
       01 side-f5               PIC X(80).

      * per-file tallies for the summary
       01 file-tallies.
           05 ft-entry OCCURS 10 TIMES.
               10 ft-present        PIC 9.
               10 ft-lines          PIC 9(5) COMP-5.
               10 ft-errors         PIC 9(5) COMP-5.
               10 ft-warnings       PIC 9(5) COMP-5.

      * product-table - the persisted dictionary.
       01 product-table.
           05 pt-count          PIC 9(4) COMP-5 VALUE 0.
           05 pt-entry OCCURS 500 TIMES.
               10 pt-id             PIC X(10).
               10 pt-name           PIC X(50).
               10 pt-active         PIC X(1).
           05 pt-idx            PIC 9(4) COMP-5.
           05 pt-found-idx      PIC 9(4) COMP-5.
       01 dict-present          PIC 9 VALUE 0.

      * member-table - the member master as read.
       01 member-table.
           05 mb-count          PIC 9(4) COMP-5 VALUE 0.
           05 mb-entry OCCURS 2000 TIMES.
               10 mb-username       PIC X(64).
               10 mb-status         PIC X(8).
           05 mb-idx            PIC 9(4) COMP-5.
           05 mb-found-idx      PIC 9(4) COMP-5.
       01 master-ok             PIC 9 VALUE 0.

      * key-table - keys met so far in the file being checked, for
      * DUPLICATE/CONFLICT; emptied per file.
       01 key-table.
           05 kt-count          PIC 9(4) COMP-5 VALUE 0.
           05 kt-entry OCCURS 2000 TIMES.
               10 kt-key            PIC X(80).
               10 kt-value          PIC X(80).
               10 kt-line           PIC 9(5) COMP-5.
           05 kt-idx            PIC 9(4) COMP-5.
       01 key-work.
           05 new-key           PIC X(80).
           05 new-value         PIC X(80).
           05 conflict-sev      PIC X(5).
           05 conflict-kind     PIC X(16).

       01 ref-work.
           05 ref-token         PIC X(80).
           05 ref-id            PIC X(80).
           05 ref-qty           PIC X(20).
           05 ref-user          PIC X(64).

       01 finding-work.
           05 find-sev          PIC X(5).
           05 find-kind         PIC X(16).
           05 find-detail       PIC X(100).
           05 find-where        PIC X(40).
           05 disp-line         PIC ZZZZ9.

       01 fav-work.
           05 fav-path          PIC X(256).
           05 fav-user          PIC X(64).
           05 fav-slash         PIC 9(3) COMP-5.
           05 fav-len           PIC 9(3) COMP-5.
           05 fav-pos           PIC 9(3) COMP-5.
           05 fav-files         PIC 9(5) COMP-5 VALUE 0.

       01 counts.
           05 cnt-errors        PIC 9(5) COMP-5 VALUE 0.
           05 cnt-warnings      PIC 9(5) COMP-5 VALUE 0.
       01 display-count         PIC ZZ,ZZ9.
       01 display-count2        PIC ZZ,ZZ9.
       01 display-count3        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM SIDE-FILE INTEGRITY"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           INITIALIZE file-tallies
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Side-file integrity check, " DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO side-kind
           PERFORM LOAD-MEMBERS
           PERFORM VARYING side-kind FROM 1 BY 1 UNTIL side-kind > 9
               PERFORM CHECK-SIDE-FILE
           END-PERFORM
           MOVE 10 TO side-kind
           PERFORM CHECK-FAVORITES

           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           MOVE cnt-errors TO display-count
           DISPLAY "Errors   : " display-count
           MOVE cnt-warnings TO display-count
           DISPLAY "Warnings : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF cnt-errors > 0
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

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/integrity-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/integrity-" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
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
           .

      * LOAD-MEMBERS - Walk the master in id order. An unreadable
      * master is an error and the member references go unchecked.
       LOAD-MEMBERS.
           MOVE SPACES TO mmast-request-data
           MOVE "NEXT" TO mmast-op
           PERFORM UNTIL mb-count >= 2000
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
               IF mmast-rc NOT = 0
                   MOVE "member-master.idx" TO side-label
                   MOVE 0 TO side-line-no
                   MOVE "ERROR" TO find-sev
                   MOVE "NO-MASTER" TO find-kind
                   MOVE "cannot be read - members not checked"
                       TO find-detail
                   PERFORM ADD-FINDING
                   EXIT PARAGRAPH
               END-IF
               IF mmast-found = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO mb-count
               MOVE mmast-username TO mb-username(mb-count)
               MOVE mmast-status TO mb-status(mb-count)
           END-PERFORM
           MOVE 1 TO master-ok
           IF mb-count = 0
               MOVE "member-master.idx" TO side-label
               MOVE 0 TO side-line-no
               MOVE "ERROR" TO find-sev
               MOVE "NO-MASTER" TO find-kind
               MOVE "holds no members - run MEMBER-REFRESH first"
                   TO find-detail
               PERFORM ADD-FINDING
               MOVE 0 TO master-ok
           END-IF
           .

      * CHECK-SIDE-FILE - Read one side file line by line; the
      * dictionary (kind 1) is read first and loaded as it goes.
       CHECK-SIDE-FILE.
           MOVE 0 TO kt-count
           MOVE side-file-name(side-kind) TO side-label
           MOVE SPACES TO SIDE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               FUNCTION TRIM(side-file-name(side-kind))
                   DELIMITED BY SIZE
               INTO SIDE-PATH
           END-STRING
           MOVE 0 TO side-line-no
           MOVE 0 TO SIDE-EOF
           OPEN INPUT SIDE-FILE
           IF SIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ft-present(side-kind)
           IF side-kind = 1
               MOVE 1 TO dict-present
           END-IF
           PERFORM UNTIL SIDE-EOF = 1
               READ SIDE-FILE
                   AT END
                       MOVE 1 TO SIDE-EOF
                   NOT AT END
                       ADD 1 TO side-line-no
                       PERFORM CHECK-SIDE-LINE
               END-READ
           END-PERFORM
           CLOSE SIDE-FILE
           .

       CHECK-SIDE-LINE.
           IF FUNCTION TRIM(SIDE-LINE) = SPACES
               OR SIDE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ft-lines(side-kind)
           MOVE SPACES TO side-f1
           MOVE SPACES TO side-f2
           MOVE SPACES TO side-f3
           MOVE SPACES TO side-f4
           MOVE SPACES TO side-f5
           MOVE "ERROR" TO conflict-sev
           MOVE "CONFLICT" TO conflict-kind
           EVALUATE side-kind
               WHEN 1
                   PERFORM CHECK-DICT-LINE
               WHEN 2
                   PERFORM CHECK-BARCODE-LINE
               WHEN 3
               WHEN 6
               WHEN 7
                   PERFORM CHECK-ID-VALUE-LINE
               WHEN 4
                   PERFORM CHECK-ASSORT-LINE
               WHEN 5
                   PERFORM CHECK-PROMO-LINE
               WHEN 8
                   PERFORM CHECK-GROUP-LINE
               WHEN 9
                   PERFORM CHECK-CARD-LINE
           END-EVALUATE
           .

      * CHECK-DICT-LINE - "id<TAB>name<TAB>price<TAB>active<TAB>
      * source", as the kiosk persists it.
       CHECK-DICT-LINE.
           UNSTRING SIDE-LINE DELIMITED BY X"09"
               INTO side-f1
                    side-f2
                    side-f3
                    side-f4
                    side-f5
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(side-f1) TO new-key
           MOVE SPACES TO new-value
           STRING FUNCTION TRIM(side-f2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(side-f3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(side-f4) DELIMITED BY SIZE
               INTO new-value
           END-STRING
           PERFORM CHECK-KEY
      *    Only the first entry for an id counts, as in the kiosk.
           MOVE FUNCTION TRIM(side-f1) TO ref-id
           PERFORM FIND-PRODUCT
           IF pt-found-idx = 0 AND pt-count < 500
               ADD 1 TO pt-count
               MOVE FUNCTION TRIM(side-f1) TO pt-id(pt-count)
               MOVE FUNCTION TRIM(side-f2) TO pt-name(pt-count)
               MOVE FUNCTION TRIM(side-f4) TO pt-active(pt-count)
               IF pt-active(pt-count) = SPACE
                   MOVE "1" TO pt-active(pt-count)
               END-IF
           END-IF
           .

      * CHECK-BARCODE-LINE - "barcode=token", the token a product id
      * or name.
       CHECK-BARCODE-LINE.
           UNSTRING SIDE-LINE DELIMITED BY "="
               INTO side-f1
                    side-f2
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               OR FUNCTION TRIM(side-f2) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(side-f1) TO new-key
           MOVE FUNCTION TRIM(side-f2) TO new-value
           PERFORM CHECK-KEY
           MOVE side-f2 TO ref-token
           PERFORM CHECK-PRODUCT-REF
           .

      * CHECK-ID-VALUE-LINE - categories.txt "id=CATEGORY",
      * pant.txt "id=oere", clearance.txt "id=percent".
       CHECK-ID-VALUE-LINE.
           UNSTRING SIDE-LINE DELIMITED BY "="
               INTO side-f1
                    side-f2
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               OR FUNCTION TRIM(side-f2) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           IF side-kind NOT = 3
               AND FUNCTION TEST-NUMVAL(side-f2) NOT = 0
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(side-f1) TO new-key
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(side-f2))
               TO new-value
           PERFORM CHECK-KEY
           MOVE side-f1 TO ref-token
           PERFORM CHECK-PRODUCT-REF
           .

      * CHECK-ASSORT-LINE - "room:id[:price]".
       CHECK-ASSORT-LINE.
           UNSTRING SIDE-LINE DELIMITED BY ":"
               INTO side-f1
                    side-f2
                    side-f3
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               OR FUNCTION TRIM(side-f2) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO new-key
           STRING FUNCTION TRIM(side-f1) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               FUNCTION TRIM(side-f2) DELIMITED BY SIZE
               INTO new-key
           END-STRING
           MOVE FUNCTION TRIM(side-f3) TO new-value
           PERFORM CHECK-KEY
           MOVE side-f2 TO ref-token
           PERFORM CHECK-PRODUCT-REF
           .

      * CHECK-PROMO-LINE - "MULTI:id:take:pay" and
      * "COMBO:id1+id2:price"; a second rule for the same product
      * (or pair) is a conflict, since the kiosk applies both.
       CHECK-PROMO-LINE.
           EVALUATE FUNCTION UPPER-CASE(SIDE-LINE(1:6))
               WHEN "MULTI:"
                   UNSTRING SIDE-LINE(7:) DELIMITED BY ":"
                       INTO side-f1
                            side-f2
                            side-f3
                   END-UNSTRING
                   IF FUNCTION TRIM(side-f1) = SPACES
                       OR FUNCTION TRIM(side-f2) = SPACES
                       OR FUNCTION TRIM(side-f3) = SPACES
                       PERFORM NOTE-MALFORMED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO new-key
                   STRING "MULTI " DELIMITED BY SIZE
                       FUNCTION TRIM(side-f1) DELIMITED BY SIZE
                       INTO new-key
                   END-STRING
                   MOVE SPACES TO new-value
                   STRING FUNCTION TRIM(side-f2) DELIMITED BY SIZE
                       " for " DELIMITED BY SIZE
                       FUNCTION TRIM(side-f3) DELIMITED BY SIZE
                       INTO new-value
                   END-STRING
                   PERFORM CHECK-KEY
                   MOVE side-f1 TO ref-token
                   PERFORM CHECK-PRODUCT-REF
               WHEN "COMBO:"
                   UNSTRING SIDE-LINE(7:) DELIMITED BY ":"
                       INTO side-f1
                            side-f2
                   END-UNSTRING
                   UNSTRING side-f1 DELIMITED BY "+"
                       INTO side-f3
                            side-f4
                   END-UNSTRING
                   IF FUNCTION TRIM(side-f3) = SPACES
                       OR FUNCTION TRIM(side-f4) = SPACES
                       OR FUNCTION TRIM(side-f2) = SPACES
                       PERFORM NOTE-MALFORMED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO new-key
                   STRING "COMBO " DELIMITED BY SIZE
                       FUNCTION TRIM(side-f3) DELIMITED BY SIZE
                       "+" DELIMITED BY SIZE
                       FUNCTION TRIM(side-f4) DELIMITED BY SIZE
                       INTO new-key
                   END-STRING
                   MOVE FUNCTION TRIM(side-f2) TO new-value
                   PERFORM CHECK-KEY
                   MOVE side-f3 TO ref-token
                   PERFORM CHECK-PRODUCT-REF
                   MOVE side-f4 TO ref-token
                   PERFORM CHECK-PRODUCT-REF
               WHEN OTHER
                   PERFORM NOTE-MALFORMED
           END-EVALUATE
           .

      * CHECK-GROUP-LINE - "username<TAB>group<TAB>categories<TAB>
      * level"; a member sits in one group.
       CHECK-GROUP-LINE.
           UNSTRING SIDE-LINE DELIMITED BY X"09"
               INTO side-f1
                    side-f2
                    side-f3
                    side-f4
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               OR FUNCTION TRIM(side-f2) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(side-f1) TO new-key
           MOVE FUNCTION TRIM(side-f2) TO new-value
           PERFORM CHECK-KEY
           MOVE FUNCTION TRIM(side-f1) TO ref-user
           PERFORM CHECK-MEMBER-REF
           .

      * CHECK-CARD-LINE - "cardtoken=username".
       CHECK-CARD-LINE.
           UNSTRING SIDE-LINE DELIMITED BY "="
               INTO side-f1
                    side-f2
           END-UNSTRING
           IF FUNCTION TRIM(side-f1) = SPACES
               OR FUNCTION TRIM(side-f2) = SPACES
               PERFORM NOTE-MALFORMED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(side-f1) TO new-key
           MOVE FUNCTION TRIM(side-f2) TO new-value
           PERFORM CHECK-KEY
           MOVE SPACES TO new-key
           STRING "member " DELIMITED BY SIZE
               FUNCTION TRIM(side-f2) DELIMITED BY SIZE
               INTO new-key
           END-STRING
           MOVE FUNCTION TRIM(side-f1) TO new-value
           MOVE "WARN" TO conflict-sev
           MOVE "SECOND-CARD" TO conflict-kind
           PERFORM CHECK-KEY
           MOVE FUNCTION TRIM(side-f2) TO ref-user
           PERFORM CHECK-MEMBER-REF
           .

      * CHECK-FAVORITES - One favorites/<username>.txt per member,
      * one cart token ("id" or "id:qty") per line.
       CHECK-FAVORITES.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "ls " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/favorites/*.txt 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL

           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS = "00"
               PERFORM UNTIL FILE-LIST-EOF = 1
                   READ FILE-LIST-FILE
                       AT END
                           MOVE 1 TO FILE-LIST-EOF
                       NOT AT END
                           IF FUNCTION TRIM(FILE-LIST-LINE)
                                   NOT = SPACES
                               MOVE FUNCTION TRIM(FILE-LIST-LINE)
                                   TO fav-path
                               PERFORM CHECK-FAVORITES-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST-FILE
           END-IF

           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(FILE-LIST-PATH) DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

       CHECK-FAVORITES-FILE.
           COMPUTE fav-len = FUNCTION LENGTH(FUNCTION TRIM(fav-path))
           MOVE 0 TO fav-slash
           PERFORM VARYING fav-pos FROM 1 BY 1 UNTIL fav-pos > fav-len
               IF fav-path(fav-pos:1) = "/"
                   MOVE fav-pos TO fav-slash
               END-IF
           END-PERFORM
           IF fav-len - fav-slash < 5
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO fav-user
           MOVE fav-path(fav-slash + 1:fav-len - fav-slash - 4)
               TO fav-user
           MOVE SPACES TO side-label
           STRING "favorites/" DELIMITED BY SIZE
               FUNCTION TRIM(fav-user) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO side-label
           END-STRING
           ADD 1 TO fav-files
           MOVE 1 TO ft-present(side-kind)

           MOVE 0 TO side-line-no
           MOVE fav-user TO ref-user
           PERFORM CHECK-MEMBER-REF

           MOVE 0 TO kt-count
           MOVE fav-path TO SIDE-PATH
           MOVE 0 TO SIDE-EOF
           OPEN INPUT SIDE-FILE
           IF SIDE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SIDE-EOF = 1
               READ SIDE-FILE
                   AT END
                       MOVE 1 TO SIDE-EOF
                   NOT AT END
                       ADD 1 TO side-line-no
                       IF FUNCTION TRIM(SIDE-LINE) NOT = SPACES
                           ADD 1 TO ft-lines(side-kind)
                           MOVE "ERROR" TO conflict-sev
                           MOVE "CONFLICT" TO conflict-kind
                           MOVE FUNCTION TRIM(SIDE-LINE) TO new-key
                           MOVE SPACES TO new-value
                           PERFORM CHECK-KEY
                           MOVE SIDE-LINE TO ref-token
                           PERFORM CHECK-PRODUCT-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIDE-FILE
           .

      * CHECK-KEY - new-key met before in this file: the same value
      * is a DUPLICATE, another value a conflict-kind finding.
       CHECK-KEY.
           PERFORM VARYING kt-idx FROM 1 BY 1 UNTIL kt-idx > kt-count
               IF kt-key(kt-idx) = new-key
                   MOVE kt-line(kt-idx) TO disp-line
                   MOVE SPACES TO find-detail
                   IF kt-value(kt-idx) = new-value
                       MOVE "WARN" TO find-sev
                       MOVE "DUPLICATE" TO find-kind
                       STRING FUNCTION TRIM(new-key) DELIMITED BY SIZE
                           " repeats line " DELIMITED BY SIZE
                           FUNCTION TRIM(disp-line) DELIMITED BY SIZE
                           INTO find-detail
                       END-STRING
                   ELSE
                       MOVE conflict-sev TO find-sev
                       MOVE conflict-kind TO find-kind
                       STRING FUNCTION TRIM(new-key) DELIMITED BY SIZE
                           " = " DELIMITED BY SIZE
                           FUNCTION TRIM(new-value) DELIMITED BY SIZE
                           ", line " DELIMITED BY SIZE
                           FUNCTION TRIM(disp-line) DELIMITED BY SIZE
                           " says " DELIMITED BY SIZE
                           FUNCTION TRIM(kt-value(kt-idx))
                               DELIMITED BY SIZE
                           INTO find-detail
                       END-STRING
                   END-IF
                   PERFORM ADD-FINDING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF kt-count < 2000
               ADD 1 TO kt-count
               MOVE new-key TO kt-key(kt-count)
               MOVE new-value TO kt-value(kt-count)
               MOVE side-line-no TO kt-line(kt-count)
           END-IF
           .

      * FIND-PRODUCT - pt-found-idx for ref-id: the id, or failing
      * that the name (case does not matter), as the buystring
      * accepts either.
       FIND-PRODUCT.
           MOVE 0 TO pt-found-idx
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > pt-count
               IF pt-id(pt-idx) = ref-id
                   MOVE pt-idx TO pt-found-idx
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > pt-count
               IF FUNCTION UPPER-CASE(pt-name(pt-idx)) =
                       FUNCTION UPPER-CASE(ref-id)
                   MOVE pt-idx TO pt-found-idx
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

      * CHECK-PRODUCT-REF - ref-token ("id" or "id:qty") must be a
      * listed product. Nothing to check against without a
      * dictionary (reported once in the summary).
       CHECK-PRODUCT-REF.
           IF dict-present = 0 OR side-kind = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ref-id
           MOVE SPACES TO ref-qty
           UNSTRING FUNCTION TRIM(ref-token) DELIMITED BY ":"
               INTO ref-id
                    ref-qty
           END-UNSTRING
           PERFORM FIND-PRODUCT
           MOVE SPACES TO find-detail
           IF pt-found-idx = 0
               MOVE "ERROR" TO find-sev
               MOVE "UNKNOWN-PRODUCT" TO find-kind
               STRING FUNCTION TRIM(ref-id) DELIMITED BY SIZE
                   " is not in product-dict.txt" DELIMITED BY SIZE
                   INTO find-detail
               END-STRING
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF pt-active(pt-found-idx) = "0"
               MOVE side-delist-sev(side-kind) TO find-sev
               MOVE "DELISTED" TO find-kind
               STRING FUNCTION TRIM(ref-id) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(pt-name(pt-found-idx))
                       DELIMITED BY SIZE
                   ") is no longer active" DELIMITED BY SIZE
                   INTO find-detail
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           .

      * CHECK-MEMBER-REF - ref-user must be a member on the master.
       CHECK-MEMBER-REF.
           IF master-ok = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO mb-found-idx
           PERFORM VARYING mb-idx FROM 1 BY 1 UNTIL mb-idx > mb-count
               IF mb-username(mb-idx) = ref-user
                   MOVE mb-idx TO mb-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO find-detail
           EVALUATE TRUE
               WHEN mb-found-idx = 0
                   MOVE "ERROR" TO find-sev
                   MOVE "UNKNOWN-MEMBER" TO find-kind
                   STRING FUNCTION TRIM(ref-user) DELIMITED BY SIZE
                       " is not on the member master" DELIMITED BY SIZE
                       " (erased or renamed)" DELIMITED BY SIZE
                       INTO find-detail
                   END-STRING
                   PERFORM ADD-FINDING
               WHEN mb-status(mb-found-idx) = "GONE"
                   MOVE "ERROR" TO find-sev
                   MOVE "GONE-MEMBER" TO find-kind
                   STRING FUNCTION TRIM(ref-user) DELIMITED BY SIZE
                       " is no longer known to the server"
                           DELIMITED BY SIZE
                       INTO find-detail
                   END-STRING
                   PERFORM ADD-FINDING
               WHEN mb-status(mb-found-idx) = "INACTIVE"
                   MOVE "WARN" TO find-sev
                   MOVE "INACTIVE-MEMBER" TO find-kind
                   STRING FUNCTION TRIM(ref-user) DELIMITED BY SIZE
                       " is flagged inactive on the server"
                           DELIMITED BY SIZE
                       INTO find-detail
                   END-STRING
                   PERFORM ADD-FINDING
           END-EVALUATE
           .

       NOTE-MALFORMED.
           MOVE "WARN" TO find-sev
           MOVE "MALFORMED" TO find-kind
           MOVE SPACES TO find-detail
           STRING "skipped by the kiosk: " DELIMITED BY SIZE
               FUNCTION TRIM(SIDE-LINE) DELIMITED BY SIZE
               INTO find-detail
           END-STRING
           PERFORM ADD-FINDING
           .

      * ADD-FINDING - One report line: severity, file:line, kind,
      * detail.
       ADD-FINDING.
           IF find-sev = "ERROR"
               ADD 1 TO cnt-errors
           ELSE
               ADD 1 TO cnt-warnings
           END-IF
           IF side-kind > 0
               IF find-sev = "ERROR"
                   ADD 1 TO ft-errors(side-kind)
               ELSE
                   ADD 1 TO ft-warnings(side-kind)
               END-IF
           END-IF
           MOVE SPACES TO find-where
           IF side-line-no > 0
               MOVE side-line-no TO disp-line
               STRING FUNCTION TRIM(side-label) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   FUNCTION TRIM(disp-line) DELIMITED BY SIZE
                   INTO find-where
               END-STRING
           ELSE
               MOVE side-label TO find-where
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE find-sev TO REPORT-LINE(1:5)
           MOVE find-where TO REPORT-LINE(7:30)
           MOVE find-kind TO REPORT-LINE(38:16)
           MOVE find-detail TO REPORT-LINE(55:100)
           WRITE REPORT-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF cnt-errors = 0 AND cnt-warnings = 0
               MOVE "No findings." TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "File                   Lines  Errors Warnings"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING side-kind FROM 1 BY 1 UNTIL side-kind > 10
               MOVE SPACES TO REPORT-LINE
               MOVE side-file-name(side-kind) TO REPORT-LINE(1:20)
               IF ft-present(side-kind) = 0
                   MOVE "    (not present)" TO REPORT-LINE(21:17)
               ELSE
                   MOVE ft-lines(side-kind) TO display-count
                   MOVE ft-errors(side-kind) TO display-count2
                   MOVE ft-warnings(side-kind) TO display-count3
                   STRING display-count DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       display-count2 DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       display-count3 DELIMITED BY SIZE
                       INTO REPORT-LINE(23:40)
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE fav-files TO display-count
           STRING "(" DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " favorites files)" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF dict-present = 0
               MOVE "No product-dict.txt - products not checked."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE mb-count TO display-count
           MOVE SPACES TO REPORT-LINE
           STRING "Members on the master: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .

       END PROGRAM INTEGRITY-CHECK.
