      ******************************************************************
      * Author: Naitsabot
      * Purpose: Rebuild the local journal from server history
      * Description:
      *     For the day a kiosk's disk dies between backups: the
      *     journal lines written since the last backup are gone,
      *     but every sale also went to the server. This batch pulls
      *     xGET_MEMBER_SALES for every member the kiosk knows of
      *     and appends the sales inside the lost window to the live
      *     journal, so SETTLEMENT-REPORT (and everything else that
      *     reads the journal) can be re-run for those days.
      *
      *     Members come from every list that survives a loss: the
      *     balance snapshot (carry-forward.txt), the favorites
      *     files named in the backup manifest
      *     (backup-manifest.txt) and the curated roster
      *     (members.txt, member ids). The same member found twice
      *     is pulled once.
      *
      *     The window is RECOVER_FROM .. RECOVER_TO (YYYYMMDD,
      *     both inclusive). RECOVER_FROM defaults to the date the
      *     backup manifest was taken, RECOVER_TO to today; with
      *     neither a RECOVER_FROM nor a manifest the run refuses to
      *     guess. A sale still present in the surviving journal or
      *     archives (same member, same day and amount, time within
      *     two minutes - or a line an earlier run recovered) is not
      *     written twice, so the job can simply be re-run.
      *
      *     Recovered lines are ordinary v4 SALE lines with backend
      *     RECOVERED, shift and operator "batch", room "-" and no
      *     balance (so no balance snapshot or aging trusts them),
      *     appended under the journal lock and sealed onward from
      *     journal-seq.txt - or as a fresh chain from seq 1 when
      *     the counter went down with the journal. Settlement
      *     shows them as their own backend block.
      *
      *     What server history cannot give back is listed in the
      *     report, exports/journal-recover-YYYYMMDD.txt: deposits,
      *     cash tender and payment references, event codes, room,
      *     shift and operator, and any member whose lookup or
      *     fetch failed or whose history hit the 500-row cap. The
      *     run exits 1 when anything was left out that way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-RECOVER.

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
           SELECT JOURNAL-SEQ-FILE
               ASSIGN TO JOURNAL-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-SEQ-STATUS.
           SELECT FILE-LIST-FILE
               ASSIGN TO FILE-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-LIST-STATUS.
           SELECT SOURCE-FILE
               ASSIGN TO SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SOURCE-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  JOURNAL-SEQ-FILE.
        01 JOURNAL-SEQ-LINE     PIC X(64).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  SOURCE-FILE.
        01 SOURCE-LINE          PIC X(256).
       FD  REPORT-FILE.
        01 REPORT-LINE          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "copybooks/api-request.cpy".
       COPY "copybooks/api-response.cpy".
       COPY "copybooks/parsed-sale-result.cpy".
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".
       COPY "copybooks/parsed-member-info.cpy".
       COPY "copybooks/journal-store.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 JOURNAL-SEQ-PATH      PIC X(256).
       01 JOURNAL-SEQ-STATUS    PIC XX.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SOURCE-PATH           PIC X(256).
       01 SOURCE-STATUS         PIC XX.
       01 SOURCE-EOF            PIC 9 VALUE 0.
       01 MANIFEST-PATH         PIC X(256).
       01 REPORT-PATH           PIC X(256).
       01 REPORT-STATUS         PIC XX.
       01 SYSTEM-CMD            PIC X(900).

       01 journal-lock-work.
           05 lock-ok           PIC 9 VALUE 0.
           05 lock-tries        PIC 9(2) COMP-5.
           05 lock-cmd-result   PIC S9(9) COMP-5.

       COPY "copybooks/journal-line.cpy".

      * recover window - both ends inclusive, YYYYMMDD.
       01 window-work.
           05 recover-from      PIC X(8).
           05 recover-to        PIC X(8).
           05 from-source       PIC X(20).
           05 window-ok         PIC 9 VALUE 0.
           05 manifest-stamp    PIC X(15).
           05 window-date-num   PIC 9(8).

      * member-table - one entry per member to pull. rm-state:
      *   0 pending, 1 resolved, 2 lookup failed, 3 fetch failed,
      *   4 same member as an earlier entry (pulled there).
       01 member-table.
           05 rm-count          PIC 9(4) COMP-5 VALUE 0.
           05 rm-entry OCCURS 1000 TIMES.
               10 rm-username       PIC X(64).
               10 rm-member-id      PIC X(8).
               10 rm-source         PIC X(40).
               10 rm-state          PIC 9.
               10 rm-rows           PIC 9(5) COMP-5.
               10 rm-in-window      PIC 9(5) COMP-5.
               10 rm-present        PIC 9(5) COMP-5.
               10 rm-recovered      PIC 9(5) COMP-5.
               10 rm-amount         PIC S9(9) COMP-5.
               10 rm-unreadable     PIC 9(5) COMP-5.
           05 rm-idx            PIC 9(4) COMP-5.
           05 rm-other          PIC 9(4) COMP-5.
           05 rm-found-idx      PIC 9(4) COMP-5.
       01 new-username          PIC X(64).
       01 new-member-id         PIC X(8).
       01 new-source            PIC X(16).
       01 member-id-raw         PIC X(50).
       01 source-counts.
           05 cnt-from-cf       PIC 9(4) COMP-5 VALUE 0.
           05 cnt-from-fav      PIC 9(4) COMP-5 VALUE 0.
           05 cnt-from-roster   PIC 9(4) COMP-5 VALUE 0.

      * present-table - the SALE lines inside the window that
      * survived (journal, archives, earlier recovery runs); each
      * one can stand for one server sale only.
       01 present-table.
           05 pr-count          PIC 9(5) COMP-5 VALUE 0.
           05 pr-entry OCCURS 20000 TIMES.
               10 pr-username       PIC X(64).
               10 pr-date           PIC X(8).
               10 pr-secs           PIC 9(5) COMP-5.
               10 pr-cost           PIC S9(9) COMP-5.
               10 pr-used           PIC 9.
           05 pr-idx            PIC 9(5) COMP-5.
           05 pr-found-idx      PIC 9(5) COMP-5.
       01 pr-overflow           PIC 9 VALUE 0.
       01 pr-diff               PIC S9(7) COMP-5.

      * recovered-table - lines to append, built before the lock
      * is taken so the kiosk never waits on the server round trips.
       01 recovered-table.
           05 rc-count          PIC 9(5) COMP-5 VALUE 0.
           05 rc-entry OCCURS 20000 TIMES.
               10 rc-username       PIC X(64).
               10 rc-date           PIC X(8).
               10 rc-line           PIC X(320).
           05 rc-idx            PIC 9(5) COMP-5.
       01 rc-overflow           PIC 9(5) COMP-5 VALUE 0.

      * day-table - recovered count and amount per day, ascending.
       01 day-table.
           05 dy-count          PIC 9(4) COMP-5 VALUE 0.
           05 dy-entry OCCURS 400 TIMES.
               10 dy-date           PIC X(8).
               10 dy-sales          PIC 9(6) COMP-5.
               10 dy-amount         PIC S9(9) COMP-5.
           05 dy-idx            PIC 9(4) COMP-5.
           05 dy-found-idx      PIC 9(4) COMP-5.

       01 sales-pos             PIC 9(6) COMP-5.
       01 sales-line-raw        PIC X(200).
       01 sales-timestamp       PIC X(25).
       01 sales-product         PIC X(50).
       01 sales-price-text      PIC X(16).
       01 sales-price-num       PIC S9(9) COMP-5.
       01 sale-date             PIC X(8).
       01 sale-time             PIC X(6).
       01 sale-secs             PIC 9(5) COMP-5.
       01 line-secs             PIC 9(5) COMP-5.

       01 fav-work.
           05 fav-head          PIC X(256).
           05 fav-tail          PIC X(256).
           05 fav-parts         PIC 9(2) COMP-5.

       01 journal-seal-work.
           05 JNL-SEQ-NUM       PIC 9(9) COMP-5 VALUE 0.
           05 JNL-PREV-CHK      PIC 9(9) COMP-5 VALUE 0.
           05 JNL-SEQ-DISP      PIC 9(9).
           05 JNL-CHK-DISP      PIC 9(9).
           05 JNL-SEQ-TEXT      PIC X(16).
           05 JNL-CHK-TEXT      PIC X(16).
           05 JNL-LINE-SUM      PIC 9(18) COMP-5.
           05 JNL-CHK-WORK      PIC 9(18) COMP-5.
           05 JNL-SUM-POS       PIC 9(4) COMP-5.
           05 JNL-SUM-LEN       PIC 9(4) COMP-5.
       01 first-seq             PIC 9(9) COMP-5 VALUE 0.
       01 journal-entry-work.
           05 COST-DISP         PIC -(6)9.

       01 totals.
           05 recovered-total   PIC S9(9) COMP-5 VALUE 0.
           05 present-total     PIC 9(6) COMP-5 VALUE 0.
           05 problem-count     PIC 9(4) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZ9.
       01 display-count2        PIC ZZZ,ZZ9.
       01 display-count3        PIC ZZZ,ZZ9.
       01 display-seq           PIC ZZZZZZZZ9.
       01 display-cost          PIC -(7)9.99.
       01 money-kr              PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM JOURNAL RECOVERY"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM INIT-WINDOW
           IF window-ok = 0
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CARRY-FORWARD
           PERFORM LOAD-MANIFEST-FAVORITES
           PERFORM LOAD-ROSTER-IDS
           IF rm-count = 0
               DISPLAY "No member list survived (carry-forward.txt, "
                   "backup-manifest.txt, members.txt) - nothing "
                   "to recover for."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-MEMBERS

           PERFORM BUILD-FILE-LIST
           PERFORM LOAD-PRESENT-LINES
           PERFORM PULL-SERVER-SALES

           IF rc-count > 0
      *        Seq/checksum read inside the held lock so a kiosk
      *        trading meanwhile can't fork the chain.
               PERFORM ACQUIRE-JOURNAL-LOCK
               PERFORM LOAD-JOURNAL-SEQ
               PERFORM APPEND-RECOVERED-LINES
               PERFORM RELEASE-JOURNAL-LOCK
               PERFORM MIRROR-TO-STORE
           END-IF

           PERFORM WRITE-REPORT

           DISPLAY " "
           MOVE rc-count TO display-count
           DISPLAY "Sales recovered  : " display-count
           COMPUTE money-kr = recovered-total / 100
           MOVE money-kr TO display-cost
           DISPLAY "Amount recovered : " display-cost
           MOVE present-total TO display-count
           DISPLAY "Already journaled: " display-count
           MOVE problem-count TO display-count
           DISPLAY "Left out         : " display-count
           DISPLAY "Report: " FUNCTION TRIM(REPORT-PATH)
           IF problem-count > 0
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

           MOVE SPACES TO JOURNAL-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log" DELIMITED BY SIZE
               INTO JOURNAL-PATH
           END-STRING

           MOVE SPACES TO JOURNAL-SEQ-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal-seq.txt" DELIMITED BY SIZE
               INTO JOURNAL-SEQ-PATH
           END-STRING

           MOVE SPACES TO FILE-LIST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal-recover-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE SPACES TO MANIFEST-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/backup-manifest.txt" DELIMITED BY SIZE
               INTO MANIFEST-PATH
           END-STRING

           MOVE SPACES TO REPORT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/journal-recover-" DELIMITED BY SIZE
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

      * INIT-WINDOW - RECOVER_FROM, else the day the surviving
      * backup was taken (first manifest line, "stregsystem kiosk
      * backup YYYYMMDDTHHMMSS"); RECOVER_TO, else today.
       INIT-WINDOW.
           MOVE 0 TO window-ok
           MOVE SPACES TO recover-from
           MOVE SPACES TO recover-to
           ACCEPT recover-from FROM ENVIRONMENT "RECOVER_FROM"
           ACCEPT recover-to FROM ENVIRONMENT "RECOVER_TO"
           MOVE "RECOVER_FROM" TO from-source

           IF recover-from = SPACES
               MOVE SPACES TO manifest-stamp
               MOVE MANIFEST-PATH TO SOURCE-PATH
               OPEN INPUT SOURCE-FILE
               IF SOURCE-STATUS = "00"
                   READ SOURCE-FILE
                       NOT AT END
                           IF SOURCE-LINE(1:25) =
                                   "stregsystem kiosk backup "
                               MOVE SOURCE-LINE(26:15)
                                   TO manifest-stamp
                           END-IF
                   END-READ
                   CLOSE SOURCE-FILE
               END-IF
               MOVE manifest-stamp(1:8) TO recover-from
               MOVE "backup manifest" TO from-source
           END-IF
           IF recover-to = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO recover-to
           END-IF

           IF recover-from = SPACES
               DISPLAY "No RECOVER_FROM given and no backup manifest "
                   "to date the loss from."
               DISPLAY "Set RECOVER_FROM=YYYYMMDD to the first day "
                   "the journal is missing."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO window-date-num
           IF recover-from IS NUMERIC
               MOVE recover-from TO window-date-num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(window-date-num) NOT = 0
               DISPLAY "RECOVER_FROM is not a YYYYMMDD date: "
                   recover-from
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO window-date-num
           IF recover-to IS NUMERIC
               MOVE recover-to TO window-date-num
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(window-date-num) NOT = 0
               DISPLAY "RECOVER_TO is not a YYYYMMDD date: "
                   recover-to
               EXIT PARAGRAPH
           END-IF
           IF recover-from > recover-to
               DISPLAY "RECOVER_FROM " recover-from
                   " is after RECOVER_TO " recover-to
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO window-ok
           DISPLAY "Window: " recover-from " .. " recover-to
               " (from " FUNCTION TRIM(from-source) ")"
           .

      * LOAD-CARRY-FORWARD - "asof<TAB>username<TAB>balance".
       LOAD-CARRY-FORWARD.
           MOVE SPACES TO SOURCE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/carry-forward.txt" DELIMITED BY SIZE
               INTO SOURCE-PATH
           END-STRING
           MOVE 0 TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SOURCE-EOF = 1
               READ SOURCE-FILE
                   AT END
                       MOVE 1 TO SOURCE-EOF
                   NOT AT END
                       MOVE SPACES TO fav-head
                       MOVE SPACES TO new-username
                       UNSTRING SOURCE-LINE DELIMITED BY X"09"
                           INTO fav-head
                                new-username
                       END-UNSTRING
                       IF FUNCTION TRIM(new-username) NOT = SPACES
                           MOVE SPACES TO new-member-id
                           MOVE "carry-forward" TO new-source
                           PERFORM ADD-MEMBER
                           ADD 1 TO cnt-from-cf
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           .

      * LOAD-MANIFEST-FAVORITES - every ".../favorites/<user>.txt"
      * the last backup held names a member who bought here.
       LOAD-MANIFEST-FAVORITES.
           MOVE MANIFEST-PATH TO SOURCE-PATH
           MOVE 0 TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SOURCE-EOF = 1
               READ SOURCE-FILE
                   AT END
                       MOVE 1 TO SOURCE-EOF
                   NOT AT END
                       PERFORM NOTE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           .

       NOTE-MANIFEST-LINE.
           MOVE SPACES TO fav-head
           MOVE SPACES TO fav-tail
           MOVE 0 TO fav-parts
           UNSTRING SOURCE-LINE DELIMITED BY "/favorites/"
               INTO fav-head
                    fav-tail
               TALLYING IN fav-parts
           END-UNSTRING
           IF fav-parts < 2 OR FUNCTION TRIM(fav-tail) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO new-username
           UNSTRING fav-tail DELIMITED BY ".txt"
               INTO new-username
           END-UNSTRING
           IF FUNCTION TRIM(new-username) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO new-member-id
           MOVE "favorites" TO new-source
           PERFORM ADD-MEMBER
           ADD 1 TO cnt-from-fav
           .

      * LOAD-ROSTER-IDS - members.txt, one member id per line.
       LOAD-ROSTER-IDS.
           MOVE SPACES TO SOURCE-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/members.txt" DELIMITED BY SIZE
               INTO SOURCE-PATH
           END-STRING
           MOVE 0 TO SOURCE-EOF
           OPEN INPUT SOURCE-FILE
           IF SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SOURCE-EOF = 1
               READ SOURCE-FILE
                   AT END
                       MOVE 1 TO SOURCE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SOURCE-LINE) NOT = SPACES
                           MOVE SPACES TO new-username
                           MOVE FUNCTION TRIM(SOURCE-LINE)
                               TO new-member-id
                           MOVE "roster" TO new-source
                           PERFORM ADD-MEMBER
                           ADD 1 TO cnt-from-roster
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           .

      * ADD-MEMBER - new-username or new-member-id, deduplicated on
      * whichever is known; a second source is noted on the entry.
       ADD-MEMBER.
           MOVE 0 TO rm-found-idx
           PERFORM VARYING rm-idx FROM 1 BY 1
                   UNTIL rm-idx > rm-count OR rm-found-idx > 0
               IF new-username NOT = SPACES
                   AND rm-username(rm-idx) = new-username
                   MOVE rm-idx TO rm-found-idx
               END-IF
               IF new-member-id NOT = SPACES
                   AND rm-member-id(rm-idx) = new-member-id
                   MOVE rm-idx TO rm-found-idx
               END-IF
           END-PERFORM
           IF rm-found-idx > 0
               PERFORM NOTE-SECOND-SOURCE
               EXIT PARAGRAPH
           END-IF
           IF rm-count >= 1000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO rm-count
           INITIALIZE rm-entry(rm-count)
           MOVE new-username TO rm-username(rm-count)
           MOVE new-member-id TO rm-member-id(rm-count)
           MOVE new-source TO rm-source(rm-count)
           .

       NOTE-SECOND-SOURCE.
           IF rm-source(rm-found-idx) = new-source
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(rm-source(rm-found-idx))
               TO fav-head
           MOVE SPACES TO rm-source(rm-found-idx)
           STRING
               FUNCTION TRIM(fav-head) DELIMITED BY SIZE
               "+" DELIMITED BY SIZE
               FUNCTION TRIM(new-source) DELIMITED BY SIZE
               INTO rm-source(rm-found-idx)
           END-STRING
           .

      * RESOLVE-MEMBERS - usernames need their member id for the
      * sales fetch; roster ids need their username for the journal
      * line. Once both are known a roster id that turns out to be
      * a member already on the list is folded into that entry.
       RESOLVE-MEMBERS.
           PERFORM VARYING rm-idx FROM 1 BY 1 UNTIL rm-idx > rm-count
               IF rm-member-id(rm-idx) = SPACES
                   PERFORM RESOLVE-MEMBER-ID
               ELSE
                   PERFORM RESOLVE-MEMBER-USERNAME
               END-IF
               IF rm-state(rm-idx) = 1
                   PERFORM FOLD-DUPLICATE-MEMBER
               END-IF
           END-PERFORM
           .

       RESOLVE-MEMBER-ID.
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER_ID" TO api-operation
           MOVE rm-username(rm-idx) TO api-username
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0
               MOVE 2 TO rm-state(rm-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE api-response-body(1:50) TO member-id-raw
           INSPECT member-id-raw REPLACING ALL LOW-VALUE BY SPACE
           INSPECT member-id-raw REPLACING ALL X"0A" BY SPACE
           INSPECT member-id-raw REPLACING ALL X"0D" BY SPACE
           IF FUNCTION TRIM(member-id-raw) = SPACES
               OR FUNCTION LOWER-CASE(FUNCTION TRIM(member-id-raw))
                   = "null"
               MOVE 2 TO rm-state(rm-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(member-id-raw) TO rm-member-id(rm-idx)
           MOVE 1 TO rm-state(rm-idx)
           .

       RESOLVE-MEMBER-USERNAME.
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER" TO api-operation
           MOVE rm-member-id(rm-idx) TO api-member-id
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0
               MOVE 2 TO rm-state(rm-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO parsed-member-info
           UNSTRING api-response-body DELIMITED BY X"09"
               INTO member-balance
                    member-username
                    member-active
                    member-name
           END-UNSTRING
           IF FUNCTION TRIM(member-username) = SPACES
               MOVE 2 TO rm-state(rm-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(member-username) TO rm-username(rm-idx)
           MOVE 1 TO rm-state(rm-idx)
           .

       FOLD-DUPLICATE-MEMBER.
           PERFORM VARYING rm-other FROM 1 BY 1
                   UNTIL rm-other >= rm-idx
               IF rm-state(rm-other) = 1
                   AND (rm-member-id(rm-other) = rm-member-id(rm-idx)
                   OR rm-username(rm-other) = rm-username(rm-idx))
                   MOVE 4 TO rm-state(rm-idx)
                   MOVE rm-other TO rm-found-idx
                   MOVE rm-source(rm-idx) TO new-source
                   PERFORM NOTE-SECOND-SOURCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
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

      * LOAD-PRESENT-LINES - every surviving SALE line dated inside
      * the window, from the archives and the live journal alike.
       LOAD-PRESENT-LINES.
           MOVE 0 TO FILE-LIST-EOF
           OPEN INPUT FILE-LIST-FILE
           IF FILE-LIST-STATUS NOT = "00"
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
                           PERFORM LOAD-PRESENT-FROM-FILE
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

           MOVE SPACES TO JOURNAL-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/journal.log" DELIMITED BY SIZE
               INTO JOURNAL-PATH
           END-STRING
           .

       LOAD-PRESENT-FROM-FILE.
           MOVE 0 TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-EOF = 1
               READ JOURNAL-FILE
                   AT END
                       MOVE 1 TO JOURNAL-EOF
                   NOT AT END
                       PERFORM NOTE-PRESENT-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           .

       NOTE-PRESENT-LINE.
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
           IF FUNCTION TRIM(jnl-type) NOT = SPACES
               AND FUNCTION TRIM(jnl-type) NOT = "SALE"
               EXIT PARAGRAPH
           END-IF
           IF jnl-timestamp(1:8) < recover-from
               OR jnl-timestamp(1:8) > recover-to
               OR jnl-timestamp(9:1) NOT = "T"
               OR jnl-timestamp(10:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(jnl-cost) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF pr-count >= 20000
               MOVE 1 TO pr-overflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO pr-count
           MOVE FUNCTION TRIM(jnl-username) TO pr-username(pr-count)
           MOVE jnl-timestamp(1:8) TO pr-date(pr-count)
           MOVE jnl-timestamp(10:6) TO sale-time
           PERFORM TIME-TO-SECONDS
           MOVE sale-secs TO pr-secs(pr-count)
           MOVE FUNCTION NUMVAL(jnl-cost) TO pr-cost(pr-count)
           MOVE 0 TO pr-used(pr-count)
           .

       TIME-TO-SECONDS.
           COMPUTE sale-secs =
               FUNCTION NUMVAL(sale-time(1:2)) * 3600
               + FUNCTION NUMVAL(sale-time(3:2)) * 60
               + FUNCTION NUMVAL(sale-time(5:2))
           .

       PULL-SERVER-SALES.
           PERFORM VARYING rm-idx FROM 1 BY 1 UNTIL rm-idx > rm-count
               IF rm-state(rm-idx) = 1
                   PERFORM PULL-MEMBER-SALES
               END-IF
               IF rm-state(rm-idx) = 2 OR rm-state(rm-idx) = 3
                   ADD 1 TO problem-count
               END-IF
               IF rm-rows(rm-idx) >= 500
                   ADD 1 TO problem-count
               END-IF
               IF rm-unreadable(rm-idx) > 0
                   ADD 1 TO problem-count
               END-IF
           END-PERFORM
           IF pr-overflow = 1
               ADD 1 TO problem-count
           END-IF
           IF rc-overflow > 0
               ADD 1 TO problem-count
           END-IF
           .

      * PULL-MEMBER-SALES - the same xGET_MEMBER_SALES walk as
      * RECONCILE-REPORT: "timestamp<TAB>product<TAB>price" lines,
      * server time (UTC, like the journal).
       PULL-MEMBER-SALES.
           DISPLAY "  " FUNCTION TRIM(rm-username(rm-idx))
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER_SALES" TO api-operation
           MOVE rm-member-id(rm-idx) TO api-member-id
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL
           IF api-response-status NOT = 0
               DISPLAY "    sales fetch failed"
               MOVE 3 TO rm-state(rm-idx)
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO sales-pos
           PERFORM UNTIL sales-pos >
                   FUNCTION LENGTH(FUNCTION TRIM(api-response-body))
               MOVE SPACES TO sales-line-raw
               UNSTRING api-response-body DELIMITED BY X"0A"
                   INTO sales-line-raw
                   WITH POINTER sales-pos
               END-UNSTRING
               IF FUNCTION TRIM(sales-line-raw) NOT = SPACES
                   ADD 1 TO rm-rows(rm-idx)
                   PERFORM TAKE-SERVER-SALE
               END-IF
           END-PERFORM
           .

       TAKE-SERVER-SALE.
           MOVE SPACES TO sales-timestamp
           MOVE SPACES TO sales-product
           MOVE SPACES TO sales-price-text
           UNSTRING sales-line-raw DELIMITED BY X"09"
               INTO sales-timestamp
                    sales-product
                    sales-price-text
           END-UNSTRING

      *    "YYYY-MM-DD?hh:mm:ss..." - anything else can't be placed
      *    in time and is only counted.
           MOVE SPACES TO sale-date
           STRING
               sales-timestamp(1:4) DELIMITED BY SIZE
               sales-timestamp(6:2) DELIMITED BY SIZE
               sales-timestamp(9:2) DELIMITED BY SIZE
               INTO sale-date
           END-STRING
           MOVE SPACES TO sale-time
           STRING
               sales-timestamp(12:2) DELIMITED BY SIZE
               sales-timestamp(15:2) DELIMITED BY SIZE
               sales-timestamp(18:2) DELIMITED BY SIZE
               INTO sale-time
           END-STRING
           IF sale-date IS NOT NUMERIC OR sale-time IS NOT NUMERIC
               OR FUNCTION TEST-NUMVAL(sales-price-text) NOT = 0
               ADD 1 TO rm-unreadable(rm-idx)
               EXIT PARAGRAPH
           END-IF
           IF sale-date < recover-from OR sale-date > recover-to
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO rm-in-window(rm-idx)
           MOVE FUNCTION NUMVAL(sales-price-text) TO sales-price-num
           PERFORM TIME-TO-SECONDS

           PERFORM FIND-PRESENT-MATCH
           IF pr-found-idx > 0
               MOVE 1 TO pr-used(pr-found-idx)
               ADD 1 TO rm-present(rm-idx)
               ADD 1 TO present-total
               EXIT PARAGRAPH
           END-IF

           IF rc-count >= 20000
               ADD 1 TO rc-overflow
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-RECOVERED-LINE
           ADD 1 TO rm-recovered(rm-idx)
           ADD sales-price-num TO rm-amount(rm-idx)
           ADD sales-price-num TO recovered-total
           PERFORM TALLY-RECOVERED-DAY
           .

      * FIND-PRESENT-MATCH - an unused surviving line for the same
      * member, day and amount stamped within two minutes of the
      * server's time (the kiosk stamps after the POST returns).
       FIND-PRESENT-MATCH.
           MOVE 0 TO pr-found-idx
           PERFORM VARYING pr-idx FROM 1 BY 1
                   UNTIL pr-idx > pr-count OR pr-found-idx > 0
               IF pr-used(pr-idx) = 0
                   AND pr-date(pr-idx) = sale-date
                   AND pr-cost(pr-idx) = sales-price-num
                   AND pr-username(pr-idx) = rm-username(rm-idx)
                   COMPUTE pr-diff = pr-secs(pr-idx) - sale-secs
                   IF pr-diff >= -120 AND pr-diff <= 120
                       MOVE pr-idx TO pr-found-idx
                   END-IF
               END-IF
           END-PERFORM
           .

       BUILD-RECOVERED-LINE.
           ADD 1 TO rc-count
           MOVE rm-username(rm-idx) TO rc-username(rc-count)
           MOVE sale-date TO rc-date(rc-count)
           MOVE sales-price-num TO COST-DISP
           INSPECT sales-product REPLACING ALL X"09" BY SPACE
           MOVE SPACES TO rc-line(rc-count)
           STRING
               sale-date DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               sale-time DELIMITED BY SIZE
               "Z" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(rm-username(rm-idx)) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(sales-product) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "SALE" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "batch" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "batch" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "RECOVERED" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               "v4" DELIMITED BY SIZE
               INTO rc-line(rc-count)
           END-STRING
           .

       TALLY-RECOVERED-DAY.
           MOVE 0 TO dy-found-idx
           PERFORM VARYING dy-idx FROM 1 BY 1
                   UNTIL dy-idx > dy-count OR dy-found-idx > 0
               IF dy-date(dy-idx) = sale-date
                   MOVE dy-idx TO dy-found-idx
               END-IF
           END-PERFORM
           IF dy-found-idx = 0
               IF dy-count >= 400
                   EXIT PARAGRAPH
               END-IF
      *        Keep the table in date order: shift later days up.
               ADD 1 TO dy-count
               MOVE dy-count TO dy-found-idx
               PERFORM UNTIL dy-found-idx = 1
                   OR dy-date(dy-found-idx - 1) < sale-date
                   MOVE dy-entry(dy-found-idx - 1)
                       TO dy-entry(dy-found-idx)
                   SUBTRACT 1 FROM dy-found-idx
               END-PERFORM
               MOVE sale-date TO dy-date(dy-found-idx)
               MOVE 0 TO dy-sales(dy-found-idx)
               MOVE 0 TO dy-amount(dy-found-idx)
           END-IF
           ADD 1 TO dy-sales(dy-found-idx)
           ADD sales-price-num TO dy-amount(dy-found-idx)
           .

      * APPEND-RECOVERED-LINES - sealed onward from journal-seq.txt
      * exactly as WRITE-JOURNAL-ENTRY would; with no counter left
      * the chain starts fresh at seq 1.
       APPEND-RECOVERED-LINES.
           COMPUTE first-seq = JNL-SEQ-NUM + 1
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING rc-idx FROM 1 BY 1 UNTIL rc-idx > rc-count
               MOVE rc-line(rc-idx) TO JOURNAL-LINE
               ADD 1 TO JNL-SEQ-NUM
               PERFORM COMPUTE-JOURNAL-CHECKSUM
               MOVE JNL-SEQ-NUM TO JNL-SEQ-DISP
               MOVE JNL-PREV-CHK TO JNL-CHK-DISP
               STRING
                   FUNCTION TRIM(rc-line(rc-idx)) DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   JNL-SEQ-DISP DELIMITED BY SIZE
                   X"09" DELIMITED BY SIZE
                   JNL-CHK-DISP DELIMITED BY SIZE
                   INTO JOURNAL-LINE
               END-STRING
               WRITE JOURNAL-LINE
               MOVE JOURNAL-LINE TO rc-line(rc-idx)
           END-PERFORM
           CLOSE JOURNAL-FILE
           PERFORM SAVE-JOURNAL-SEQ
           .

      * MIRROR-TO-STORE - the indexed lookup store gets the same
      * lines; a missing store is not an error, as in the TUI.
       MIRROR-TO-STORE.
           PERFORM VARYING rc-idx FROM 1 BY 1 UNTIL rc-idx > rc-count
               MOVE SPACES TO jstore-request-data
               MOVE "WRITE" TO jstore-op
               MOVE rc-date(rc-idx) TO jstore-date
               MOVE rc-username(rc-idx) TO jstore-username
               MOVE rc-line(rc-idx) TO jstore-line
               CALL "JOURNAL-STORE" USING
                   jstore-request-data
                   jstore-response-data
                   ON EXCEPTION
                       MOVE 1 TO jstore-status
               END-CALL
               IF jstore-status NOT = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       COMPUTE-JOURNAL-CHECKSUM.
           MOVE 0 TO JNL-LINE-SUM
           COMPUTE JNL-SUM-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(JOURNAL-LINE))
           PERFORM VARYING JNL-SUM-POS FROM 1 BY 1
                   UNTIL JNL-SUM-POS > JNL-SUM-LEN
               COMPUTE JNL-LINE-SUM = JNL-LINE-SUM
                   + FUNCTION ORD(JOURNAL-LINE(JNL-SUM-POS:1)) - 1
           END-PERFORM
           COMPUTE JNL-CHK-WORK =
               FUNCTION MOD(JNL-PREV-CHK * 131
                   + JNL-LINE-SUM * 7 + JNL-SEQ-NUM, 999999937)
           MOVE JNL-CHK-WORK TO JNL-PREV-CHK
           .

       LOAD-JOURNAL-SEQ.
           MOVE 0 TO JNL-SEQ-NUM
           MOVE 0 TO JNL-PREV-CHK
           OPEN INPUT JOURNAL-SEQ-FILE
           IF JOURNAL-SEQ-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ JOURNAL-SEQ-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO JNL-SEQ-TEXT
                   MOVE SPACES TO JNL-CHK-TEXT
                   UNSTRING JOURNAL-SEQ-LINE DELIMITED BY X"09"
                       INTO JNL-SEQ-TEXT
                            JNL-CHK-TEXT
                   END-UNSTRING
                   IF FUNCTION TRIM(JNL-SEQ-TEXT) NOT = SPACES
                       MOVE FUNCTION NUMVAL(JNL-SEQ-TEXT)
                           TO JNL-SEQ-NUM
                   END-IF
                   IF FUNCTION TRIM(JNL-CHK-TEXT) NOT = SPACES
                       MOVE FUNCTION NUMVAL(JNL-CHK-TEXT)
                           TO JNL-PREV-CHK
                   END-IF
           END-READ
           CLOSE JOURNAL-SEQ-FILE
           .

       SAVE-JOURNAL-SEQ.
           OPEN OUTPUT JOURNAL-SEQ-FILE
           MOVE JNL-SEQ-NUM TO JNL-SEQ-DISP
           MOVE JNL-PREV-CHK TO JNL-CHK-DISP
           MOVE SPACES TO JOURNAL-SEQ-LINE
           STRING
               JNL-SEQ-DISP DELIMITED BY SIZE
               X"09" DELIMITED BY SIZE
               JNL-CHK-DISP DELIMITED BY SIZE
               INTO JOURNAL-SEQ-LINE
           END-STRING
           WRITE JOURNAL-SEQ-LINE
           CLOSE JOURNAL-SEQ-FILE
           .

      * ACQUIRE-JOURNAL-LOCK / RELEASE-JOURNAL-LOCK - the same
      * mkdir-based cooperative lock the TUI takes around its
      * journal writes, with the same bounded wait and loud
      * stale-lock break.
       ACQUIRE-JOURNAL-LOCK.
           MOVE 0 TO lock-ok
           PERFORM VARYING lock-tries FROM 1 BY 1
                   UNTIL lock-tries > 10 OR lock-ok = 1
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir -p " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks && mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/journal.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
                   RETURNING lock-cmd-result
               END-CALL
               IF lock-cmd-result = 0
                   MOVE 1 TO lock-ok
               ELSE
                   CALL "SYSTEM" USING "sleep 1"
                   END-CALL
               END-IF
           END-PERFORM
           IF lock-ok = 0
               DISPLAY "Breaking stale journal lock."
               PERFORM RELEASE-JOURNAL-LOCK
               MOVE SPACES TO SYSTEM-CMD
               STRING
                   "mkdir " DELIMITED BY SIZE
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/locks/journal.lock 2>/dev/null"
                       DELIMITED BY SIZE
                   INTO SYSTEM-CMD
               END-STRING
               CALL "SYSTEM" USING SYSTEM-CMD
               END-CALL
           END-IF
           .

       RELEASE-JOURNAL-LOCK.
           MOVE SPACES TO SYSTEM-CMD
           STRING
               "rmdir " DELIMITED BY SIZE
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/locks/journal.lock 2>/dev/null" DELIMITED BY SIZE
               INTO SYSTEM-CMD
           END-STRING
           CALL "SYSTEM" USING SYSTEM-CMD
           END-CALL
           .

      * WRITE-REPORT - what came back, per day and per member, and
      * what server history cannot give back at all.
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Could not write " FUNCTION TRIM(REPORT-PATH)
               ADD 1 TO problem-count
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "Journal recovery from server history, run "
                   DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Window " DELIMITED BY SIZE
               recover-from DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               recover-to DELIMITED BY SIZE
               " (from " DELIMITED BY SIZE
               FUNCTION TRIM(from-source) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE cnt-from-cf TO display-count
           MOVE cnt-from-fav TO display-count2
           MOVE cnt-from-roster TO display-count3
           MOVE SPACES TO REPORT-LINE
           STRING "Member sources: carry-forward " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               ", favorites " DELIMITED BY SIZE
               FUNCTION TRIM(display-count2) DELIMITED BY SIZE
               ", roster " DELIMITED BY SIZE
               FUNCTION TRIM(display-count3) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF rc-count > 0
               MOVE first-seq TO display-count
               MOVE JNL-SEQ-NUM TO display-seq
               MOVE SPACES TO REPORT-LINE
               STRING "Appended to journal.log as seq "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " .. " DELIMITED BY SIZE
                   FUNCTION TRIM(display-seq) DELIMITED BY SIZE
                   ", backend RECOVERED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "RECOVERED BY DAY" TO REPORT-LINE
           WRITE REPORT-LINE
           IF dy-count = 0
               MOVE "  (nothing recovered)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING dy-idx FROM 1 BY 1 UNTIL dy-idx > dy-count
               MOVE SPACES TO REPORT-LINE
               MOVE dy-date(dy-idx) TO REPORT-LINE(3:8)
               MOVE dy-sales(dy-idx) TO display-count
               MOVE display-count TO REPORT-LINE(13:7)
               MOVE " sales" TO REPORT-LINE(20:6)
               COMPUTE money-kr = dy-amount(dy-idx) / 100
               MOVE money-kr TO display-cost
               MOVE display-cost TO REPORT-LINE(28:11)
               MOVE " kr" TO REPORT-LINE(39:3)
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BY MEMBER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "member" TO REPORT-LINE(3:6)
           MOVE "id" TO REPORT-LINE(27:2)
           MOVE "in window" TO REPORT-LINE(36:9)
           MOVE "present" TO REPORT-LINE(47:7)
           MOVE "recovered" TO REPORT-LINE(56:9)
           MOVE "source / note" TO REPORT-LINE(67:13)
           WRITE REPORT-LINE
           PERFORM VARYING rm-idx FROM 1 BY 1 UNTIL rm-idx > rm-count
               IF rm-state(rm-idx) NOT = 4
                   PERFORM WRITE-MEMBER-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-NOT-RECOVERABLE
           CLOSE REPORT-FILE
           .

       WRITE-MEMBER-LINE.
           MOVE SPACES TO REPORT-LINE
           IF rm-username(rm-idx) = SPACES
               MOVE "?" TO REPORT-LINE(3:1)
           ELSE
               MOVE rm-username(rm-idx) TO REPORT-LINE(3:22)
           END-IF
           MOVE rm-member-id(rm-idx) TO REPORT-LINE(27:8)
           MOVE rm-in-window(rm-idx) TO display-count
           MOVE display-count TO REPORT-LINE(38:7)
           MOVE rm-present(rm-idx) TO display-count
           MOVE display-count TO REPORT-LINE(47:7)
           MOVE rm-recovered(rm-idx) TO display-count
           MOVE display-count TO REPORT-LINE(58:7)
           EVALUATE TRUE
               WHEN rm-state(rm-idx) = 2
                   MOVE "LOOKUP FAILED - not recovered"
                       TO REPORT-LINE(67:40)
               WHEN rm-state(rm-idx) = 3
                   MOVE "SALES FETCH FAILED - not recovered"
                       TO REPORT-LINE(67:40)
               WHEN rm-rows(rm-idx) >= 500
                   MOVE "500-ROW CAP - older sales may be missing"
                       TO REPORT-LINE(67:40)
               WHEN rm-unreadable(rm-idx) > 0
                   MOVE rm-unreadable(rm-idx) TO display-count
                   STRING FUNCTION TRIM(display-count)
                           DELIMITED BY SIZE
                       " UNREADABLE server rows skipped"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE(67:40)
                   END-STRING
               WHEN OTHER
                   MOVE rm-source(rm-idx) TO REPORT-LINE(67:40)
           END-EVALUATE
           WRITE REPORT-LINE
           .

       WRITE-NOT-RECOVERABLE.
           MOVE "NOT RECOVERABLE FROM SERVER HISTORY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Deposits (DEP, FXDEP) and every other non-sale line"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    (voids, returns, pant, payouts, adjustments)."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Cash tender and payment references of lost sales."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Event codes - recovered sales count as no event."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Room, shift, operator and sale key (written as -)."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Running balances (left blank on recovered lines)."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Members on none of the surviving member lists."
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF pr-overflow = 1
               MOVE "  Surviving journal too large to compare in full"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "    - some recovered sales may be duplicates."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF rc-overflow > 0
               MOVE rc-overflow TO display-count
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " sales over the per-run limit - run again to"
                       DELIMITED BY SIZE
                   " take the rest." DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM JOURNAL-RECOVER.
