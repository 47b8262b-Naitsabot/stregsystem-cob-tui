      ******************************************************************
      * Author: Naitsabot
      * Purpose: Nightly member master refresh and side-file check
      * Description:
      *     Batch job that brings the indexed member master (see
      *     MEMBER-MASTER) up to date from the server and then checks
      *     the member side files against it, instead of against each
      *     other.
      *
      *     Members come from the master itself plus every username
      *     in membercards.txt, member-pins.txt, member-groups.txt,
      *     member-limits.txt, the shadow ledger and the journal
      *     (archives and live). A username the master does not hold
      *     yet is resolved to its member id - the shadow ledger's id
      *     when it has one, otherwise xGET_MEMBER_ID - and every
      *     member is then fetched by id with xGET_MEMBER, so the
      *     server's current username, display name and active flag
      *     land in the master even after a rename. A member the
      *     server answers 404 for is kept as GONE. Card, group and
      *     limit profile are taken from the side files, the join
      *     date is kept once set (first journal date for a new
      *     member) and last-seen is the latest journal date.
      *
      *     The check lists, per side file, entries whose username
      *     is not a member on the master, entries still under a
      *     username the server has since renamed (MEMBER-MERGE
      *     moves them), cards/PINs/limits of INACTIVE or GONE
      *     members, shadow-ledger ids that disagree with the master
      *     and pending signups whose wanted username is already a
      *     member. Exit 1 when the master cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-REFRESH.

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
           SELECT SIDE-FILE
               ASSIGN TO SIDE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  SIDE-FILE.
        01 SIDE-LINE            PIC X(512).

       WORKING-STORAGE SECTION.
       COPY "copybooks/api-request.cpy".
       COPY "copybooks/api-response.cpy".
       COPY "copybooks/parsed-sale-result.cpy".
       COPY "copybooks/parsed-deposit-result.cpy".
       COPY "copybooks/parsed-void-result.cpy".
       COPY "copybooks/parsed-member-info.cpy".
       COPY "copybooks/member-master.cpy".

       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SIDE-PATH             PIC X(256).
       01 SIDE-STATUS           PIC XX.
       01 SIDE-EOF              PIC 9 VALUE 0.
       01 SYSTEM-CMD            PIC X(600).

       COPY "copybooks/journal-line.cpy".

      * side-file-names - read in this order; side-kind is the
      * index, and ut-in(kind) flags which files name a username.
       01 side-file-names.
           05 FILLER PIC X(20) VALUE "membercards.txt".
           05 FILLER PIC X(20) VALUE "member-pins.txt".
           05 FILLER PIC X(20) VALUE "member-groups.txt".
           05 FILLER PIC X(20) VALUE "member-limits.txt".
           05 FILLER PIC X(20) VALUE "shadow-ledger.txt".
           05 FILLER PIC X(20) VALUE "pending-members.txt".
       01 side-file-table REDEFINES side-file-names.
           05 side-file-name OCCURS 6 TIMES PIC X(20).
       01 side-kind             PIC 9 COMP-5.
       01 side-user             PIC X(64).
       01 side-f1               PIC X(64).
       01 side-f2               PIC X(64).
       01 side-f3               PIC X(64).
       01 side-f4               PIC X(64).

      * master-table - the master as read, then as refreshed; the
      * entry layout matches mmast-record so a record moves whole.
       01 master-table.
           05 mt-count          PIC 9(4) COMP-5 VALUE 0.
           05 mt-entry OCCURS 500 TIMES.
               10 mt-rec.
                   15 mt-member-id  PIC X(8).
                   15 mt-username   PIC X(64).
                   15 mt-name       PIC X(50).
                   15 mt-status     PIC X(8).
                   15 mt-card       PIC X(24).
                   15 mt-group      PIC X(30).
                   15 mt-limit      PIC X(16).
                   15 mt-joined     PIC X(8).
                   15 mt-last-seen  PIC X(8).
                   15 mt-refreshed  PIC X(15).
               10 mt-old-username   PIC X(64).
               10 mt-is-new         PIC 9.
      *        O fetched, F fetch failed, G gone (404)
               10 mt-fetch          PIC X.
           05 mt-idx            PIC 9(4) COMP-5.
           05 mt-found-idx      PIC 9(4) COMP-5.

      * user-table - every username met in the side files and the
      * journal, with what each says about it.
       01 user-table.
           05 ut-count          PIC 9(4) COMP-5 VALUE 0.
           05 ut-entry OCCURS 1000 TIMES.
               10 ut-username       PIC X(64).
               10 ut-first          PIC X(8).
               10 ut-last           PIC X(8).
               10 ut-shadow-id      PIC X(8).
               10 ut-card           PIC X(24).
               10 ut-group          PIC X(30).
               10 ut-limit          PIC X(16).
               10 ut-in             PIC 9 OCCURS 6 TIMES.
               10 ut-in-journal     PIC 9.
               10 ut-mt-idx         PIC 9(4) COMP-5.
           05 ut-idx            PIC 9(4) COMP-5.
           05 ut-found-idx      PIC 9(4) COMP-5.
       01 lookup-username       PIC X(64).

       01 today-date            PIC X(8).
       01 now-stamp             PIC X(15).
       01 member-id-raw         PIC X(50).
       01 limit-max-text        PIC X(16).

       01 refresh-counts.
           05 cnt-master-read   PIC 9(5) COMP-5 VALUE 0.
           05 cnt-added         PIC 9(5) COMP-5 VALUE 0.
           05 cnt-renamed       PIC 9(5) COMP-5 VALUE 0.
           05 cnt-gone          PIC 9(5) COMP-5 VALUE 0.
           05 cnt-failed        PIC 9(5) COMP-5 VALUE 0.
           05 cnt-unresolved    PIC 9(5) COMP-5 VALUE 0.
           05 cnt-written       PIC 9(5) COMP-5 VALUE 0.
           05 cnt-findings      PIC 9(5) COMP-5 VALUE 0.
       01 display-count         PIC ZZZ,ZZ9.
       01 finding-text          PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM MEMBER MASTER REFRESH"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM LOAD-MASTER
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM LOAD-SIDE-FILES
           PERFORM LINK-USERS-TO-MASTER
           PERFORM RESOLVE-NEW-MEMBERS
           PERFORM FETCH-ALL-MEMBERS
           PERFORM WRITE-MASTER
           PERFORM CHECK-SIDE-FILES
           PERFORM PRINT-SUMMARY
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
               "/member-refresh-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:8) TO today-date
           MOVE SPACES TO now-stamp
           STRING FUNCTION CURRENT-DATE(1:8) "T"
               FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
               INTO now-stamp
           END-STRING
           .

      * LOAD-MASTER - Walk the master in id order into the table.
       LOAD-MASTER.
           MOVE SPACES TO mmast-request-data
           MOVE "NEXT" TO mmast-op
           PERFORM UNTIL mt-count >= 500
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
               IF mmast-rc NOT = 0
                   DISPLAY "Member master cannot be opened - "
                       "nothing refreshed."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF mmast-found = 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO mt-count
               MOVE mmast-record TO mt-rec(mt-count)
               MOVE mt-username(mt-count)
                   TO mt-old-username(mt-count)
               MOVE 0 TO mt-is-new(mt-count)
               MOVE "F" TO mt-fetch(mt-count)
           END-PERFORM
           MOVE mt-count TO cnt-master-read
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

      * PROCESS-JOURNAL-LINE - First and latest date per username.
      * A GUEST line's username is the host, who was there too.
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

           IF FUNCTION TRIM(jnl-username) = SPACES
               OR jnl-timestamp(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE jnl-username TO lookup-username
           PERFORM FIND-OR-ADD-USER
           IF ut-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ut-in-journal(ut-found-idx)
           IF ut-first(ut-found-idx) = SPACES
               OR jnl-timestamp(1:8) < ut-first(ut-found-idx)
               MOVE jnl-timestamp(1:8) TO ut-first(ut-found-idx)
           END-IF
           IF jnl-timestamp(1:8) > ut-last(ut-found-idx)
               MOVE jnl-timestamp(1:8) TO ut-last(ut-found-idx)
           END-IF
           .

       FIND-USER.
           MOVE 0 TO ut-found-idx
           PERFORM VARYING ut-idx FROM 1 BY 1
                   UNTIL ut-idx > ut-count
               IF ut-username(ut-idx) = FUNCTION TRIM(lookup-username)
                   MOVE ut-idx TO ut-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

       FIND-OR-ADD-USER.
           PERFORM FIND-USER
           IF ut-found-idx = 0 AND ut-count < 1000
               ADD 1 TO ut-count
               MOVE ut-count TO ut-found-idx
               MOVE SPACES TO ut-entry(ut-found-idx)
               MOVE FUNCTION TRIM(lookup-username)
                   TO ut-username(ut-found-idx)
               MOVE 0 TO ut-in(ut-found-idx, 1)
               MOVE 0 TO ut-in(ut-found-idx, 2)
               MOVE 0 TO ut-in(ut-found-idx, 3)
               MOVE 0 TO ut-in(ut-found-idx, 4)
               MOVE 0 TO ut-in(ut-found-idx, 5)
               MOVE 0 TO ut-in(ut-found-idx, 6)
               MOVE 0 TO ut-in-journal(ut-found-idx)
               MOVE 0 TO ut-mt-idx(ut-found-idx)
           END-IF
           .

      * LOAD-SIDE-FILES - Each side file in turn through the one
      * SIDE-FILE, the username pulled from wherever that file
      * keeps it.
       LOAD-SIDE-FILES.
           PERFORM VARYING side-kind FROM 1 BY 1 UNTIL side-kind > 6
               MOVE SPACES TO SIDE-PATH
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(side-file-name(side-kind))
                       DELIMITED BY SIZE
                   INTO SIDE-PATH
               END-STRING
               MOVE 0 TO SIDE-EOF
               OPEN INPUT SIDE-FILE
               IF SIDE-STATUS = "00"
                   PERFORM UNTIL SIDE-EOF = 1
                       READ SIDE-FILE
                           AT END
                               MOVE 1 TO SIDE-EOF
                           NOT AT END
                               PERFORM PARSE-SIDE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SIDE-FILE
               END-IF
           END-PERFORM
           .

      * PARSE-SIDE-LINE - membercards.txt is "code=username";
      * pending-members.txt has the wanted username third; the
      * rest lead with the username.
       PARSE-SIDE-LINE.
           IF FUNCTION TRIM(SIDE-LINE) = SPACES
               OR SIDE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO side-f1
           MOVE SPACES TO side-f2
           MOVE SPACES TO side-f3
           MOVE SPACES TO side-f4
           IF side-kind = 1
               UNSTRING SIDE-LINE DELIMITED BY "="
                   INTO side-f1
                        side-f2
               END-UNSTRING
               MOVE side-f2 TO side-user
           ELSE
               UNSTRING SIDE-LINE DELIMITED BY X"09"
                   INTO side-f1
                        side-f2
                        side-f3
                        side-f4
               END-UNSTRING
               IF side-kind = 6
                   MOVE side-f3 TO side-user
               ELSE
                   MOVE side-f1 TO side-user
               END-IF
           END-IF
           IF FUNCTION TRIM(side-user) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE side-user TO lookup-username
           PERFORM FIND-OR-ADD-USER
           IF ut-found-idx = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO ut-in(ut-found-idx, side-kind)
           EVALUATE side-kind
               WHEN 1
                   MOVE side-f1 TO ut-card(ut-found-idx)
               WHEN 3
                   MOVE side-f2 TO ut-group(ut-found-idx)
               WHEN 4
                   MOVE SPACES TO ut-limit(ut-found-idx)
                   MOVE side-f3 TO limit-max-text
                   STRING
                       FUNCTION UPPER-CASE(FUNCTION TRIM(side-f2))
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(limit-max-text)
                           DELIMITED BY SIZE
                       INTO ut-limit(ut-found-idx)
                   END-STRING
               WHEN 5
                   MOVE side-f2 TO ut-shadow-id(ut-found-idx)
           END-EVALUATE
           .

      * LINK-USERS-TO-MASTER - Tie each username to the master
      * record that carries it.
       LINK-USERS-TO-MASTER.
           PERFORM VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx > mt-count
               MOVE mt-username(mt-idx) TO lookup-username
               PERFORM FIND-USER
               IF ut-found-idx NOT = 0
                   MOVE mt-idx TO ut-mt-idx(ut-found-idx)
               END-IF
           END-PERFORM
           .

      * RESOLVE-NEW-MEMBERS - A username the master lacks gets its
      * member id (shadow ledger first, then the server). An id
      * already on the master means that member was renamed; a new
      * id becomes a new master record. Usernames only seen as a
      * pending signup are not members yet.
       RESOLVE-NEW-MEMBERS.
           PERFORM VARYING ut-idx FROM 1 BY 1 UNTIL ut-idx > ut-count
               IF ut-mt-idx(ut-idx) = 0
                   AND (ut-in(ut-idx, 1) = 1 OR ut-in(ut-idx, 2) = 1
                     OR ut-in(ut-idx, 3) = 1 OR ut-in(ut-idx, 4) = 1
                     OR ut-in(ut-idx, 5) = 1
                     OR ut-in-journal(ut-idx) = 1)
                   PERFORM RESOLVE-ONE-USER
               END-IF
           END-PERFORM
           .

       RESOLVE-ONE-USER.
           MOVE SPACES TO member-id-raw
           IF FUNCTION TRIM(ut-shadow-id(ut-idx)) NOT = SPACES
               MOVE ut-shadow-id(ut-idx) TO member-id-raw
           ELSE
               MOVE SPACES TO api-request-data
               MOVE "xGET_MEMBER_ID" TO api-operation
               MOVE ut-username(ut-idx) TO api-username
               CALL "STREGSYSTEM-API" USING
                   api-request-data
                   api-response-data
               END-CALL
               IF api-response-status NOT = 0
                   ADD 1 TO cnt-unresolved
                   EXIT PARAGRAPH
               END-IF
               MOVE api-response-body TO member-id-raw
               INSPECT member-id-raw REPLACING ALL LOW-VALUE BY SPACE
               INSPECT member-id-raw REPLACING ALL X"0A" BY SPACE
               INSPECT member-id-raw REPLACING ALL X"0D" BY SPACE
           END-IF
           MOVE FUNCTION TRIM(member-id-raw) TO member-id-raw
           IF member-id-raw = SPACES
               OR FUNCTION LOWER-CASE(member-id-raw(1:4)) = "null"
               ADD 1 TO cnt-unresolved
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO mt-found-idx
           PERFORM VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx > mt-count
               IF mt-member-id(mt-idx) = member-id-raw(1:8)
                   MOVE mt-idx TO mt-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF mt-found-idx = 0
               IF mt-count >= 500
                   ADD 1 TO cnt-unresolved
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO mt-count
               MOVE mt-count TO mt-found-idx
               MOVE SPACES TO mt-entry(mt-found-idx)
               MOVE member-id-raw(1:8) TO mt-member-id(mt-found-idx)
               MOVE ut-username(ut-idx) TO mt-username(mt-found-idx)
               MOVE ut-username(ut-idx)
                   TO mt-old-username(mt-found-idx)
               MOVE "ACTIVE" TO mt-status(mt-found-idx)
               MOVE 1 TO mt-is-new(mt-found-idx)
               MOVE "F" TO mt-fetch(mt-found-idx)
               ADD 1 TO cnt-added
           END-IF
           MOVE mt-found-idx TO ut-mt-idx(ut-idx)
           .

      * FETCH-ALL-MEMBERS - xGET_MEMBER for every master record,
      * then the side-file and journal facts under its username.
       FETCH-ALL-MEMBERS.
           PERFORM VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx > mt-count
               PERFORM FETCH-ONE-MEMBER
               PERFORM APPLY-USER-FACTS
           END-PERFORM
           .

       FETCH-ONE-MEMBER.
           MOVE SPACES TO api-request-data
           MOVE "xGET_MEMBER" TO api-operation
           MOVE mt-member-id(mt-idx) TO api-member-id
           CALL "STREGSYSTEM-API" USING
               api-request-data
               api-response-data
           END-CALL

           IF api-response-status NOT = 0
               IF api-http-status = 404
                   MOVE "G" TO mt-fetch(mt-idx)
                   MOVE "GONE" TO mt-status(mt-idx)
                   MOVE now-stamp TO mt-refreshed(mt-idx)
                   ADD 1 TO cnt-gone
               ELSE
                   MOVE "F" TO mt-fetch(mt-idx)
                   ADD 1 TO cnt-failed
                   DISPLAY "  Member fetch failed for id "
                       FUNCTION TRIM(mt-member-id(mt-idx))
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO parsed-member-info
           UNSTRING api-response-body DELIMITED BY X"09"
               INTO member-balance
                    member-username
                    member-active
                    member-name
           END-UNSTRING

           MOVE "O" TO mt-fetch(mt-idx)
           MOVE now-stamp TO mt-refreshed(mt-idx)
           IF FUNCTION TRIM(member-name) NOT = SPACES
               MOVE member-name TO mt-name(mt-idx)
           END-IF
           IF FUNCTION LOWER-CASE(FUNCTION TRIM(member-active))
                   = "false"
               MOVE "INACTIVE" TO mt-status(mt-idx)
           ELSE
               MOVE "ACTIVE" TO mt-status(mt-idx)
           END-IF
           IF FUNCTION TRIM(member-username) NOT = SPACES
               AND FUNCTION TRIM(member-username)
                   NOT = FUNCTION TRIM(mt-username(mt-idx))
               MOVE FUNCTION TRIM(member-username)
                   TO mt-username(mt-idx)
               IF mt-is-new(mt-idx) = 0
                   ADD 1 TO cnt-renamed
                   DISPLAY "  Renamed: id "
                       FUNCTION TRIM(mt-member-id(mt-idx)) " "
                       FUNCTION TRIM(mt-old-username(mt-idx))
                       " -> " FUNCTION TRIM(mt-username(mt-idx))
               END-IF
           END-IF
           .

      * APPLY-USER-FACTS - Card, group and limit profile from the
      * side files under the member's current username, each only
      * where its file names the member so a hand edit on the
      * master stands otherwise; join date kept once set; last-seen
      * only ever moves forward.
       APPLY-USER-FACTS.
           MOVE mt-username(mt-idx) TO lookup-username
           PERFORM FIND-USER
           IF ut-found-idx = 0
               MOVE mt-old-username(mt-idx) TO lookup-username
               PERFORM FIND-USER
           END-IF
           IF ut-found-idx = 0
               IF mt-joined(mt-idx) = SPACES
                   MOVE today-date TO mt-joined(mt-idx)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ut-in(ut-found-idx, 1) = 1
               MOVE ut-card(ut-found-idx) TO mt-card(mt-idx)
           END-IF
           IF ut-in(ut-found-idx, 3) = 1
               MOVE ut-group(ut-found-idx) TO mt-group(mt-idx)
           END-IF
           IF ut-in(ut-found-idx, 4) = 1
               MOVE ut-limit(ut-found-idx) TO mt-limit(mt-idx)
           END-IF
           IF mt-joined(mt-idx) = SPACES
               IF ut-first(ut-found-idx) NOT = SPACES
                   MOVE ut-first(ut-found-idx) TO mt-joined(mt-idx)
               ELSE
                   MOVE today-date TO mt-joined(mt-idx)
               END-IF
           END-IF
           IF ut-last(ut-found-idx) > mt-last-seen(mt-idx)
               MOVE ut-last(ut-found-idx) TO mt-last-seen(mt-idx)
           END-IF
           .

       WRITE-MASTER.
           PERFORM VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx > mt-count
               MOVE SPACES TO mmast-request-data
               MOVE "WRITE" TO mmast-op
               MOVE mt-rec(mt-idx) TO mmast-record
               CALL "MEMBER-MASTER" USING
                   mmast-request-data
                   mmast-response-data
               END-CALL
               IF mmast-rc = 0
                   ADD 1 TO cnt-written
               ELSE
                   DISPLAY "  Master write failed for id "
                       FUNCTION TRIM(mt-member-id(mt-idx))
               END-IF
           END-PERFORM
           .

      * CHECK-SIDE-FILES - Every side-file username against the
      * refreshed master.
       CHECK-SIDE-FILES.
           DISPLAY " "
           DISPLAY "Side files checked against the member master:"
           PERFORM VARYING ut-idx FROM 1 BY 1 UNTIL ut-idx > ut-count
               PERFORM VARYING side-kind FROM 1 BY 1
                       UNTIL side-kind > 6
                   IF ut-in(ut-idx, side-kind) = 1
                       PERFORM CHECK-ONE-SIDE-ENTRY
                   END-IF
               END-PERFORM
           END-PERFORM
           IF cnt-findings = 0
               DISPLAY "  No discrepancies."
           END-IF
           .

       CHECK-ONE-SIDE-ENTRY.
           MOVE SPACES TO finding-text
           MOVE 0 TO mt-found-idx
           PERFORM VARYING mt-idx FROM 1 BY 1 UNTIL mt-idx > mt-count
               IF mt-username(mt-idx) = ut-username(ut-idx)
                   MOVE mt-idx TO mt-found-idx
                   EXIT PERFORM
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN side-kind = 6
                   IF mt-found-idx NOT = 0
                       MOVE "wanted username is already a member"
                           TO finding-text
                   END-IF
               WHEN mt-found-idx NOT = 0
                   IF side-kind = 5
                       AND FUNCTION TRIM(ut-shadow-id(ut-idx))
                           NOT = SPACES
                       AND ut-shadow-id(ut-idx)
                           NOT = mt-member-id(mt-found-idx)
                       STRING "member id " DELIMITED BY SIZE
                           FUNCTION TRIM(ut-shadow-id(ut-idx))
                               DELIMITED BY SIZE
                           " but master has " DELIMITED BY SIZE
                           FUNCTION TRIM(mt-member-id(mt-found-idx))
                               DELIMITED BY SIZE
                           INTO finding-text
                       END-STRING
                   END-IF
                   IF mt-status(mt-found-idx) NOT = "ACTIVE"
                       AND side-kind NOT = 5
                       STRING "member is " DELIMITED BY SIZE
                           FUNCTION TRIM(mt-status(mt-found-idx))
                               DELIMITED BY SIZE
                           INTO finding-text
                       END-STRING
                   END-IF
               WHEN ut-mt-idx(ut-idx) NOT = 0
                   STRING "renamed on the server to " DELIMITED BY SIZE
                       FUNCTION TRIM(mt-username(ut-mt-idx(ut-idx)))
                           DELIMITED BY SIZE
                       INTO finding-text
                   END-STRING
               WHEN OTHER
                   MOVE "not a member on the master" TO finding-text
           END-EVALUATE

           IF finding-text NOT = SPACES
               ADD 1 TO cnt-findings
               DISPLAY "  " side-file-name(side-kind) " "
                   FUNCTION TRIM(ut-username(ut-idx)) ": "
                   FUNCTION TRIM(finding-text)
           END-IF
           .

       PRINT-SUMMARY.
           DISPLAY " "
           DISPLAY "------------------------------------------"
           MOVE cnt-master-read TO display-count
           DISPLAY "Members on master before : " display-count
           MOVE cnt-added TO display-count
           DISPLAY "Members added            : " display-count
           MOVE cnt-renamed TO display-count
           DISPLAY "Renamed on the server    : " display-count
           MOVE cnt-gone TO display-count
           DISPLAY "Gone from the server     : " display-count
           MOVE cnt-failed TO display-count
           DISPLAY "Fetch failures           : " display-count
           MOVE cnt-unresolved TO display-count
           DISPLAY "Usernames not resolved   : " display-count
           MOVE cnt-written TO display-count
           DISPLAY "Master records written   : " display-count
           MOVE cnt-findings TO display-count
           DISPLAY "Side-file discrepancies  : " display-count
           DISPLAY "------------------------------------------"
           .

       END PROGRAM MEMBER-REFRESH.
