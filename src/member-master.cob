      ******************************************************************
      * Author: Naitsabot
      * Purpose: Indexed member master file
      * Description:
      *     One record per member (member-master.idx in the config
      *     dir) keyed by the server's member id, with the username
      *     as an alternate key, holding what the kiosk otherwise
      *     keeps scattered over the member-id cache, membercards.txt,
      *     member-groups.txt, member-limits.txt and the shadow
      *     ledger: username, display name, status, card, group,
      *     limit profile, join date and last-seen date. The nightly
      *     MEMBER-REFRESH job fills it from the server; the admin
      *     menu maintains it by hand. Callers treat a non-zero
      *     mmast-rc the way they treat jstore-status - the master
      *     is missing or the runtime has no ISAM support - and go
      *     on without it. A master not yet built reads as empty.
      *
      *     Operations (mmast-op):
      *       READ      - the record for mmast-member-id
      *       READUSER  - the record for mmast-username
      *       NEXT      - the first record after mmast-member-id
      *                   (blank id = the first record), for
      *                   walking the file in id order
      *       WRITE     - insert or replace mmast-record
      *       DELETE    - remove the record for mmast-member-id
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-MASTER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER-FILE
               ASSIGN TO MMAST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MMF-MEMBER-ID
               ALTERNATE RECORD KEY IS MMF-USERNAME
                   WITH DUPLICATES
               FILE STATUS IS MMF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER-FILE.
        01 MMF-REC.
           05 MMF-MEMBER-ID     PIC X(8).
           05 MMF-USERNAME      PIC X(64).
           05 MMF-DATA          PIC X(159).

       WORKING-STORAGE SECTION.
      * centralized logging
       COPY "copybooks/logging.cpy".

       01 mmast-init-done       PIC 9 VALUE 0.
       01 WS-HOME-DIR           PIC X(256).
       01 MMAST-PATH            PIC X(256).
       01 MMF-STATUS            PIC XX.

       LINKAGE SECTION.
       COPY "copybooks/member-master.cpy".

       PROCEDURE DIVISION USING mmast-request-data
                                mmast-response-data.

       MAIN-LOGIC.
           IF mmast-init-done = 0
               MOVE "MEMBER-MASTER" TO log-component
               PERFORM LOG-INIT
               PERFORM INIT-MMAST-PATH
               MOVE 1 TO mmast-init-done
           END-IF

           MOVE 0 TO mmast-rc
           MOVE 0 TO mmast-found

           EVALUATE mmast-op
               WHEN "READ"
                   PERFORM MASTER-READ
               WHEN "READUSER"
                   PERFORM MASTER-READ-USER
               WHEN "NEXT"
                   PERFORM MASTER-READ-NEXT
               WHEN "WRITE"
                   PERFORM MASTER-WRITE
               WHEN "DELETE"
                   PERFORM MASTER-DELETE
               WHEN OTHER
                   MOVE SPACES TO log-message
                   STRING "Unknown member master op: "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(mmast-op) DELIMITED BY SIZE
                       INTO log-message
                   END-STRING
                   PERFORM LOG-ERROR
                   MOVE 1 TO mmast-rc
           END-EVALUATE

           GOBACK.

       INIT-MMAST-PATH.
           MOVE SPACES TO WS-HOME-DIR
           ACCEPT WS-HOME-DIR FROM ENVIRONMENT "HOME"
           IF FUNCTION TRIM(WS-HOME-DIR) = SPACES
               MOVE "/tmp" TO WS-HOME-DIR
           END-IF

           MOVE SPACES TO MMAST-PATH
           STRING
               FUNCTION TRIM(WS-HOME-DIR) DELIMITED BY SIZE
               "/.config/stregsystem-tui/member-master.idx"
               DELIMITED BY SIZE
               INTO MMAST-PATH
           END-STRING
           .

       MASTER-READ.
           OPEN INPUT MEMBER-MASTER-FILE
           IF MMF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF MMF-STATUS NOT = "00"
               MOVE 1 TO mmast-rc
               EXIT PARAGRAPH
           END-IF
           MOVE mmast-member-id TO MMF-MEMBER-ID
           READ MEMBER-MASTER-FILE
               KEY IS MMF-MEMBER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MMF-REC TO mmast-record
                   MOVE 1 TO mmast-found
           END-READ
           CLOSE MEMBER-MASTER-FILE
           .

      * MASTER-READ-USER - The first record under the username; a
      * rename the nightly refresh has not caught up with yet can
      * leave two, and the lower member id wins.
       MASTER-READ-USER.
           OPEN INPUT MEMBER-MASTER-FILE
           IF MMF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF MMF-STATUS NOT = "00"
               MOVE 1 TO mmast-rc
               EXIT PARAGRAPH
           END-IF
           MOVE mmast-username TO MMF-USERNAME
           READ MEMBER-MASTER-FILE
               KEY IS MMF-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MMF-REC TO mmast-record
                   MOVE 1 TO mmast-found
           END-READ
           CLOSE MEMBER-MASTER-FILE
           .

       MASTER-READ-NEXT.
           OPEN INPUT MEMBER-MASTER-FILE
           IF MMF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF MMF-STATUS NOT = "00"
               MOVE 1 TO mmast-rc
               EXIT PARAGRAPH
           END-IF
           MOVE mmast-member-id TO MMF-MEMBER-ID
           START MEMBER-MASTER-FILE KEY > MMF-MEMBER-ID
           IF MMF-STATUS = "00"
               READ MEMBER-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MMF-REC TO mmast-record
                       MOVE 1 TO mmast-found
               END-READ
           END-IF
           CLOSE MEMBER-MASTER-FILE
           .

      * MASTER-WRITE - Insert, or rewrite when the id is already on
      * file; the master is created on its first write.
       MASTER-WRITE.
           OPEN I-O MEMBER-MASTER-FILE
           IF MMF-STATUS = "35"
               OPEN OUTPUT MEMBER-MASTER-FILE
               CLOSE MEMBER-MASTER-FILE
               OPEN I-O MEMBER-MASTER-FILE
           END-IF
           IF MMF-STATUS NOT = "00"
               MOVE SPACES TO log-message
               STRING "Member master open failed, status "
                   DELIMITED BY SIZE
                   MMF-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               MOVE 1 TO mmast-rc
               EXIT PARAGRAPH
           END-IF

           MOVE mmast-record TO MMF-REC
           WRITE MMF-REC
           IF MMF-STATUS = "22"
               MOVE mmast-record TO MMF-REC
               REWRITE MMF-REC
           END-IF
           IF MMF-STATUS NOT = "00" AND MMF-STATUS NOT = "02"
               MOVE SPACES TO log-message
               STRING "Member master write failed, status "
                   DELIMITED BY SIZE
                   MMF-STATUS DELIMITED BY SIZE
                   INTO log-message
               END-STRING
               PERFORM LOG-WARN
               MOVE 1 TO mmast-rc
           END-IF
           CLOSE MEMBER-MASTER-FILE
           .

       MASTER-DELETE.
           OPEN I-O MEMBER-MASTER-FILE
           IF MMF-STATUS NOT = "00"
               MOVE 1 TO mmast-rc
               EXIT PARAGRAPH
           END-IF
           MOVE mmast-member-id TO MMF-MEMBER-ID
           DELETE MEMBER-MASTER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO mmast-found
           END-DELETE
           CLOSE MEMBER-MASTER-FILE
           .

      * Logging procedures
       COPY "copybooks/logging-procedures.cob".

       END PROGRAM MEMBER-MASTER.
