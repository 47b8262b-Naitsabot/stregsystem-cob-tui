      ******************************************************************
      * Author: Naitsabot
      * Purpose: Ad hoc report writer over the journal
      * Description:
      *     Batch report driven by a report-spec file, so a new
      *     question ("deposits by room on Fridays", "sales by
      *     operator per event") is a few lines of spec rather than
      *     a new program. REPORT_SPEC names the spec: a bare name
      *     is read from reports/<name>.spec in the config dir, a
      *     value with a "/" is taken as a path. Spec lines are
      *     KEY=value, "#" starts a comment:
      *       NAME=deposits-fri       output name (default the spec
      *                               name)
      *       TITLE=Deposits by room on Fridays
      *       SELECT=DATE,ROOM,COST   columns of a detail listing
      *                               (up to 8)
      *       GROUP=ROOM              group-by columns (up to 3);
      *                               with GROUP one line per group,
      *                               without it one per journal line
      *       TOTALS=COUNT,SUM        count of lines and/or sum of
      *                               cost (kr); default both
      *       SORT=SUM DESC           KEY (the columns), COUNT or
      *                               SUM, ASC (default) or DESC
      *       FROM=20260101 TO=20261231   date range (YYYYMMDD)
      *       <FIELD>=v1,v2,...       filter: keep lines whose field
      *                               is one of the values, e.g.
      *                               TYPE=DEP  WEEKDAY=FRI  ROOM=A
      *     Fields are the journal-line.cpy v4 layout - TIMESTAMP,
      *     USERNAME, ORDER, ROOM, COST, BALANCE, TYPE, SHIFT,
      *     OPERATOR, BACKEND, SALEKEY, EVENT, TENDER, VERSION - plus
      *     DATE (YYYYMMDD), MONTH (YYYYMM), WEEKDAY (MON..SUN) and
      *     HOUR taken from the timestamp as the journal records it.
      *     A pre-type-field line's blank TYPE reads as SALE; COST
      *     and BALANCE print in kroner.
      *
      *     The dated archives and the live journal are read, the
      *     same sweep EVENT-SETTLEMENT-REPORT makes. The result is
      *     printed and written to exports/report-<name>.txt, and
      *     as comma-separated values to exports/report-<name>.csv
      *     the way DAILY-EXPORT writes its CSV. A spec with an
      *     unknown key or field stops the run with exit 1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.

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
           SELECT SPEC-FILE
               ASSIGN TO SPEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEC-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO PRINT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.
           SELECT CSV-FILE
               ASSIGN TO CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
        01 JOURNAL-LINE         PIC X(512).
       FD  FILE-LIST-FILE.
        01 FILE-LIST-LINE       PIC X(256).
       FD  SPEC-FILE.
        01 SPEC-LINE            PIC X(256).
       FD  PRINT-FILE.
        01 PRINT-LINE           PIC X(400).
       FD  CSV-FILE.
        01 CSV-LINE             PIC X(600).

       WORKING-STORAGE SECTION.
       01 HOME-DIR              PIC X(256).
       01 CONFIG-DIR            PIC X(256).
       01 JOURNAL-PATH          PIC X(256).
       01 JOURNAL-STATUS        PIC XX.
       01 JOURNAL-EOF           PIC 9 VALUE 0.
       01 FILE-LIST-PATH        PIC X(256).
       01 FILE-LIST-STATUS      PIC XX.
       01 FILE-LIST-EOF         PIC 9 VALUE 0.
       01 SPEC-PATH             PIC X(256).
       01 SPEC-STATUS           PIC XX.
       01 SPEC-EOF              PIC 9 VALUE 0.
       01 PRINT-PATH            PIC X(256).
       01 PRINT-STATUS          PIC XX.
       01 CSV-PATH              PIC X(256).
       01 CSV-STATUS            PIC XX.
       01 SYSTEM-CMD            PIC X(600).

      * field-catalogue - the names a spec may use, in field-number
      * order, with the column width of the printed report.
       01 field-names.
           05 FILLER PIC X(12) VALUE "TIMESTAMP".
           05 FILLER PIC X(12) VALUE "USERNAME".
           05 FILLER PIC X(12) VALUE "ORDER".
           05 FILLER PIC X(12) VALUE "ROOM".
           05 FILLER PIC X(12) VALUE "COST".
           05 FILLER PIC X(12) VALUE "BALANCE".
           05 FILLER PIC X(12) VALUE "TYPE".
           05 FILLER PIC X(12) VALUE "SHIFT".
           05 FILLER PIC X(12) VALUE "OPERATOR".
           05 FILLER PIC X(12) VALUE "BACKEND".
           05 FILLER PIC X(12) VALUE "SALEKEY".
           05 FILLER PIC X(12) VALUE "EVENT".
           05 FILLER PIC X(12) VALUE "TENDER".
           05 FILLER PIC X(12) VALUE "VERSION".
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(12) VALUE "MONTH".
           05 FILLER PIC X(12) VALUE "WEEKDAY".
           05 FILLER PIC X(12) VALUE "HOUR".
       01 field-name-table REDEFINES field-names.
           05 field-name OCCURS 18 TIMES PIC X(12).
       01 field-widths.
           05 FILLER PIC X(36) VALUE
               "016020030008010010008013016012024016".
           05 FILLER PIC X(18) VALUE
               "016004008006007004".
       01 field-width-table REDEFINES field-widths.
           05 field-width OCCURS 18 TIMES PIC 9(3).
       01 field-count           PIC 9(2) COMP-5 VALUE 18.
       01 fld-idx               PIC 9(2) COMP-5.
       01 fld-found             PIC 9(2) COMP-5.
       01 fld-lookup            PIC X(12).

       01 day-names.
           05 FILLER            PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01 day-name-table REDEFINES day-names.
           05 day-name OCCURS 7 TIMES PIC X(3).

      * report-spec - what the spec file asked for.
       01 report-spec.
           05 spec-name         PIC X(40).
           05 spec-title        PIC X(80).
           05 spec-from         PIC X(8) VALUE "00000000".
           05 spec-to           PIC X(8) VALUE "99999999".
           05 sel-count         PIC 9 COMP-5 VALUE 0.
           05 sel-field         PIC 9(2) COMP-5 OCCURS 8 TIMES.
           05 grp-count         PIC 9 COMP-5 VALUE 0.
           05 grp-field         PIC 9(2) COMP-5 OCCURS 3 TIMES.
           05 want-count        PIC 9 VALUE 1.
           05 want-sum          PIC 9 VALUE 1.
           05 sort-by           PIC X(5) VALUE "KEY".
           05 sort-desc         PIC 9 VALUE 0.
           05 flt-count         PIC 9(2) COMP-5 VALUE 0.
           05 flt-entry OCCURS 12 TIMES.
               10 flt-field     PIC 9(2) COMP-5.
               10 flt-values    PIC X(130).
           05 flt-idx           PIC 9(2) COMP-5.
       01 spec-errors           PIC 9(3) COMP-5 VALUE 0.
       01 spec-key              PIC X(20).
       01 spec-value            PIC X(200).
       01 list-text             PIC X(200).
       01 list-pos              PIC 9(3) COMP-5.
       01 list-item             PIC X(40).
       01 list-kind             PIC 9.

       COPY "copybooks/journal-line.cpy".
       01 line-date-num         PIC 9(8).
       01 line-day-int          PIC 9(8) COMP-5.
       01 line-weekday          PIC 9 COMP-5.
       01 line-cost-num         PIC S9(9) COMP-5.
       01 line-keep             PIC 9.
       01 field-value           PIC X(64).
       01 match-text            PIC X(66).
       01 match-len             PIC 9(3) COMP-5.
       01 match-hits            PIC 9(3) COMP-5.
       01 money-num             PIC S9(11) COMP-5.
       01 money-kr              PIC S9(9)V99 COMP-3.
       01 money-text            PIC -(9)9.99.

      * result-rows - one per group (GROUP given) or per kept
      * journal line; row-key holds the column values in order, so
      * sorting on KEY compares it as one string.
       01 result-rows.
           05 row-count         PIC 9(4) COMP-5 VALUE 0.
           05 row-entry OCCURS 2000 TIMES.
               10 row-key.
                   15 row-val   PIC X(40) OCCURS 8 TIMES.
               10 row-lines     PIC 9(7) COMP-5.
               10 row-cost      PIC S9(11) COMP-5.
           05 row-idx           PIC 9(4) COMP-5.
           05 row-found-idx     PIC 9(4) COMP-5.
       01 new-key.
           05 new-val           PIC X(40) OCCURS 8 TIMES.
       01 col-count             PIC 9 COMP-5.
       01 col-idx               PIC 9 COMP-5.
       01 col-field             PIC 9(2) COMP-5.
       01 rows-dropped          PIC 9(7) COMP-5 VALUE 0.
       01 total-lines           PIC 9(9) COMP-5 VALUE 0.
       01 total-cost            PIC S9(11) COMP-5 VALUE 0.
       01 swap-entry            PIC X(332).
       01 sort-idx              PIC 9(4) COMP-5.
       01 sort-done             PIC 9 VALUE 0.
       01 sort-swap             PIC 9.

       01 out-text              PIC X(400).
       01 out-pos               PIC 9(3) COMP-5.
       01 csv-text              PIC X(600).
       01 csv-pos               PIC 9(3) COMP-5.
       01 cell-text             PIC X(40).
       01 cell-width            PIC 9(3) COMP-5.
       01 cell-lines            PIC 9(9) COMP-5.
       01 num-text              PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "======================================"
           DISPLAY "  STREGSYSTEM REPORT WRITER"
           DISPLAY "======================================"
           PERFORM INIT-PATHS
           PERFORM READ-SPEC
           IF spec-errors > 0
               DISPLAY "Report spec has errors - nothing written."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILE-LIST
           PERFORM READ-ALL-JOURNALS
           PERFORM SORT-ROWS
           PERFORM WRITE-OUTPUTS
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
               "/report-writer-list.tmp" DELIMITED BY SIZE
               INTO FILE-LIST-PATH
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

           MOVE SPACES TO spec-value
           ACCEPT spec-value FROM ENVIRONMENT "REPORT_SPEC"
           IF FUNCTION TRIM(spec-value) = SPACES
               DISPLAY "REPORT_SPEC is not set - name a spec in "
                   FUNCTION TRIM(CONFIG-DIR) "/reports/ or give "
                   "a path."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO match-hits
           INSPECT spec-value TALLYING match-hits FOR ALL "/"
           MOVE SPACES TO SPEC-PATH
           IF match-hits > 0
               MOVE FUNCTION TRIM(spec-value) TO SPEC-PATH
               MOVE "adhoc" TO spec-name
           ELSE
               STRING
                   FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
                   "/reports/" DELIMITED BY SIZE
                   FUNCTION TRIM(spec-value) DELIMITED BY SIZE
                   ".spec" DELIMITED BY SIZE
                   INTO SPEC-PATH
               END-STRING
               MOVE FUNCTION TRIM(spec-value) TO spec-name
           END-IF
           MOVE SPACES TO spec-title
           .

      * READ-SPEC - KEY=value lines; keys are not case sensitive.
       READ-SPEC.
           MOVE 0 TO SPEC-EOF
           OPEN INPUT SPEC-FILE
           IF SPEC-STATUS NOT = "00"
               DISPLAY "Cannot read report spec "
                   FUNCTION TRIM(SPEC-PATH)
                   " (status " SPEC-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Spec: " FUNCTION TRIM(SPEC-PATH)
           PERFORM UNTIL SPEC-EOF = 1
               READ SPEC-FILE
                   AT END
                       MOVE 1 TO SPEC-EOF
                   NOT AT END
                       PERFORM PARSE-SPEC-LINE
               END-READ
           END-PERFORM
           CLOSE SPEC-FILE

           IF sel-count = 0 AND grp-count = 0
               MOVE 15 TO sel-field(1)
               MOVE 7 TO sel-field(2)
               MOVE 4 TO sel-field(3)
               MOVE 5 TO sel-field(4)
               MOVE 4 TO sel-count
           END-IF
           IF grp-count > 0
               MOVE grp-count TO col-count
           ELSE
               MOVE sel-count TO col-count
           END-IF
           IF FUNCTION TRIM(spec-title) = SPACES
               MOVE spec-name TO spec-title
           END-IF
           .

       PARSE-SPEC-LINE.
           IF FUNCTION TRIM(SPEC-LINE) = SPACES
               OR FUNCTION TRIM(SPEC-LINE)(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO spec-key
           MOVE SPACES TO spec-value
           UNSTRING SPEC-LINE DELIMITED BY "="
               INTO spec-key
                    spec-value
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(spec-key))
               TO spec-key
           MOVE FUNCTION TRIM(spec-value) TO spec-value

           EVALUATE spec-key
               WHEN "NAME"
                   MOVE spec-value TO spec-name
               WHEN "TITLE"
                   MOVE spec-value TO spec-title
               WHEN "FROM"
                   MOVE spec-value(1:8) TO spec-from
               WHEN "TO"
                   MOVE spec-value(1:8) TO spec-to
               WHEN "SELECT"
                   MOVE 1 TO list-kind
                   PERFORM PARSE-FIELD-LIST
               WHEN "GROUP"
                   MOVE 2 TO list-kind
                   PERFORM PARSE-FIELD-LIST
               WHEN "TOTALS"
                   MOVE FUNCTION UPPER-CASE(spec-value) TO list-text
                   MOVE 0 TO want-count
                   MOVE 0 TO want-sum
                   MOVE 0 TO match-hits
                   INSPECT list-text TALLYING match-hits
                       FOR ALL "COUNT"
                   IF match-hits > 0
                       MOVE 1 TO want-count
                   END-IF
                   MOVE 0 TO match-hits
                   INSPECT list-text TALLYING match-hits FOR ALL "SUM"
                   IF match-hits > 0
                       MOVE 1 TO want-sum
                   END-IF
               WHEN "SORT"
                   PERFORM PARSE-SORT
               WHEN OTHER
                   MOVE spec-key TO fld-lookup
                   PERFORM FIND-FIELD
                   IF fld-found = 0
                       DISPLAY "  unknown spec key: "
                           FUNCTION TRIM(spec-key)
                       ADD 1 TO spec-errors
                   ELSE
                       IF flt-count < 12
                           ADD 1 TO flt-count
                           MOVE fld-found TO flt-field(flt-count)
                           MOVE SPACES TO flt-values(flt-count)
                           STRING
                               "," DELIMITED BY SIZE
                               FUNCTION UPPER-CASE(spec-value)
                                   DELIMITED BY SPACE
                               "," DELIMITED BY SIZE
                               INTO flt-values(flt-count)
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * PARSE-FIELD-LIST - SELECT (list-kind 1) or GROUP (2) field
      * names, comma separated.
       PARSE-FIELD-LIST.
           MOVE FUNCTION UPPER-CASE(spec-value) TO list-text
           MOVE 1 TO list-pos
           PERFORM UNTIL list-pos > FUNCTION LENGTH(
                   FUNCTION TRIM(list-text TRAILING))
               MOVE SPACES TO list-item
               UNSTRING list-text DELIMITED BY ","
                   INTO list-item
                   WITH POINTER list-pos
               END-UNSTRING
               IF FUNCTION TRIM(list-item) NOT = SPACES
                   MOVE FUNCTION TRIM(list-item) TO fld-lookup
                   PERFORM FIND-FIELD
                   EVALUATE TRUE
                       WHEN fld-found = 0
                           DISPLAY "  unknown field: "
                               FUNCTION TRIM(list-item)
                           ADD 1 TO spec-errors
                       WHEN list-kind = 1 AND sel-count < 8
                           ADD 1 TO sel-count
                           MOVE fld-found TO sel-field(sel-count)
                       WHEN list-kind = 2 AND grp-count < 3
                           ADD 1 TO grp-count
                           MOVE fld-found TO grp-field(grp-count)
                       WHEN OTHER
                           DISPLAY "  too many fields, ignored: "
                               FUNCTION TRIM(list-item)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       PARSE-SORT.
           MOVE FUNCTION UPPER-CASE(spec-value) TO list-text
           MOVE SPACES TO list-item
           MOVE SPACES TO fld-lookup
           UNSTRING list-text DELIMITED BY ALL SPACE
               INTO list-item
                    fld-lookup
           END-UNSTRING
           EVALUATE FUNCTION TRIM(list-item)
               WHEN "KEY"
               WHEN "COUNT"
               WHEN "SUM"
                   MOVE FUNCTION TRIM(list-item) TO sort-by
               WHEN OTHER
                   DISPLAY "  unknown sort: " FUNCTION TRIM(list-item)
                   ADD 1 TO spec-errors
           END-EVALUATE
           IF FUNCTION TRIM(fld-lookup) = "DESC"
               MOVE 1 TO sort-desc
           END-IF
           .

       FIND-FIELD.
           MOVE 0 TO fld-found
           PERFORM VARYING fld-idx FROM 1 BY 1
                   UNTIL fld-idx > field-count
               IF field-name(fld-idx) = fld-lookup
                   MOVE fld-idx TO fld-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      * BUILD-FILE-LIST - dated archives in name order, then the
      * live journal, the same sweep EVENT-SETTLEMENT-REPORT makes.
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
                    jnl-backend
                    jnl-sale-key
                    jnl-event
                    jnl-tender
                    jnl-version
           END-UNSTRING

           IF jnl-timestamp(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF jnl-timestamp(1:8) < spec-from
               OR jnl-timestamp(1:8) > spec-to
               EXIT PARAGRAPH
           END-IF
           MOVE jnl-timestamp(1:8) TO line-date-num
           IF FUNCTION TEST-DATE-YYYYMMDD(line-date-num) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE line-day-int =
               FUNCTION INTEGER-OF-DATE(line-date-num)
           COMPUTE line-weekday = FUNCTION MOD(line-day-int - 1, 7) + 1
      *    A pre-type-field line (blank type) is always a sale.
           IF jnl-type = SPACES
               MOVE "SALE" TO jnl-type
           END-IF
           MOVE 0 TO line-cost-num
           IF FUNCTION TRIM(jnl-cost) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(jnl-cost) = 0
               MOVE FUNCTION NUMVAL(jnl-cost) TO line-cost-num
           END-IF

           MOVE 1 TO line-keep
           PERFORM VARYING flt-idx FROM 1 BY 1
                   UNTIL flt-idx > flt-count OR line-keep = 0
               PERFORM APPLY-ONE-FILTER
           END-PERFORM
           IF line-keep = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO total-lines
           ADD line-cost-num TO total-cost
           MOVE SPACES TO new-key
           PERFORM VARYING col-idx FROM 1 BY 1
                   UNTIL col-idx > col-count
               IF grp-count > 0
                   MOVE grp-field(col-idx) TO fld-idx
               ELSE
                   MOVE sel-field(col-idx) TO fld-idx
               END-IF
               PERFORM GET-FIELD-VALUE
               MOVE field-value TO new-val(col-idx)
           END-PERFORM
           PERFORM ADD-TO-ROWS
           .

      * APPLY-ONE-FILTER - The line's field must be one of the
      * filter's comma-separated values (compared in upper case).
       APPLY-ONE-FILTER.
           MOVE flt-field(flt-idx) TO fld-idx
           PERFORM GET-FIELD-VALUE
           MOVE SPACES TO match-text
           STRING
               "," DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(field-value))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO match-text
           END-STRING
           COMPUTE match-len =
               FUNCTION LENGTH(FUNCTION TRIM(field-value)) + 2
           IF FUNCTION TRIM(field-value) = SPACES
               MOVE 2 TO match-len
           END-IF
           MOVE 0 TO match-hits
           INSPECT flt-values(flt-idx) TALLYING match-hits
               FOR ALL match-text(1:match-len)
           IF match-hits = 0
               MOVE 0 TO line-keep
           END-IF
           .

      * GET-FIELD-VALUE - field fld-idx of the line in hand as
      * text; money in kroner, derived fields from the timestamp.
       GET-FIELD-VALUE.
           MOVE SPACES TO field-value
           EVALUATE fld-idx
               WHEN 1
                   MOVE jnl-timestamp TO field-value
               WHEN 2
                   MOVE jnl-username TO field-value
               WHEN 3
                   MOVE jnl-order TO field-value
               WHEN 4
                   MOVE jnl-room TO field-value
               WHEN 5
                   MOVE line-cost-num TO money-num
                   PERFORM FORMAT-MONEY
               WHEN 6
                   MOVE 0 TO money-num
                   IF FUNCTION TRIM(jnl-balance) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(jnl-balance) = 0
                       MOVE FUNCTION NUMVAL(jnl-balance) TO money-num
                   END-IF
                   PERFORM FORMAT-MONEY
               WHEN 7
                   MOVE jnl-type TO field-value
               WHEN 8
                   MOVE jnl-shift TO field-value
               WHEN 9
                   MOVE jnl-operator TO field-value
               WHEN 10
                   MOVE jnl-backend TO field-value
               WHEN 11
                   MOVE jnl-sale-key TO field-value
               WHEN 12
                   MOVE jnl-event TO field-value
               WHEN 13
                   MOVE jnl-tender TO field-value
               WHEN 14
                   MOVE jnl-version TO field-value
               WHEN 15
                   MOVE jnl-timestamp(1:8) TO field-value
               WHEN 16
                   MOVE jnl-timestamp(1:6) TO field-value
               WHEN 17
                   MOVE day-name(line-weekday) TO field-value
               WHEN 18
                   MOVE jnl-timestamp(10:2) TO field-value
           END-EVALUATE
           .

       FORMAT-MONEY.
           COMPUTE money-kr = money-num / 100
           MOVE money-kr TO money-text
           MOVE FUNCTION TRIM(money-text) TO field-value
           .

      * ADD-TO-ROWS - Groups accumulate into the row with the same
      * key; a detail listing gets a row per line.
       ADD-TO-ROWS.
           MOVE 0 TO row-found-idx
           IF grp-count > 0
               PERFORM VARYING row-idx FROM 1 BY 1
                       UNTIL row-idx > row-count
                   IF row-key(row-idx) = new-key
                       MOVE row-idx TO row-found-idx
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF row-found-idx = 0
               IF row-count >= 2000
                   ADD 1 TO rows-dropped
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO row-count
               MOVE row-count TO row-found-idx
               MOVE new-key TO row-key(row-found-idx)
               MOVE 0 TO row-lines(row-found-idx)
               MOVE 0 TO row-cost(row-found-idx)
           END-IF
           ADD 1 TO row-lines(row-found-idx)
           ADD line-cost-num TO row-cost(row-found-idx)
           .

      * SORT-ROWS - Bubble sort on the spec's SORT, as
      * SETTLEMENT-REPORT sorts its products.
       SORT-ROWS.
           MOVE 0 TO sort-done
           PERFORM UNTIL sort-done = 1
               MOVE 1 TO sort-done
               PERFORM VARYING sort-idx FROM 1 BY 1
                       UNTIL sort-idx >= row-count
                   PERFORM COMPARE-ADJACENT-ROWS
                   IF sort-swap = 1
                       MOVE row-entry(sort-idx) TO swap-entry
                       MOVE row-entry(sort-idx + 1)
                           TO row-entry(sort-idx)
                       MOVE swap-entry TO row-entry(sort-idx + 1)
                       MOVE 0 TO sort-done
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       COMPARE-ADJACENT-ROWS.
           MOVE 0 TO sort-swap
           EVALUATE TRUE
               WHEN sort-by = "COUNT" AND sort-desc = 0
                   IF row-lines(sort-idx) > row-lines(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
               WHEN sort-by = "COUNT"
                   IF row-lines(sort-idx) < row-lines(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
               WHEN sort-by = "SUM" AND sort-desc = 0
                   IF row-cost(sort-idx) > row-cost(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
               WHEN sort-by = "SUM"
                   IF row-cost(sort-idx) < row-cost(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
               WHEN sort-desc = 0
                   IF row-key(sort-idx) > row-key(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
               WHEN OTHER
                   IF row-key(sort-idx) < row-key(sort-idx + 1)
                       MOVE 1 TO sort-swap
                   END-IF
           END-EVALUATE
           .

       WRITE-OUTPUTS.
           MOVE SPACES TO PRINT-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/report-" DELIMITED BY SIZE
               FUNCTION TRIM(spec-name) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO PRINT-PATH
           END-STRING
           MOVE SPACES TO CSV-PATH
           STRING
               FUNCTION TRIM(CONFIG-DIR) DELIMITED BY SIZE
               "/exports/report-" DELIMITED BY SIZE
               FUNCTION TRIM(spec-name) DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO CSV-PATH
           END-STRING

           OPEN OUTPUT PRINT-FILE
           IF PRINT-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(PRINT-PATH)
                   " (status " PRINT-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CSV-FILE
           IF CSV-STATUS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(CSV-PATH)
                   " (status " CSV-STATUS ")"
               CLOSE PRINT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO out-text
           STRING
               FUNCTION TRIM(spec-title) DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               spec-from DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               spec-to DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO out-text
           END-STRING
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO out-text
           PERFORM EMIT-PRINT-LINE

           PERFORM WRITE-HEADINGS
           PERFORM VARYING row-idx FROM 1 BY 1
                   UNTIL row-idx > row-count
               PERFORM WRITE-ONE-ROW
           END-PERFORM
           PERFORM WRITE-TOTALS

           CLOSE PRINT-FILE
           CLOSE CSV-FILE
           DISPLAY " "
           DISPLAY "Written: " FUNCTION TRIM(PRINT-PATH)
           DISPLAY "         " FUNCTION TRIM(CSV-PATH)
           .

       WRITE-HEADINGS.
           MOVE SPACES TO out-text
           MOVE 1 TO out-pos
           MOVE SPACES TO csv-text
           MOVE 1 TO csv-pos
           PERFORM VARYING col-idx FROM 1 BY 1
                   UNTIL col-idx > col-count
               PERFORM SET-COL-FIELD
               MOVE field-name(col-field) TO cell-text
               PERFORM ADD-PRINT-CELL
               IF col-idx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO csv-text WITH POINTER csv-pos
                   END-STRING
               END-IF
               STRING
                   FUNCTION LOWER-CASE(FUNCTION TRIM(
                       field-name(col-field))) DELIMITED BY SIZE
                   INTO csv-text WITH POINTER csv-pos
               END-STRING
           END-PERFORM
           IF want-count = 1
               STRING "    COUNT" DELIMITED BY SIZE
                   INTO out-text WITH POINTER out-pos
               END-STRING
               STRING ",count" DELIMITED BY SIZE
                   INTO csv-text WITH POINTER csv-pos
               END-STRING
           END-IF
           IF want-sum = 1
               STRING "         SUM KR" DELIMITED BY SIZE
                   INTO out-text WITH POINTER out-pos
               END-STRING
               STRING ",sum_kr" DELIMITED BY SIZE
                   INTO csv-text WITH POINTER csv-pos
               END-STRING
           END-IF
           PERFORM EMIT-PRINT-LINE
           MOVE ALL "-" TO out-text(1:out-pos - 1)
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-CSV-LINE
           .

       SET-COL-FIELD.
           IF grp-count > 0
               MOVE grp-field(col-idx) TO col-field
           ELSE
               MOVE sel-field(col-idx) TO col-field
           END-IF
           .

      * ADD-PRINT-CELL - cell-text padded to the field's width and
      * a separating space.
       ADD-PRINT-CELL.
           MOVE field-width(col-field) TO cell-width
           STRING cell-text(1:cell-width) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO out-text WITH POINTER out-pos
           END-STRING
           .

       WRITE-ONE-ROW.
           MOVE SPACES TO out-text
           MOVE 1 TO out-pos
           MOVE SPACES TO csv-text
           MOVE 1 TO csv-pos
           PERFORM VARYING col-idx FROM 1 BY 1
                   UNTIL col-idx > col-count
               PERFORM SET-COL-FIELD
               MOVE row-val(row-idx, col-idx) TO cell-text
               PERFORM ADD-PRINT-CELL
               IF col-idx > 1
                   STRING "," DELIMITED BY SIZE
                       INTO csv-text WITH POINTER csv-pos
                   END-STRING
               END-IF
               IF col-field = 5 OR col-field = 6
                   STRING FUNCTION TRIM(row-val(row-idx, col-idx))
                       DELIMITED BY SIZE
                       INTO csv-text WITH POINTER csv-pos
                   END-STRING
               ELSE
                   STRING '"' FUNCTION TRIM(row-val(row-idx, col-idx))
                       '"' DELIMITED BY SIZE
                       INTO csv-text WITH POINTER csv-pos
                   END-STRING
               END-IF
           END-PERFORM
           MOVE row-lines(row-idx) TO cell-lines
           MOVE row-cost(row-idx) TO money-num
           PERFORM ADD-TOTAL-CELLS
           PERFORM EMIT-PRINT-LINE
           PERFORM EMIT-CSV-LINE
           .

      * ADD-TOTAL-CELLS - count (cell-lines) and sum (money-num)
      * as the spec's TOTALS ask, to both the print and CSV line.
       ADD-TOTAL-CELLS.
           IF want-count = 1
               MOVE cell-lines TO num-text
               STRING num-text DELIMITED BY SIZE
                   INTO out-text WITH POINTER out-pos
               END-STRING
               STRING "," FUNCTION TRIM(num-text) DELIMITED BY SIZE
                   INTO csv-text WITH POINTER csv-pos
               END-STRING
           END-IF
           IF want-sum = 1
               COMPUTE money-kr = money-num / 100
               MOVE money-kr TO money-text
               STRING "  " money-text DELIMITED BY SIZE
                   INTO out-text WITH POINTER out-pos
               END-STRING
               STRING "," FUNCTION TRIM(money-text) DELIMITED BY SIZE
                   INTO csv-text WITH POINTER csv-pos
               END-STRING
           END-IF
           .

      * WRITE-TOTALS - Grand total line to the print file only; the
      * CSV keeps to data rows so it loads cleanly elsewhere.
       WRITE-TOTALS.
           MOVE total-lines TO cell-lines
           MOVE total-cost TO money-num

           MOVE SPACES TO out-text
           MOVE ALL "-" TO out-text(1:out-pos - 1)
           PERFORM EMIT-PRINT-LINE
           MOVE SPACES TO out-text
           MOVE 1 TO out-pos
           PERFORM VARYING col-idx FROM 1 BY 1
                   UNTIL col-idx > col-count
               PERFORM SET-COL-FIELD
               IF col-idx = 1
                   MOVE "TOTAL" TO cell-text
               ELSE
                   MOVE SPACES TO cell-text
               END-IF
               PERFORM ADD-PRINT-CELL
           END-PERFORM
           PERFORM ADD-TOTAL-CELLS
           PERFORM EMIT-PRINT-LINE

           MOVE row-count TO num-text
           MOVE SPACES TO out-text
           STRING "Rows: " FUNCTION TRIM(num-text) DELIMITED BY SIZE
               INTO out-text
           END-STRING
           PERFORM EMIT-PRINT-LINE
           IF rows-dropped > 0
               MOVE rows-dropped TO num-text
               MOVE SPACES TO out-text
               STRING "Lines past the 2000-row limit (left out of "
                   "the rows, kept in the total): "
                   FUNCTION TRIM(num-text) DELIMITED BY SIZE
                   INTO out-text
               END-STRING
               PERFORM EMIT-PRINT-LINE
           END-IF
           .

       EMIT-PRINT-LINE.
           MOVE out-text TO PRINT-LINE
           WRITE PRINT-LINE
           DISPLAY FUNCTION TRIM(out-text TRAILING)
           .

       EMIT-CSV-LINE.
           MOVE csv-text TO CSV-LINE
           WRITE CSV-LINE
           .

       END PROGRAM REPORT-WRITER.
