      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The office's standing questions of the SQLite data marts -
      * the same few SELECTs typed into sqlscreen every month-end -
      * are now kept once, in the saved-query library
      * "../saved_queries.parm" (see SavedQuery.cpy): each query's
      * name, report title, SQL text, result column headings and
      * widths, and its schedule. This runner executes the queries
      * against test.db through the ocsqlite interface and puts each
      * result through REPORT-WRITER as "../query_<name>.rpt", so it
      * is filed in the report repository like any other report.
      * A schedule is a run-calendar rule judged by RUN-CALENDAR-CHECK
      * for the processing date; DEMAND queries are never scheduled.
      * Under the batch-run flag (a job-queue or NIGHTLY-BATCH run)
      * every query due that day is run; at the console the operator
      * names one query, ALL of them, or none for the ones due.
      * A saved query is for reading only: its text must be a single
      * SELECT (or WITH) statement. A query that cannot be run, or
      * that SQLite rejects, produces no report; it is written to the
      * exception store and the run ends with RETURN-CODE 8.
      * Tectonics: cobc -c ocsqlite.c
      *            cobc -x -lsqlite3 SavedQueryRunner.cbl ocsqlite.o
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVED-QUERY-RUNNER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUERY-FILE ASSIGN TO "../saved_queries.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-QUERY-FILE-STATUS.

           SELECT RUN-MODE-FILE ASSIGN TO "../batch_run.flag"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-MODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD QUERY-FILE.
           01 QUERY-RECORD PIC X(95).

           FD RUN-MODE-FILE.
           01 RUN-MODE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
           77 WS-QUERY-FILE-STATUS PIC XX.
           77 WS-RUN-MODE-STATUS   PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-RUN-MODE          PIC X VALUE "I".
             88 BATCH-RUN          VALUE "B".
             88 INTERACTIVE-RUN    VALUE "I".

           COPY "BatchStamp.cpy".
           COPY "SavedQuery.cpy".
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".

           78 WS-LINES-PER-PAGE VALUE 50.

      * The library in memory. A query the library gets wrong keeps
      * the reason in WS-QRY-FLAW and fails when it is run.
           78 WS-MAX-QUERIES VALUE 50.
           78 WS-MAX-COLUMNS VALUE 10.
           01 WS-QUERY-TABLE.
             05 WS-QRY-ENTRY OCCURS 50 TIMES.
               10 WS-QRY-NAME        PIC X(12).
               10 WS-QRY-SCHEDULE    PIC X(11).
               10 WS-QRY-TITLE       PIC X(40).
               10 WS-QRY-DUE         PIC X.
               10 WS-QRY-DUE-REASON  PIC X(50).
               10 WS-QRY-FLAW        PIC X(50).
               10 WS-QRY-COL-USED    PIC 99.
               10 WS-QRY-COLUMN OCCURS 10 TIMES.
                 15 WS-QRY-HEADING   PIC X(20).
                 15 WS-QRY-WIDTH     PIC 99.
               10 WS-QRY-SQL         PIC X(1000).
               10 WS-QRY-SQL-PTR     PIC 9(4).
           77 WS-QRY-USED   PIC 99 VALUE ZERO.
           77 WS-QRY-I      PIC 99.
           77 WS-QRY-FOUND  PIC 99.
           77 WS-FIND-NAME  PIC X(12).
           77 WS-FIND-I     PIC 99.
           77 WS-COL-I      PIC 99.
           77 WS-WIDTH-TEXT PIC X(2).
           77 WS-WIDTH-NUM REDEFINES WS-WIDTH-TEXT PIC 99.

      * Which queries this run takes: those due, all, or one.
           77 WS-PICK       PIC X(12).
           77 WS-SELECTION  PIC X VALUE SPACE.
             88 SELECT-DUE  VALUE "D".
             88 SELECT-ALL  VALUE "A".
             88 SELECT-ONE  VALUE "O".
           77 WS-TAKE       PIC X.
             88 QUERY-TAKEN VALUE "Y".
           77 WS-RUN-COUNT  PIC 99 VALUE ZERO.
           77 WS-FAIL-COUNT PIC 99 VALUE ZERO.

      * The database name goes to ocsqlite as a zero-terminated C
      * string, the same way sqlscreen passes it.
           77 WS-DATABASE     PIC X(8) VALUE "test.db" & X"00".
           77 WS-DB           USAGE POINTER.
           77 WS-CALLBACK     USAGE PROCEDURE-POINTER.
           77 WS-ERRSTR       PIC X(80).
           77 WS-RESULT       PIC S9(9).
           77 WS-QUERY        PIC X(1000).
           77 WS-ZQUERY       PIC X(1001).
           77 WS-SQL-OPEN     PIC X VALUE "N".
             88 SQL-IS-OPEN   VALUE "Y".
           77 WS-FAILURE      PIC X(80).

      * Result rows, filled by SAVED-QUERY-ROW below one callback at
      * a time; rows past the table are counted, not kept.
           78 WS-MAX-RESULT-ROWS VALUE 2000.
           01 WS-QUERY-ROW-AREA EXTERNAL.
             05 WS-QRW-COLLECT  PIC X.
             05 WS-QRW-USED     PIC 9(5).
             05 WS-QRW-LOST     PIC 9(5).
             05 WS-QRW-ROW      PIC X(132) OCCURS 2000 TIMES.
           77 WS-ROW-I PIC 9(5).

      * One report line laid out column by column - the headings, the
      * rules under them, or one result row split at the "|".
           01 WS-CELL-TABLE.
             05 WS-CELL PIC X(80) OCCURS 10 TIMES.
           77 WS-COL-POS   PIC 999.
           77 WS-COL-WIDTH PIC 99.

      * The SQL text checks and the SQL printed on the report.
           77 WS-FIRST-WORD PIC X(8).
           77 WS-SEMI-COUNT PIC 9(4).
           77 WS-SQL-LEN    PIC 9(4).
           77 WS-SQL-POS    PIC 9(4).
           77 WS-SQL-PIECE  PIC 99.

           77 WS-PROGRAM-NAME    PIC X(30) VALUE "SAVED-QUERY-RUNNER".
           77 WS-EXC-PARAGRAPH   PIC X(30).
           77 WS-EXC-FIELD-NAME  PIC X(20).
           77 WS-EXC-RECORD-KEY  PIC X(20).
           77 WS-EXC-BAD-VALUE   PIC X(20).
           77 WS-EXC-MESSAGE     PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-RUN-COUNT WS-FAIL-COUNT.
           MOVE SPACE TO WS-SELECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-RUN-MODE.
           PERFORM LOAD-SAVED-QUERIES.
           IF WS-QRY-USED = ZERO
             DISPLAY "No saved queries in saved_queries.parm - "
               "nothing run."
             GOBACK
           END-IF.
           PERFORM JUDGE-SCHEDULES.
           IF BATCH-RUN
             SET SELECT-DUE TO TRUE
           ELSE
             PERFORM CHOOSE-QUERIES
           END-IF.
           IF WS-SELECTION = SPACE
             GOBACK
           END-IF.
           PERFORM OPEN-SQLITE.
           PERFORM VARYING WS-QRY-I FROM 1 BY 1
               UNTIL WS-QRY-I > WS-QRY-USED
             PERFORM JUDGE-SELECTION
             IF QUERY-TAKEN
               IF SQL-IS-OPEN
                 PERFORM RUN-ONE-QUERY
               ELSE
                 PERFORM LOG-QUERY-FAILURE
               END-IF
             END-IF
           END-PERFORM.
           PERFORM CLOSE-SQLITE.
           IF WS-RUN-COUNT = ZERO AND WS-FAIL-COUNT = ZERO
             DISPLAY "No saved query due on " W-PROC-DATE
               " - nothing run."
           ELSE
             DISPLAY "Saved queries - " WS-RUN-COUNT " run, "
               WS-FAIL-COUNT " failed."
           END-IF.
           IF WS-FAIL-COUNT > ZERO
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-RUN-MODE SECTION.
           SET INTERACTIVE-RUN TO TRUE.
           OPEN INPUT RUN-MODE-FILE.
           IF WS-RUN-MODE-STATUS = "00"
             READ RUN-MODE-FILE
               AT END CONTINUE
               NOT AT END
                 IF RUN-MODE-RECORD(1:5) = "BATCH"
                   SET BATCH-RUN TO TRUE
                 END-IF
             END-READ
             CLOSE RUN-MODE-FILE
           END-IF.

      * The library is read afresh on each run, so a query saved at
      * the operations desk is run the very next time.
           LOAD-SAVED-QUERIES SECTION.
           MOVE ZERO TO WS-QRY-USED.
           OPEN INPUT QUERY-FILE.
           IF WS-QUERY-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ QUERY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE QUERY-RECORD TO W-SAVED-QUERY-LINE
                 EVALUATE TRUE
                   WHEN SQY-COMMENT
                   WHEN QUERY-RECORD = SPACES
                     CONTINUE
                   WHEN SQY-QUERY
                     PERFORM ADD-QUERY
                   WHEN SQY-COLUMN
                     PERFORM ADD-COLUMN
                   WHEN SQY-SQL
                     PERFORM ADD-SQL-TEXT
                   WHEN OTHER
                     DISPLAY "WARNING: saved_queries.parm line type "
                       W-SQY-TYPE " is not Q, C or S - line ignored"
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE QUERY-FILE.

           FIND-QUERY SECTION.
           MOVE ZERO TO WS-QRY-FOUND.
           PERFORM VARYING WS-FIND-I FROM 1 BY 1
               UNTIL WS-FIND-I > WS-QRY-USED OR WS-QRY-FOUND > ZERO
             IF WS-QRY-NAME(WS-FIND-I) = WS-FIND-NAME
               MOVE WS-FIND-I TO WS-QRY-FOUND
             END-IF
           END-PERFORM.

           ADD-QUERY SECTION.
           MOVE W-SQY-NAME TO WS-FIND-NAME.
           PERFORM FIND-QUERY.
           IF WS-QRY-FOUND > ZERO
             DISPLAY "WARNING: saved query " W-SQY-NAME " is defined "
               "twice - the second Q line is ignored"
             EXIT SECTION
           END-IF.
           IF WS-QRY-USED >= WS-MAX-QUERIES
             DISPLAY "WARNING: the library holds " WS-MAX-QUERIES
               " queries - " W-SQY-NAME " not loaded"
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-QRY-USED.
           MOVE W-SQY-NAME TO WS-QRY-NAME(WS-QRY-USED).
           MOVE FUNCTION UPPER-CASE(W-SQY-SCHEDULE)
             TO WS-QRY-SCHEDULE(WS-QRY-USED).
           MOVE W-SQY-TITLE TO WS-QRY-TITLE(WS-QRY-USED).
           MOVE "N" TO WS-QRY-DUE(WS-QRY-USED).
           MOVE SPACES TO WS-QRY-DUE-REASON(WS-QRY-USED).
           MOVE SPACES TO WS-QRY-FLAW(WS-QRY-USED).
           MOVE ZERO TO WS-QRY-COL-USED(WS-QRY-USED).
           MOVE SPACES TO WS-QRY-SQL(WS-QRY-USED).
           MOVE 1 TO WS-QRY-SQL-PTR(WS-QRY-USED).

      * A one-digit width may be written either side, as the run
      * calendar's arguments may.
           ADD-COLUMN SECTION.
           MOVE W-SQY-NAME TO WS-FIND-NAME.
           PERFORM FIND-QUERY.
           IF WS-QRY-FOUND = ZERO
             DISPLAY "WARNING: column line for " W-SQY-NAME
               " has no Q line before it - line ignored"
             EXIT SECTION
           END-IF.
           IF WS-QRY-COL-USED(WS-QRY-FOUND) >= WS-MAX-COLUMNS
             MOVE "more than 10 result columns"
               TO WS-QRY-FLAW(WS-QRY-FOUND)
             EXIT SECTION
           END-IF.
           MOVE W-SQY-WIDTH TO WS-WIDTH-TEXT.
           IF WS-WIDTH-TEXT(2:1) = SPACE
             MOVE WS-WIDTH-TEXT(1:1) TO WS-WIDTH-TEXT(2:1)
             MOVE "0" TO WS-WIDTH-TEXT(1:1)
           END-IF.
           IF WS-WIDTH-TEXT NOT NUMERIC
               OR WS-WIDTH-NUM = ZERO OR WS-WIDTH-NUM > 80
             MOVE SPACES TO WS-QRY-FLAW(WS-QRY-FOUND)
             STRING "column " W-SQY-HEADING DELIMITED BY SIZE
               " width is not 01-80" DELIMITED BY SIZE
               INTO WS-QRY-FLAW(WS-QRY-FOUND)
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-QRY-COL-USED(WS-QRY-FOUND).
           MOVE W-SQY-HEADING TO WS-QRY-HEADING(WS-QRY-FOUND,
             WS-QRY-COL-USED(WS-QRY-FOUND)).
           MOVE WS-WIDTH-NUM TO WS-QRY-WIDTH(WS-QRY-FOUND,
             WS-QRY-COL-USED(WS-QRY-FOUND)).

           ADD-SQL-TEXT SECTION.
           MOVE W-SQY-NAME TO WS-FIND-NAME.
           PERFORM FIND-QUERY.
           IF WS-QRY-FOUND = ZERO
             DISPLAY "WARNING: SQL line for " W-SQY-NAME
               " has no Q line before it - line ignored"
             EXIT SECTION
           END-IF.
           IF W-SQY-BODY = SPACES
             EXIT SECTION
           END-IF.
           STRING FUNCTION TRIM(W-SQY-BODY) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             INTO WS-QRY-SQL(WS-QRY-FOUND)
             WITH POINTER WS-QRY-SQL-PTR(WS-QRY-FOUND)
             ON OVERFLOW
               MOVE "SQL text longer than 1000 characters"
                 TO WS-QRY-FLAW(WS-QRY-FOUND)
           END-STRING.

      * Each query's schedule for the processing date, and the SQL
      * text checks, so the console list shows both before a run.
           JUDGE-SCHEDULES SECTION.
           PERFORM VARYING WS-QRY-I FROM 1 BY 1
               UNTIL WS-QRY-I > WS-QRY-USED
             IF WS-QRY-SCHEDULE(WS-QRY-I)(1:8) = SPACES
                 OR WS-QRY-SCHEDULE(WS-QRY-I)(1:8) = "DEMAND"
               MOVE "N" TO WS-QRY-DUE(WS-QRY-I)
               MOVE "on demand only" TO WS-QRY-DUE-REASON(WS-QRY-I)
             ELSE
               CALL "RUN-CALENDAR-RULE" USING
                 WS-QRY-SCHEDULE(WS-QRY-I) W-PROC-DATE
                 WS-QRY-DUE(WS-QRY-I) WS-QRY-DUE-REASON(WS-QRY-I)
             END-IF
             IF WS-QRY-FLAW(WS-QRY-I) = SPACES
               PERFORM CHECK-QUERY-TEXT
             END-IF
           END-PERFORM.

      * Reading only: one SELECT or WITH statement, with at most a
      * closing semicolon.
           CHECK-QUERY-TEXT SECTION.
           IF WS-QRY-SQL(WS-QRY-I) = SPACES
             MOVE "no SQL text (S line)" TO WS-QRY-FLAW(WS-QRY-I)
             EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-FIRST-WORD.
           UNSTRING WS-QRY-SQL(WS-QRY-I) DELIMITED BY SPACE OR "("
             INTO WS-FIRST-WORD
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-FIRST-WORD) TO WS-FIRST-WORD.
           IF WS-FIRST-WORD NOT = "SELECT" AND NOT = "WITH"
             MOVE "not a SELECT - saved queries only read"
               TO WS-QRY-FLAW(WS-QRY-I)
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-SEMI-COUNT.
           INSPECT WS-QRY-SQL(WS-QRY-I) TALLYING WS-SEMI-COUNT
             FOR ALL ";".
           COMPUTE WS-SQL-LEN = WS-QRY-SQL-PTR(WS-QRY-I) - 2.
           IF WS-SEMI-COUNT > 1
               OR (WS-SEMI-COUNT = 1
                 AND WS-QRY-SQL(WS-QRY-I)(WS-SQL-LEN:1) NOT = ";")
             MOVE "more than one SQL statement"
               TO WS-QRY-FLAW(WS-QRY-I)
           END-IF.

           CHOOSE-QUERIES SECTION.
           DISPLAY "Saved queries - processing date " W-PROC-DATE.
           PERFORM VARYING WS-QRY-I FROM 1 BY 1
               UNTIL WS-QRY-I > WS-QRY-USED
             DISPLAY "  " WS-QRY-NAME(WS-QRY-I) " "
               WS-QRY-SCHEDULE(WS-QRY-I) " "
               FUNCTION TRIM(WS-QRY-TITLE(WS-QRY-I))
             IF WS-QRY-FLAW(WS-QRY-I) = SPACES
               DISPLAY "      " WS-QRY-DUE-REASON(WS-QRY-I)
             ELSE
               DISPLAY "      cannot run - " WS-QRY-FLAW(WS-QRY-I)
             END-IF
           END-PERFORM.
           DISPLAY "Query name (blank - those due today, ALL - every "
             "query): ".
           ACCEPT WS-PICK.
           EVALUATE TRUE
             WHEN WS-PICK = SPACES
               SET SELECT-DUE TO TRUE
             WHEN FUNCTION UPPER-CASE(WS-PICK) = "ALL"
               SET SELECT-ALL TO TRUE
             WHEN OTHER
               MOVE WS-PICK TO WS-FIND-NAME
               PERFORM FIND-QUERY
               IF WS-QRY-FOUND = ZERO
                 DISPLAY "No saved query named "
                   FUNCTION TRIM(WS-PICK) " - nothing run."
               ELSE
                 SET SELECT-ONE TO TRUE
               END-IF
           END-EVALUATE.

           JUDGE-SELECTION SECTION.
           MOVE "N" TO WS-TAKE.
           EVALUATE TRUE
             WHEN SELECT-ALL
               SET QUERY-TAKEN TO TRUE
             WHEN SELECT-DUE AND WS-QRY-DUE(WS-QRY-I) = "Y"
               SET QUERY-TAKEN TO TRUE
             WHEN SELECT-ONE AND WS-QRY-I = WS-QRY-FOUND
               SET QUERY-TAKEN TO TRUE
           END-EVALUATE.

           OPEN-SQLITE SECTION.
           MOVE SPACES TO WS-ERRSTR.
           CALL "ocsqlite_init" USING
               WS-DB
               WS-DATABASE
               BY REFERENCE WS-ERRSTR
               BY VALUE FUNCTION LENGTH(WS-ERRSTR)
             RETURNING WS-RESULT
             ON EXCEPTION
               MOVE "ocsqlite interface not available" TO WS-FAILURE
               DISPLAY "ocsqlite interface not available - is "
                 "ocsqlite.o linked in?"
               EXIT SECTION
           END-CALL.
           IF WS-RESULT NOT = ZERO
             MOVE SPACES TO WS-FAILURE
             STRING "SQLite init failed: " WS-ERRSTR
               DELIMITED BY SIZE INTO WS-FAILURE
             INSPECT WS-FAILURE REPLACING ALL LOW-VALUE BY SPACE
             DISPLAY WS-FAILURE
             EXIT SECTION
           END-IF.
           SET SQL-IS-OPEN TO TRUE.
           SET WS-CALLBACK TO ENTRY "SAVED-QUERY-ROW".
           MOVE "N" TO WS-QRW-COLLECT.
           MOVE ".mode list" TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.

           CLOSE-SQLITE SECTION.
           IF NOT SQL-IS-OPEN
             EXIT SECTION
           END-IF.
           CALL "ocsqlite_close" USING BY VALUE WS-DB
             RETURNING WS-RESULT
           END-CALL.
           MOVE "N" TO WS-SQL-OPEN.

           RUN-SQL-QUERY SECTION.
           MOVE SPACES TO WS-ERRSTR.
           MOVE SPACES TO WS-ZQUERY.
           STRING FUNCTION TRIM(WS-QUERY TRAILING)
               DELIMITED BY SIZE
             X"00" DELIMITED BY SIZE
             INTO WS-ZQUERY
           END-STRING.
           CALL "ocsqlite"
             USING BY VALUE WS-DB
               WS-CALLBACK
               BY REFERENCE WS-ZQUERY
               BY VALUE FUNCTION LENGTH(WS-ZQUERY)
               BY REFERENCE WS-ERRSTR
               BY VALUE FUNCTION LENGTH(WS-ERRSTR)
             RETURNING WS-RESULT
           END-CALL.
           INSPECT WS-ERRSTR REPLACING ALL LOW-VALUE BY SPACE.

      * A query the library got wrong is not put to SQLite at all.
           RUN-ONE-QUERY SECTION.
           IF WS-QRY-FLAW(WS-QRY-I) NOT = SPACES
             MOVE WS-QRY-FLAW(WS-QRY-I) TO WS-FAILURE
             PERFORM LOG-QUERY-FAILURE
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-QRW-USED WS-QRW-LOST.
           MOVE WS-QRY-SQL(WS-QRY-I) TO WS-QUERY.
           MOVE "Y" TO WS-QRW-COLLECT.
           PERFORM RUN-SQL-QUERY.
           MOVE "N" TO WS-QRW-COLLECT.
           IF WS-RESULT NOT = ZERO
             MOVE WS-ERRSTR TO WS-FAILURE
             PERFORM LOG-QUERY-FAILURE
             EXIT SECTION
           END-IF.
           PERFORM WRITE-QUERY-REPORT.
           PERFORM POST-LINEAGE.
           ADD 1 TO WS-RUN-COUNT.
           DISPLAY "Query " WS-QRY-NAME(WS-QRY-I) " - "
             WS-QRW-USED " row(s) to "
             FUNCTION TRIM(W-RPT-SPOOL-NAME).

      * The failure reason is in WS-FAILURE.
           LOG-QUERY-FAILURE SECTION.
           ADD 1 TO WS-FAIL-COUNT.
           DISPLAY "Query " WS-QRY-NAME(WS-QRY-I) " failed: "
             FUNCTION TRIM(WS-FAILURE).
           MOVE "RUN-ONE-QUERY"           TO WS-EXC-PARAGRAPH.
           MOVE "SAVED-QUERY"             TO WS-EXC-FIELD-NAME.
           MOVE WS-QRY-NAME(WS-QRY-I)     TO WS-EXC-RECORD-KEY.
           MOVE WS-QRY-SQL(WS-QRY-I)      TO WS-EXC-BAD-VALUE.
           MOVE WS-FAILURE                TO WS-EXC-MESSAGE.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
             WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
             WS-EXC-BAD-VALUE WS-EXC-MESSAGE.

           WRITE-QUERY-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           IF WS-QRY-TITLE(WS-QRY-I) = SPACES
             MOVE WS-QRY-NAME(WS-QRY-I) TO W-RPT-TITLE
           ELSE
             MOVE WS-QRY-TITLE(WS-QRY-I) TO W-RPT-TITLE
           END-IF.
           MOVE SPACES TO W-RPT-SPOOL-NAME.
           STRING "../query_" DELIMITED BY SIZE
             WS-QRY-NAME(WS-QRY-I) DELIMITED BY SPACE
             ".rpt" DELIMITED BY SIZE
             INTO W-RPT-SPOOL-NAME
           END-STRING.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Saved query " WS-QRY-NAME(WS-QRY-I)
             " schedule " WS-QRY-SCHEDULE(WS-QRY-I)
             " processing date " W-PROC-DATE
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM PRINT-SQL-TEXT.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-QRY-COL-USED(WS-QRY-I) > ZERO
             PERFORM VARYING WS-COL-I FROM 1 BY 1
                 UNTIL WS-COL-I > WS-QRY-COL-USED(WS-QRY-I)
               MOVE WS-QRY-HEADING(WS-QRY-I, WS-COL-I)
                 TO WS-CELL(WS-COL-I)
             END-PERFORM
             PERFORM PLACE-COLUMNS
             PERFORM VARYING WS-COL-I FROM 1 BY 1
                 UNTIL WS-COL-I > WS-QRY-COL-USED(WS-QRY-I)
               MOVE ALL "-" TO WS-CELL(WS-COL-I)
             END-PERFORM
             PERFORM PLACE-COLUMNS
           END-IF.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-QRW-USED
             PERFORM PRINT-RESULT-ROW
           END-PERFORM.
           IF WS-QRW-USED = ZERO
             MOVE "(no rows)" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           IF WS-QRW-LOST > ZERO
             MOVE SPACES TO W-RPT-TEXT
             STRING WS-QRW-LOST " further row(s) not shown - the "
               "report holds " WS-MAX-RESULT-ROWS
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Rows " WS-QRW-USED DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           COMPUTE W-RPT-GRAND-TOTAL = WS-QRW-USED + WS-QRW-LOST.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * The SQL as run, so the report says what it answers.
           PRINT-SQL-TEXT SECTION.
           COMPUTE WS-SQL-LEN = WS-QRY-SQL-PTR(WS-QRY-I) - 1.
           MOVE 74 TO WS-SQL-PIECE.
           PERFORM VARYING WS-SQL-POS FROM 1 BY 74
               UNTIL WS-SQL-POS > WS-SQL-LEN
             MOVE SPACES TO W-RPT-TEXT
             IF WS-SQL-POS = 1
               MOVE "SQL" TO W-RPT-TEXT
             END-IF
             IF WS-SQL-POS + 74 > 1001
               COMPUTE WS-SQL-PIECE = 1001 - WS-SQL-POS
             END-IF
             MOVE WS-QRY-SQL(WS-QRY-I)(WS-SQL-POS:WS-SQL-PIECE)
               TO W-RPT-TEXT(7:74)
             PERFORM REPORT-LINE
           END-PERFORM.

      * Without column lines the row is printed as SQLite gave it.
           PRINT-RESULT-ROW SECTION.
           IF WS-QRY-COL-USED(WS-QRY-I) = ZERO
             MOVE WS-QRW-ROW(WS-ROW-I) TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-CELL-TABLE.
           UNSTRING WS-QRW-ROW(WS-ROW-I) DELIMITED BY "|"
             INTO WS-CELL(1) WS-CELL(2) WS-CELL(3) WS-CELL(4)
                  WS-CELL(5) WS-CELL(6) WS-CELL(7) WS-CELL(8)
                  WS-CELL(9) WS-CELL(10)
           END-UNSTRING.
           PERFORM PLACE-COLUMNS.

      * The cells side by side at their widths, one space between;
      * what would run past the report line is cut off.
           PLACE-COLUMNS SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE 1 TO WS-COL-POS.
           PERFORM VARYING WS-COL-I FROM 1 BY 1
               UNTIL WS-COL-I > WS-QRY-COL-USED(WS-QRY-I)
                 OR WS-COL-POS > 80
             MOVE WS-QRY-WIDTH(WS-QRY-I, WS-COL-I) TO WS-COL-WIDTH
             IF WS-COL-POS + WS-COL-WIDTH > 81
               COMPUTE WS-COL-WIDTH = 81 - WS-COL-POS
             END-IF
             MOVE WS-CELL(WS-COL-I)(1:WS-COL-WIDTH)
               TO W-RPT-TEXT(WS-COL-POS:WS-COL-WIDTH)
             COMPUTE WS-COL-POS = WS-COL-POS + WS-COL-WIDTH + 1
           END-PERFORM.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * test.db read, the query's report written.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "test.db" TO W-LIN-FILE.
           MOVE WS-QRW-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.

       END PROGRAM SAVED-QUERY-RUNNER.

      ******************************************************************
      * Row callback for the saved queries. ocsqlite calls it once per
      * result row with the row as the shell formats it (".mode
      * list", the columns parted by "|"), zero-terminated; rows are
      * kept only while the runner has collection switched on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAVED-QUERY-ROW.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-QUERY-ROW-AREA EXTERNAL.
             05 WS-QRW-COLLECT  PIC X.
             05 WS-QRW-USED     PIC 9(5).
             05 WS-QRW-LOST     PIC 9(5).
             05 WS-QRW-ROW      PIC X(132) OCCURS 2000 TIMES.
           77 WS-ROW-TEXT PIC X(132).

       LINKAGE SECTION.
           01 LS-NADA        USAGE POINTER.
           01 LS-FIELD-COUNT USAGE BINARY-LONG.
           01 LS-ROW-DATA    PIC X(132).
           01 LS-ROW-LENGTH  USAGE BINARY-LONG.

       PROCEDURE DIVISION USING LS-NADA LS-FIELD-COUNT LS-ROW-DATA
           LS-ROW-LENGTH.
       MAIN-PROCEDURE.
           IF WS-QRW-COLLECT = "Y"
             MOVE SPACES TO WS-ROW-TEXT
             STRING LS-ROW-DATA DELIMITED BY LOW-VALUE
               INTO WS-ROW-TEXT
             END-STRING
             INSPECT WS-ROW-TEXT REPLACING ALL X"0A" BY SPACE
             IF WS-QRW-USED < 2000
               ADD 1 TO WS-QRW-USED
               MOVE WS-ROW-TEXT TO WS-QRW-ROW(WS-QRW-USED)
             ELSE
               ADD 1 TO WS-QRW-LOST
             END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       END PROGRAM SAVED-QUERY-ROW.
