      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * DETAILS-SQLITE-LOAD pushes DETAILS into SQLite for the office's
      * questions, and sqlscreen lets people edit the rows there -
      * edits that never reached database_idx.dat, so the two copies
      * drifted apart. This reconciliation compares the SQLite table
      * with the indexed master by DETAILS-ID and reports the rows on
      * one side only and every field that differs. The loader keeps
      * the rows exactly as it loaded them in table details_loaded,
      * and that third copy tells which side moved:
      *   - a field changed in SQLite while the master kept the
      *     loaded value was edited in SQLite, and is proposed;
      *   - a field the master changed since the load is reported
      *     only - the next load brings SQLite up to date;
      *   - a field changed on both sides (or a row with no loaded
      *     copy to judge by) is a conflict, reported for the
      *     operator to settle by hand.
      * A row inserted in SQLite is proposed as an add, a row deleted
      * there (the master unchanged since the load) as a delete. The
      * index master stays the source of truth: a proposal is only
      * applied when the operator confirms it, and then through the
      * same rules DETAILS-MAINTENANCE keys under - the change is
      * journaled to details_journal.dat, a change to surname,
      * initials or birthday and every delete are held on
      * details_pending.dat for DETAILS-CHANGE-APPROVAL, an add must
      * pass the check digit, a code must be on the code master and
      * an erased DETAILS-ID is never added back. An applied row is
      * copied into details_loaded so it compares clean next time.
      * The comparison goes to "../details_sqlite_reconcile.rpt".
      * Looking needs only a sign-on; applying needs the update role.
      * RETURN-CODE 4 when any difference was found.
      * Tectonics: cobc -c ocsqlite.c
      *            cobc -x -lsqlite3 DetailsSqliteReconcile.cbl
      *              ocsqlite.o
      * Revision: Maxfx 15/10/2026 - a session that applies or holds
      *   proposals posts the master, the journal, the pending file and
      *   the SQLite copy to the lineage register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-SQLITE-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT PENDING-FILE ASSIGN TO "../details_pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PENDING-STATUS.

           SELECT CODE-MASTER-FILE ASSIGN TO "../code_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CODE-MASTER-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-FILE.
           01 DETAILS-RECORD.
             02 DETAILS-ID PIC 9(7).
             02 DETAILS-NAME.
               03 DETAILS-SURNAME PIC X(8).
               03 INITIALS        PIC XX.
             02 DETAILS-BIRTHDAY  PIC X(8).
             02 SOME-CODE         PIC X(5).
             02 DETAILS-V2-EXT.
               03 DETAILS-VERSION  PIC XX.
                 88 DETAILS-IS-V2  VALUE "V2".
               03 DETAILS-PHONE    PIC X(12).
               03 DETAILS-STREET   PIC X(20).
               03 DETAILS-CITY     PIC X(14).
               03 DETAILS-POSTCODE PIC X(8).
               03 DETAILS-STATUS   PIC X.
                 88 DETAILS-STATUS-ACTIVE VALUE "A".

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD PENDING-FILE.
           01 PENDING-FILE-RECORD PIC X(257).

           FD CODE-MASTER-FILE.
           01 CODE-MASTER-RECORD.
             05 CMF-CODE PIC X(5).
             05 FILLER   PIC X.
             05 CMF-DESC PIC X(30).
             05 FILLER   PIC X.
             05 CMF-EFF-FROM PIC X(8).
             05 FILLER   PIC X.
             05 CMF-EFF-TO   PIC X(8).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS           PIC XX.
           77 WS-JOURNAL-STATUS     PIC XX.
           77 WS-PENDING-STATUS     PIC XX.
           77 WS-CODE-MASTER-STATUS PIC XX.
           77 WS-SUPPRESS-STATUS    PIC XX.
           77 WS-STATUS-MSG         PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-MASTER-EOF PIC X.
             88 MASTER-AT-END VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "PendingChange.cpy".
           COPY "Lineage.cpy".

      * Records read from the master and the reference lists, for
      * the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-MASTER   PIC 9(8) VALUE ZERO.
             05 WS-READ-CODES    PIC 9(8) VALUE ZERO.
             05 WS-READ-SUPPRESS PIC 9(8) VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "DETAILS-SQLITE-RECON".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).
           77 WS-KEYING-DATE   PIC X(8).

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

      * Rows of the comparison query, filled by DETAILS-SQLITE-ROW
      * below one callback at a time - the external row table
      * sqlscreen's callback fills, sized for the whole table.
           78 WS-MAX-SQL-ROWS VALUE 9999.
           01 WS-SQLITE-ROW-AREA EXTERNAL.
             05 WS-SQL-COLLECT  PIC X.
             05 WS-SQL-ROW-USED PIC 9(5).
             05 WS-SQL-ROW-LOST PIC 9(5).
             05 WS-SQL-ROW      PIC X(100) OCCURS 9999 TIMES.
           77 WS-SQL-I PIC 9(5).

      * One row split into the SQLite values and the values as
      * loaded; Y/N says whether the row is on that side at all.
      * A value longer than the master field cannot be applied.
           01 WS-SQ-ROW.
             05 WS-SQ-ID-TEXT  PIC X(7).
             05 WS-SQ-ID       REDEFINES WS-SQ-ID-TEXT PIC 9(7).
             05 WS-SQ-PRESENT  PIC X.
             05 WS-SQ-FIELDS.
               10 WS-SQ-SURNAME  PIC X(8).
               10 WS-SQ-INITIALS PIC XX.
               10 WS-SQ-BIRTHDAY PIC X(8).
               10 WS-SQ-CODE     PIC X(5).
             05 WS-BS-PRESENT  PIC X.
             05 WS-BS-FIELDS.
               10 WS-BS-SURNAME  PIC X(8).
               10 WS-BS-INITIALS PIC XX.
               10 WS-BS-BIRTHDAY PIC X(8).
               10 WS-BS-CODE     PIC X(5).
           01 WS-SQ-COUNTS.
             05 WS-SQ-LEN PIC 9(3) OCCURS 11 TIMES.
           77 WS-SQ-TOO-LONG PIC X.
             88 SQ-TOO-LONG  VALUE "Y".
           77 WS-SQ-KEY      PIC 9(8).
           77 WS-MASTER-KEY  PIC 9(8).
           78 WS-NO-MORE-KEY VALUE 99999999.

      * Field-by-field judgement of one row on both sides.
           01 WS-FIELD-NAMES.
             05 FILLER PIC X(9) VALUE "surname".
             05 FILLER PIC X(9) VALUE "initials".
             05 FILLER PIC X(9) VALUE "birthday".
             05 FILLER PIC X(9) VALUE "code".
           01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
             05 WS-FIELD-NAME PIC X(9) OCCURS 4 TIMES.
           77 WS-FLD-I       PIC 9.
           77 WS-FLD-SQLITE  PIC X(8).
           77 WS-FLD-LOADED  PIC X(8).
           77 WS-FLD-MASTER  PIC X(8).
           77 WS-FLD-VERDICT PIC X(24).
           77 WS-ROW-ID        PIC 9(7).
           77 WS-ROW-VERDICT   PIC X(60).
           77 WS-ROW-EDITS     PIC 9.
           77 WS-ROW-CONFLICTS PIC 9.
           01 WS-ROW-MOVE-FLAGS.
             05 WS-ROW-MOVE PIC X OCCURS 4 TIMES.

      * The proposals the comparison raised, worked after the report.
      * The master's 30 key-and-field bytes are kept as they were
      * compared, so a record changed since is not overwritten.
           78 WS-MAX-PROPOSALS VALUE 2000.
           01 WS-PROPOSAL-TABLE.
             05 WS-PROPOSAL OCCURS 2000 TIMES.
               10 WS-PR-KIND   PIC X.
                 88 PR-ADD     VALUE "A".
                 88 PR-CHANGE  VALUE "C".
                 88 PR-DELETE  VALUE "D".
               10 WS-PR-ID     PIC 9(7).
               10 WS-PR-FIELDS PIC X(23).
               10 WS-PR-MOVES  PIC X(4).
               10 WS-PR-MASTER PIC X(30).
           77 WS-PROPOSAL-USED PIC 9(4) VALUE ZERO.
           77 WS-PROPOSAL-LOST PIC 9(4) VALUE ZERO.
           77 WS-PR-I          PIC 9(4).
           77 WS-NEW-KIND      PIC X.
           77 WS-NEW-MASTER    PIC X(30).
           01 WS-PR-VIEW.
             05 WS-PV-SURNAME  PIC X(8).
             05 WS-PV-INITIALS PIC XX.
             05 WS-PV-BIRTHDAY PIC X(8).
             05 WS-PV-CODE     PIC X(5).

           77 WS-VERDICT       PIC X.
             88 VERDICT-APPLY  VALUE "A" "a".
             88 VERDICT-REJECT VALUE "R" "r".
             88 VERDICT-SKIP   VALUE "S" "s".
             88 VERDICT-QUIT   VALUE "Q" "q".
           77 WS-REVIEW-STOP   PIC X VALUE "N".
             88 REVIEW-STOPPED VALUE "Y".

           77 WS-COMPARED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-IN-STEP-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-SQLITE-ONLY     PIC 9(6) VALUE ZERO.
           77 WS-MASTER-ONLY     PIC 9(6) VALUE ZERO.
           77 WS-FIELD-DIFFS     PIC 9(6) VALUE ZERO.
           77 WS-CONFLICT-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-APPLY-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-SKIP-COUNT      PIC 9(5) VALUE ZERO.
           77 WS-REFUSED-COUNT   PIC 9(5) VALUE ZERO.

      * Legal SOME-CODE values, as DETAILS-MAINTENANCE loads them: an
      * absent master leaves the check off.
           78 WS-MAX-CODES VALUE 50.
           01 WS-CODE-MASTER-TABLE.
             05 WS-CM-ENTRY OCCURS 50 TIMES.
               10 WS-CM-CODE PIC X(5).
               10 WS-CM-FROM PIC X(8).
               10 WS-CM-TO   PIC X(8).
           77 WS-CODE-MASTER-USED PIC 99 VALUE ZERO.
           77 WS-CM-I             PIC 99.
           77 WS-CODE-VALID       PIC X.
             88 SOME-CODE-KNOWN   VALUE "Y".
             88 SOME-CODE-UNKNOWN VALUE "N".

      * Suppression list in memory; absent means nothing erased.
           78 WS-MAX-SUPPRESS VALUE 200.
           01 WS-SUPPRESS-TABLE.
             05 WS-SUP-ID PIC X(7) OCCURS 200 TIMES.
           77 WS-SUPPRESS-USED PIC 9(3) VALUE ZERO.
           77 WS-SUP-I         PIC 9(3).
           77 WS-SUPPRESS-HIT  PIC X.
             88 ID-SUPPRESSED  VALUE "Y".

           77 WS-LAST-PENDING  PIC 9(6).
           77 WS-ALREADY-HELD  PIC X.
             88 CHANGE-WAITING VALUE "Y".
           77 WS-BEFORE-IMAGE  PIC X(87).
           77 WS-SENSITIVE     PIC X.
             88 SENSITIVE-CHANGE VALUE "Y".
           77 WS-ID-CHECK-FIELD PIC X(20).
           77 WS-ID-CHECK-VALID PIC X.
             88 ID-CHECK-INVALID VALUE "N".
           77 WS-BIRTHDAY-VALID PIC X.
             88 BIRTHDAY-INVALID VALUE "N".

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20) VALUE "DETAILS-SQLITE-RECON".
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

           77 WS-MAY-APPLY PIC X VALUE "N".
             88 MAY-APPLY  VALUE "Y".
           77 WS-FINAL-RC  PIC S9(4) COMP VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 55.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           ACCEPT WS-KEYING-DATE FROM DATE YYYYMMDD.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - reconciliation refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Inquiry role - the differences are reported, "
               "none can be applied."
           ELSE
             SET MAY-APPLY TO TRUE
           END-IF.
           PERFORM REGISTER-FILE-HOLDING.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "database_idx.dat is held by a batch job - "
               "reconciliation refused."
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SQLITE-ROWS.
           IF NOT SQL-IS-OPEN
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF MAY-APPLY
             OPEN I-O DETAILS-FILE
           ELSE
             OPEN INPUT DETAILS-FILE
           END-IF.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             PERFORM CLOSE-SQLITE
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM COMPARE-BY-DETAILS-ID.
           PERFORM CLOSE-REPORT.
           DISPLAY WS-COMPARED-COUNT " DETAILS-ID(s) compared: "
             WS-IN-STEP-COUNT " in step, " WS-SQLITE-ONLY
             " in SQLite only, " WS-MASTER-ONLY " on the master only, "
             WS-FIELD-DIFFS " field difference(s), "
             WS-CONFLICT-COUNT " conflict(s).".
           DISPLAY WS-PROPOSAL-USED " change(s) proposed from the "
             "SQLite side - see details_sqlite_reconcile.rpt".
           IF MAY-APPLY AND WS-PROPOSAL-USED > ZERO
             PERFORM REVIEW-PROPOSALS
           END-IF.
           CLOSE DETAILS-FILE.
           PERFORM CLOSE-SQLITE.
           PERFORM RELEASE-FILE-HOLDING.
           IF WS-APPLY-COUNT > ZERO OR WS-HELD-COUNT > ZERO
             PERFORM POST-LINEAGE
           END-IF.
           IF WS-SQLITE-ONLY > ZERO OR WS-MASTER-ONLY > ZERO
               OR WS-FIELD-DIFFS > ZERO
             MOVE 4 TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           GOBACK.

           REGISTER-FILE-HOLDING SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE "../database_idx.dat" TO WS-QSC-FILE.
           MOVE "S" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           RELEASE-FILE-HOLDING SECTION.
           MOVE "D" TO WS-QSC-FUNCTION.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

      * One query returns every DETAILS-ID on either SQLite table,
      * in key order like the master, with the SQLite and the loaded
      * values side by side. A database loaded before the loader kept
      * details_loaded gets an empty one - every difference is then
      * a conflict until the next load.
           LOAD-SQLITE-ROWS SECTION.
           CALL "ocsqlite_init" USING
               WS-DB
               WS-DATABASE
               BY REFERENCE WS-ERRSTR
               BY VALUE FUNCTION LENGTH(WS-ERRSTR)
             RETURNING WS-RESULT
             ON EXCEPTION
               DISPLAY "ocsqlite interface not available - is "
                 "ocsqlite.o linked in?"
               EXIT SECTION
           END-CALL.
           IF WS-RESULT NOT = ZERO
             DISPLAY "SQLite init failed: " WS-ERRSTR
             EXIT SECTION
           END-IF.
           SET SQL-IS-OPEN TO TRUE.
           SET WS-CALLBACK TO ENTRY "DETAILS-SQLITE-ROW".
           MOVE "N" TO WS-SQL-COLLECT.
           MOVE ZERO TO WS-SQL-ROW-USED WS-SQL-ROW-LOST.
           MOVE "create table if not exists details (details_id " &
             "integer primary key, surname char(8), initials " &
             "char(2), birthday char(8), some_code char(5));"
             TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.
           MOVE "create table if not exists details_loaded (" &
             "details_id integer primary key, surname char(8), " &
             "initials char(2), birthday char(8), some_code " &
             "char(5));" TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.
           MOVE ".mode list" TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.
           MOVE "select printf('%07d|%s|%s|%s|%s|%s|%s|%s|%s|%s|%s', " &
             "k.id, case when d.details_id is null then 'N' else " &
             "'Y' end, ifnull(d.surname, ''), ifnull(d.initials, " &
             "''), ifnull(d.birthday, ''), ifnull(d.some_code, ''), " &
             "case when b.details_id is null then 'N' else 'Y' end, " &
             "ifnull(b.surname, ''), ifnull(b.initials, ''), " &
             "ifnull(b.birthday, ''), ifnull(b.some_code, '')) " &
             "from (select details_id as id from details union " &
             "select details_id from details_loaded) k " &
             "left join details d on d.details_id = k.id " &
             "left join details_loaded b on b.details_id = k.id " &
             "order by k.id;" TO WS-QUERY.
           MOVE "Y" TO WS-SQL-COLLECT.
           PERFORM RUN-SQL-QUERY.
           MOVE "N" TO WS-SQL-COLLECT.
           IF WS-RESULT NOT = ZERO
             PERFORM CLOSE-SQLITE
             EXIT SECTION
           END-IF.
           IF WS-SQL-ROW-LOST > ZERO
             DISPLAY "The SQLite tables hold more than "
               WS-MAX-SQL-ROWS " DETAILS-IDs - reconciliation "
               "refused, nothing compared."
             PERFORM CLOSE-SQLITE
           END-IF.

           CLOSE-SQLITE SECTION.
           IF NOT SQL-IS-OPEN
             EXIT SECTION
           END-IF.
           CALL "ocsqlite_close" USING BY VALUE WS-DB
             RETURNING WS-RESULT
           END-CALL.
           MOVE "N" TO WS-SQL-OPEN.

           RUN-SQL-QUERY SECTION.
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
           IF WS-RESULT NOT = ZERO
             DISPLAY "SQL error: " WS-ERRSTR
           END-IF.

      * Both sides are in DETAILS-ID order, so one pass matches them.
           COMPARE-BY-DETAILS-ID SECTION.
           MOVE "N" TO WS-MASTER-EOF.
           MOVE ZERO TO DETAILS-ID.
           START DETAILS-FILE KEY IS NOT LESS THAN DETAILS-ID
             INVALID KEY SET MASTER-AT-END TO TRUE
           END-START.
           PERFORM READ-NEXT-MASTER.
           MOVE 1 TO WS-SQL-I.
           PERFORM TAKE-SQLITE-ROW.
           PERFORM UNTIL WS-SQ-KEY = WS-NO-MORE-KEY
               AND WS-MASTER-KEY = WS-NO-MORE-KEY
             EVALUATE TRUE
               WHEN WS-SQ-KEY < WS-MASTER-KEY
                 PERFORM JUDGE-SQLITE-ONLY
                 ADD 1 TO WS-SQL-I
                 PERFORM TAKE-SQLITE-ROW
               WHEN WS-SQ-KEY > WS-MASTER-KEY
                 PERFORM JUDGE-MASTER-NOT-LOADED
                 PERFORM READ-NEXT-MASTER
               WHEN OTHER
                 PERFORM JUDGE-BOTH-SIDES
                 ADD 1 TO WS-SQL-I
                 PERFORM TAKE-SQLITE-ROW
                 PERFORM READ-NEXT-MASTER
             END-EVALUATE
           END-PERFORM.

           READ-NEXT-MASTER SECTION.
           MOVE WS-NO-MORE-KEY TO WS-MASTER-KEY.
           IF MASTER-AT-END
             EXIT SECTION
           END-IF.
           READ DETAILS-FILE NEXT RECORD
             AT END
               SET MASTER-AT-END TO TRUE
             NOT AT END
               ADD 1 TO WS-READ-MASTER
               MOVE DETAILS-ID TO WS-MASTER-KEY
           END-READ.

      * A row whose key is unreadable is reported and passed over.
           TAKE-SQLITE-ROW SECTION.
           MOVE WS-NO-MORE-KEY TO WS-SQ-KEY.
           PERFORM UNTIL WS-SQ-KEY NOT = WS-NO-MORE-KEY
               OR WS-SQL-I > WS-SQL-ROW-USED
             PERFORM SPLIT-SQLITE-ROW
           END-PERFORM.

           SPLIT-SQLITE-ROW SECTION.
           MOVE SPACES TO WS-SQ-ROW.
           MOVE ZERO TO WS-SQ-COUNTS.
           UNSTRING WS-SQL-ROW(WS-SQL-I) DELIMITED BY "|"
             INTO WS-SQ-ID-TEXT  COUNT IN WS-SQ-LEN(1)
                  WS-SQ-PRESENT  COUNT IN WS-SQ-LEN(2)
                  WS-SQ-SURNAME  COUNT IN WS-SQ-LEN(3)
                  WS-SQ-INITIALS COUNT IN WS-SQ-LEN(4)
                  WS-SQ-BIRTHDAY COUNT IN WS-SQ-LEN(5)
                  WS-SQ-CODE     COUNT IN WS-SQ-LEN(6)
                  WS-BS-PRESENT  COUNT IN WS-SQ-LEN(7)
                  WS-BS-SURNAME  COUNT IN WS-SQ-LEN(8)
                  WS-BS-INITIALS COUNT IN WS-SQ-LEN(9)
                  WS-BS-BIRTHDAY COUNT IN WS-SQ-LEN(10)
                  WS-BS-CODE     COUNT IN WS-SQ-LEN(11)
           END-UNSTRING.
           IF WS-SQ-LEN(1) NOT = 7 OR WS-SQ-ID-TEXT IS NOT NUMERIC
             MOVE SPACES TO W-RPT-TEXT
             STRING "Unreadable SQLite row: " WS-SQL-ROW(WS-SQL-I)
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
             ADD 1 TO WS-SQL-I
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SQ-TOO-LONG.
           IF WS-SQ-LEN(3) > 8 OR WS-SQ-LEN(4) > 2
               OR WS-SQ-LEN(5) > 8 OR WS-SQ-LEN(6) > 5
             SET SQ-TOO-LONG TO TRUE
           END-IF.
           MOVE WS-SQ-ID TO WS-SQ-KEY.

      * On SQLite or in the loaded copy but not on the master.
           JUDGE-SQLITE-ONLY SECTION.
           IF WS-SQ-PRESENT NOT = "Y"
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-COMPARED-COUNT.
           ADD 1 TO WS-SQLITE-ONLY.
           MOVE WS-SQ-ID TO WS-ROW-ID.
           IF WS-BS-PRESENT = "Y"
             MOVE "on SQLite only - deleted from the master since "
               & "the load" TO WS-ROW-VERDICT
             PERFORM REPORT-ROW-LINE
             EXIT SECTION
           END-IF.
           IF SQ-TOO-LONG
             MOVE "on SQLite only - a value is too long to add"
               TO WS-ROW-VERDICT
             ADD 1 TO WS-CONFLICT-COUNT
             PERFORM REPORT-ROW-LINE
             EXIT SECTION
           END-IF.
           MOVE "on SQLite only - added there, proposed"
             TO WS-ROW-VERDICT.
           PERFORM REPORT-ROW-LINE.
           MOVE "YYYY" TO WS-ROW-MOVE-FLAGS.
           MOVE "A" TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-MASTER.
           PERFORM ADD-PROPOSAL.

      * On the master and nowhere in SQLite - keyed since the load.
           JUDGE-MASTER-NOT-LOADED SECTION.
           ADD 1 TO WS-COMPARED-COUNT.
           ADD 1 TO WS-MASTER-ONLY.
           MOVE DETAILS-ID TO WS-ROW-ID.
           MOVE "on the master only - added since the load"
             TO WS-ROW-VERDICT.
           PERFORM REPORT-ROW-LINE.

           JUDGE-BOTH-SIDES SECTION.
           ADD 1 TO WS-COMPARED-COUNT.
           IF WS-SQ-PRESENT NOT = "Y"
             ADD 1 TO WS-MASTER-ONLY
             PERFORM JUDGE-SQLITE-DELETE
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-ROW-EDITS WS-ROW-CONFLICTS.
           MOVE "NNNN" TO WS-ROW-MOVE-FLAGS.
           PERFORM VARYING WS-FLD-I FROM 1 BY 1 UNTIL WS-FLD-I > 4
             PERFORM JUDGE-ONE-FIELD
           END-PERFORM.
           IF WS-ROW-EDITS = ZERO AND WS-ROW-CONFLICTS = ZERO
             ADD 1 TO WS-IN-STEP-COUNT
             EXIT SECTION
           END-IF.
           IF WS-ROW-CONFLICTS > ZERO
             ADD 1 TO WS-CONFLICT-COUNT
             EXIT SECTION
           END-IF.
           IF WS-ROW-EDITS > ZERO
             IF SQ-TOO-LONG
               MOVE WS-SQ-ID TO WS-ROW-ID
               MOVE "not proposed - a SQLite value is too long"
                 TO WS-ROW-VERDICT
               PERFORM REPORT-ROW-LINE
               ADD 1 TO WS-CONFLICT-COUNT
             ELSE
               MOVE "C" TO WS-NEW-KIND
               MOVE DETAILS-RECORD(1:30) TO WS-NEW-MASTER
               PERFORM ADD-PROPOSAL
             END-IF
           END-IF.

      * Gone from SQLite but loaded: deleted there. Proposed only
      * while the master still holds what was loaded.
           JUDGE-SQLITE-DELETE SECTION.
           MOVE WS-SQ-ID TO WS-ROW-ID.
           IF WS-BS-PRESENT NOT = "Y"
             MOVE "on the master only - added since the load"
               TO WS-ROW-VERDICT
             PERFORM REPORT-ROW-LINE
             EXIT SECTION
           END-IF.
           IF DETAILS-SURNAME = WS-BS-SURNAME
               AND INITIALS = WS-BS-INITIALS
               AND DETAILS-BIRTHDAY = WS-BS-BIRTHDAY
               AND SOME-CODE = WS-BS-CODE
             MOVE "on the master only - deleted in SQLite, proposed"
               TO WS-ROW-VERDICT
             PERFORM REPORT-ROW-LINE
             MOVE "NNNN" TO WS-ROW-MOVE-FLAGS
             MOVE "D" TO WS-NEW-KIND
             MOVE DETAILS-RECORD(1:30) TO WS-NEW-MASTER
             PERFORM ADD-PROPOSAL
           ELSE
             MOVE "deleted in SQLite, changed on the master"
               TO WS-ROW-VERDICT
             PERFORM REPORT-ROW-LINE
             ADD 1 TO WS-CONFLICT-COUNT
           END-IF.

      * Which side moved the field away from the loaded value.
           JUDGE-ONE-FIELD SECTION.
           EVALUATE WS-FLD-I
             WHEN 1
               MOVE WS-SQ-SURNAME TO WS-FLD-SQLITE
               MOVE WS-BS-SURNAME TO WS-FLD-LOADED
               MOVE DETAILS-SURNAME TO WS-FLD-MASTER
             WHEN 2
               MOVE WS-SQ-INITIALS TO WS-FLD-SQLITE
               MOVE WS-BS-INITIALS TO WS-FLD-LOADED
               MOVE INITIALS TO WS-FLD-MASTER
             WHEN 3
               MOVE WS-SQ-BIRTHDAY TO WS-FLD-SQLITE
               MOVE WS-BS-BIRTHDAY TO WS-FLD-LOADED
               MOVE DETAILS-BIRTHDAY TO WS-FLD-MASTER
             WHEN OTHER
               MOVE WS-SQ-CODE TO WS-FLD-SQLITE
               MOVE WS-BS-CODE TO WS-FLD-LOADED
               MOVE SOME-CODE TO WS-FLD-MASTER
           END-EVALUATE.
           IF WS-FLD-SQLITE = WS-FLD-MASTER
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-FIELD-DIFFS.
           EVALUATE TRUE
             WHEN WS-BS-PRESENT NOT = "Y"
               MOVE "no loaded copy - settle" TO WS-FLD-VERDICT
               ADD 1 TO WS-ROW-CONFLICTS
             WHEN WS-FLD-SQLITE = WS-FLD-LOADED
               MOVE "master changed - reload" TO WS-FLD-VERDICT
             WHEN WS-FLD-MASTER = WS-FLD-LOADED
               MOVE "edited in SQLite" TO WS-FLD-VERDICT
               ADD 1 TO WS-ROW-EDITS
               MOVE "Y" TO WS-ROW-MOVE(WS-FLD-I)
             WHEN OTHER
               MOVE "both changed - settle" TO WS-FLD-VERDICT
               ADD 1 TO WS-ROW-CONFLICTS
           END-EVALUATE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-SQ-ID-TEXT " " WS-FIELD-NAME(WS-FLD-I)
             "master " WS-FLD-MASTER " SQLite " WS-FLD-SQLITE " "
             WS-FLD-VERDICT DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           ADD-PROPOSAL SECTION.
           IF WS-PROPOSAL-USED >= WS-MAX-PROPOSALS
             ADD 1 TO WS-PROPOSAL-LOST
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PROPOSAL-USED.
           MOVE WS-NEW-KIND TO WS-PR-KIND(WS-PROPOSAL-USED).
           MOVE WS-SQ-ID TO WS-PR-ID(WS-PROPOSAL-USED).
           MOVE WS-SQ-FIELDS TO WS-PR-FIELDS(WS-PROPOSAL-USED).
           MOVE WS-ROW-MOVE-FLAGS TO WS-PR-MOVES(WS-PROPOSAL-USED).
           MOVE WS-NEW-MASTER TO WS-PR-MASTER(WS-PROPOSAL-USED).

           REPORT-ROW-LINE SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ROW-ID " " WS-ROW-VERDICT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

      * Each proposal is shown beside the master as it stands now.
           REVIEW-PROPOSALS SECTION.
           PERFORM LOAD-CODE-MASTER.
           PERFORM LOAD-SUPPRESSION-LIST.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-PROPOSAL-LOST > ZERO
             DISPLAY WS-PROPOSAL-LOST " further proposal(s) did not "
               "fit this session - run the reconciliation again."
           END-IF.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PROPOSAL-USED OR REVIEW-STOPPED
             PERFORM REVIEW-ONE-PROPOSAL
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           DISPLAY WS-APPLY-COUNT " applied, " WS-HELD-COUNT
             " held for approval, " WS-REJECT-COUNT " rejected, "
             WS-SKIP-COUNT " skipped, " WS-REFUSED-COUNT
             " refused.".

           REVIEW-ONE-PROPOSAL SECTION.
           MOVE WS-PR-FIELDS(WS-PR-I) TO WS-PR-VIEW.
           MOVE WS-PR-ID(WS-PR-I) TO DETAILS-ID.
           DISPLAY "-------------------------------------------------".
           IF PR-ADD(WS-PR-I)
             DISPLAY "Add DETAILS-ID " WS-PR-ID(WS-PR-I)
               " keyed in SQLite:"
             DISPLAY "  " WS-PV-SURNAME " " WS-PV-INITIALS
               " born " WS-PV-BIRTHDAY " code " WS-PV-CODE
           ELSE
             READ DETAILS-FILE
               INVALID KEY
                 DISPLAY "DETAILS-ID " WS-PR-ID(WS-PR-I) " is no "
                   "longer on the master - proposal passed over."
                 ADD 1 TO WS-REFUSED-COUNT
                 EXIT SECTION
             END-READ
             IF DETAILS-RECORD(1:30) NOT = WS-PR-MASTER(WS-PR-I)
               DISPLAY "DETAILS-ID " WS-PR-ID(WS-PR-I) " changed on "
                 "the master since the comparison - passed over."
               ADD 1 TO WS-REFUSED-COUNT
               EXIT SECTION
             END-IF
             IF PR-DELETE(WS-PR-I)
               DISPLAY "Delete DETAILS-ID " DETAILS-ID " "
                 DETAILS-SURNAME " " INITIALS " - deleted in SQLite"
             ELSE
               DISPLAY "Change DETAILS-ID " DETAILS-ID
                 " as edited in SQLite:"
               PERFORM SHOW-CHANGED-FIELDS
             END-IF
           END-IF.
           MOVE SPACE TO WS-VERDICT.
           PERFORM UNTIL VERDICT-APPLY OR VERDICT-REJECT
               OR VERDICT-SKIP OR VERDICT-QUIT
             DISPLAY "A) Apply  R) Reject  S) Skip  Q) Quit: "
             ACCEPT WS-VERDICT
           END-PERFORM.
           EVALUATE TRUE
             WHEN VERDICT-APPLY
               EVALUATE TRUE
                 WHEN PR-ADD(WS-PR-I)
                   PERFORM APPLY-ADD
                 WHEN PR-DELETE(WS-PR-I)
                   PERFORM APPLY-DELETE
                 WHEN OTHER
                   PERFORM APPLY-CHANGE
               END-EVALUATE
             WHEN VERDICT-REJECT
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Rejected - the SQLite row stays as it is until "
                 "the next DETAILS-SQLITE-LOAD."
             WHEN VERDICT-SKIP
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               SET REVIEW-STOPPED TO TRUE
           END-EVALUATE.

           SHOW-CHANGED-FIELDS SECTION.
           IF WS-PR-MOVES(WS-PR-I)(1:1) = "Y"
             DISPLAY "  Surname  now " DETAILS-SURNAME " SQLite "
               WS-PV-SURNAME
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(2:1) = "Y"
             DISPLAY "  Initials now " INITIALS " SQLite "
               WS-PV-INITIALS
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(3:1) = "Y"
             DISPLAY "  Birthday now " DETAILS-BIRTHDAY " SQLite "
               WS-PV-BIRTHDAY
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(4:1) = "Y"
             DISPLAY "  Code     now " SOME-CODE " SQLite "
               WS-PV-CODE
           END-IF.

      * An add is keyed the way DETAILS-MAINTENANCE keys one: the check
      * digit must hold and the code be on the master; the record is
      * a V2 record, ACTIVE, with no contact fields yet.
           APPLY-ADD SECTION.
           MOVE "N" TO WS-SUPPRESS-HIT.
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPRESS-USED OR ID-SUPPRESSED
             IF WS-SUP-ID(WS-SUP-I) = WS-PR-ID(WS-PR-I)
               SET ID-SUPPRESSED TO TRUE
             END-IF
           END-PERFORM.
           IF ID-SUPPRESSED
             DISPLAY "DETAILS-ID " WS-PR-ID(WS-PR-I) " has been "
               "erased - it is not added back."
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           MOVE WS-PR-ID(WS-PR-I) TO WS-ID-CHECK-FIELD.
           CALL "CHECK-DIGIT" USING WS-ID-CHECK-FIELD WS-ID-CHECK-VALID.
           IF ID-CHECK-INVALID
             DISPLAY "Add refused: DETAILS-ID " WS-PR-ID(WS-PR-I)
               " fails the MOD-10 check digit."
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           PERFORM CHECK-PROPOSED-CODE.
           IF SOME-CODE-UNKNOWN
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           CALL "VALIDATE-DATE" USING WS-PV-BIRTHDAY WS-BIRTHDAY-VALID.
           IF BIRTHDAY-INVALID
             DISPLAY "WARNING: " WS-PV-BIRTHDAY
               " is not a plausible YYYYMMDD date."
           END-IF.
           MOVE SPACES TO DETAILS-RECORD.
           MOVE WS-PR-ID(WS-PR-I) TO DETAILS-ID.
           MOVE WS-PV-SURNAME TO DETAILS-SURNAME.
           MOVE WS-PV-INITIALS TO INITIALS.
           MOVE WS-PV-BIRTHDAY TO DETAILS-BIRTHDAY.
           MOVE WS-PV-CODE TO SOME-CODE.
           MOVE "V2" TO DETAILS-VERSION.
           SET DETAILS-STATUS-ACTIVE TO TRUE.
           WRITE DETAILS-RECORD
             INVALID KEY
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
               DISPLAY "Add failed: " WS-STATUS-MSG
               ADD 1 TO WS-REFUSED-COUNT
               EXIT SECTION
           END-WRITE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE "A" TO W-JRN-ACTION.
           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM REFRESH-LOADED-ROW.
           ADD 1 TO WS-APPLY-COUNT.
           DISPLAY "Record " DETAILS-ID " added.".

      * Only the fields edited in SQLite are moved; surname,
      * initials and birthday are sensitive and wait for a second
      * operator, the code alone is rewritten straight away.
           APPLY-CHANGE SECTION.
           PERFORM SCAN-PENDING-CHANGES.
           IF CHANGE-WAITING
             DISPLAY "Record " DETAILS-ID " has a change awaiting "
               "approval - passed over until that is decided."
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(4:1) = "Y"
             PERFORM CHECK-PROPOSED-CODE
             IF SOME-CODE-UNKNOWN
               ADD 1 TO WS-REFUSED-COUNT
               EXIT SECTION
             END-IF
           END-IF.
           MOVE DETAILS-RECORD TO WS-BEFORE-IMAGE.
           MOVE "N" TO WS-SENSITIVE.
           IF WS-PR-MOVES(WS-PR-I)(1:1) = "Y"
             MOVE WS-PV-SURNAME TO DETAILS-SURNAME
             SET SENSITIVE-CHANGE TO TRUE
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(2:1) = "Y"
             MOVE WS-PV-INITIALS TO INITIALS
             SET SENSITIVE-CHANGE TO TRUE
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(3:1) = "Y"
             MOVE WS-PV-BIRTHDAY TO DETAILS-BIRTHDAY
             SET SENSITIVE-CHANGE TO TRUE
           END-IF.
           IF WS-PR-MOVES(WS-PR-I)(4:1) = "Y"
             MOVE WS-PV-CODE TO SOME-CODE
           END-IF.
           MOVE "C" TO W-JRN-ACTION.
           IF SENSITIVE-CHANGE
             PERFORM HOLD-FOR-APPROVAL
             EXIT SECTION
           END-IF.
           REWRITE DETAILS-RECORD
             INVALID KEY
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
               DISPLAY "Update failed: " WS-STATUS-MSG
               ADD 1 TO WS-REFUSED-COUNT
               EXIT SECTION
           END-REWRITE.
           PERFORM WRITE-JOURNAL-RECORD.
           PERFORM REFRESH-LOADED-ROW.
           ADD 1 TO WS-APPLY-COUNT.
           DISPLAY "Record " DETAILS-ID " updated.".

      * Every delete waits for a second operator.
           APPLY-DELETE SECTION.
           PERFORM SCAN-PENDING-CHANGES.
           IF CHANGE-WAITING
             DISPLAY "Record " DETAILS-ID " has a change awaiting "
               "approval - passed over until that is decided."
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           MOVE DETAILS-RECORD TO WS-BEFORE-IMAGE.
           MOVE "D" TO W-JRN-ACTION.
           PERFORM HOLD-FOR-APPROVAL.

           CHECK-PROPOSED-CODE SECTION.
           SET SOME-CODE-KNOWN TO TRUE.
           IF WS-CODE-MASTER-USED = ZERO
             EXIT SECTION
           END-IF.
           SET SOME-CODE-UNKNOWN TO TRUE.
           PERFORM VARYING WS-CM-I FROM 1 BY 1
               UNTIL WS-CM-I > WS-CODE-MASTER-USED
               OR SOME-CODE-KNOWN
             IF WS-CM-CODE(WS-CM-I) = WS-PV-CODE
                 AND (WS-CM-FROM(WS-CM-I) = SPACES
                   OR WS-CM-FROM(WS-CM-I) NOT > WS-KEYING-DATE)
                 AND (WS-CM-TO(WS-CM-I) = SPACES
                   OR WS-CM-TO(WS-CM-I) NOT < WS-KEYING-DATE)
               SET SOME-CODE-KNOWN TO TRUE
             END-IF
           END-PERFORM.
           IF SOME-CODE-UNKNOWN
             DISPLAY "Refused: code " WS-PV-CODE " is not on the code "
               "master, or not effective today."
           END-IF.

      * One pass over the queue finds the highest number issued and
      * any change still waiting on this record.
           SCAN-PENDING-CHANGES SECTION.
           MOVE ZERO TO WS-LAST-PENDING.
           MOVE "N" TO WS-ALREADY-HELD.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PENDING-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE PENDING-FILE-RECORD TO W-PENDING-CHANGE
                 IF W-PND-NUMBER NUMERIC
                     AND W-PND-NUMBER > WS-LAST-PENDING
                   MOVE W-PND-NUMBER TO WS-LAST-PENDING
                 END-IF
                 MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD
                 IF PND-WAITING
                     AND W-JRN-BEFORE-IMAGE(1:7) = DETAILS-ID
                   SET CHANGE-WAITING TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

      * The change goes on the queue exactly as the journal would
      * record it; database_idx.dat is not touched. The operator is
      * the maker, so someone else must approve it.
           HOLD-FOR-APPROVAL SECTION.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE WS-BEFORE-IMAGE TO W-JRN-BEFORE-IMAGE.
           IF JRN-ACTION-DELETE
             MOVE SPACES TO W-JRN-AFTER-IMAGE
           ELSE
             MOVE DETAILS-RECORD TO W-JRN-AFTER-IMAGE
           END-IF.
           MOVE SPACES TO W-PENDING-CHANGE.
           ADD 1 TO WS-LAST-PENDING GIVING W-PND-NUMBER.
           SET PND-WAITING TO TRUE.
           MOVE W-DATE OF W-BATCH TO W-PND-RAISED.
           MOVE WS-OPERATOR-ID TO W-PND-MAKER.
           MOVE "FROM SQLITE" TO W-PND-NOTE.
           MOVE W-JOURNAL-RECORD TO W-PND-JOURNAL.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
             OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PENDING-STATUS WS-STATUS-MSG
             DISPLAY "The approval queue cannot be written - nothing "
               "changed: " WS-STATUS-MSG
             ADD 1 TO WS-REFUSED-COUNT
             EXIT SECTION
           END-IF.
           MOVE W-PENDING-CHANGE TO PENDING-FILE-RECORD.
           WRITE PENDING-FILE-RECORD.
           CLOSE PENDING-FILE.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "Held for approval as change " W-PND-NUMBER
             " - a second operator with the approver role must "
             "approve it before it takes effect.".
           MOVE "H" TO WS-ACT-ACTION.
           PERFORM LOG-DECISION.

           WRITE-JOURNAL-RECORD SECTION.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE WS-BEFORE-IMAGE TO W-JRN-BEFORE-IMAGE.
           MOVE DETAILS-RECORD TO W-JRN-AFTER-IMAGE.
           MOVE W-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
           WRITE JOURNAL-FILE-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: could not journal the change to "
               DETAILS-ID ", status " WS-JOURNAL-STATUS
           END-IF.
           MOVE W-JRN-ACTION TO WS-ACT-ACTION.
           PERFORM LOG-DECISION.

      * The applied row is now what the master holds, so it is what
      * the next comparison should judge both sides against.
           REFRESH-LOADED-ROW SECTION.
           MOVE SPACES TO WS-QUERY.
           STRING "insert or replace into details_loaded select * "
               DELIMITED BY SIZE
             "from details where details_id = " DELIMITED BY SIZE
             DETAILS-ID DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO WS-QUERY
           END-STRING.
           PERFORM RUN-SQL-QUERY.

      * Proposals applied or held come from the SQLite rows checked
      * against the master, the code master and the suppression
      * list; an applied row is also copied back into details_loaded.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-SQLITE-RECONCILE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "test.db" TO W-LIN-FILE.
           MOVE WS-SQL-ROW-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-READ-MASTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../code_master.dat" TO W-LIN-FILE.
           MOVE WS-READ-CODES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../erasure_suppress.dat" TO W-LIN-FILE.
           MOVE WS-READ-SUPPRESS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           IF WS-APPLY-COUNT > ZERO
             MOVE "../database_idx.dat" TO W-LIN-FILE
             MOVE WS-APPLY-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
             MOVE "../details_journal.dat" TO W-LIN-FILE
             MOVE WS-APPLY-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
             MOVE "test.db" TO W-LIN-FILE
             MOVE WS-APPLY-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           IF WS-HELD-COUNT > ZERO
             MOVE "../details_pending.dat" TO W-LIN-FILE
             MOVE WS-HELD-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

           LOG-DECISION SECTION.
           MOVE DETAILS-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           LOAD-CODE-MASTER SECTION.
           MOVE ZERO TO WS-CODE-MASTER-USED.
           OPEN INPUT CODE-MASTER-FILE.
           IF WS-CODE-MASTER-STATUS NOT = "00"
             DISPLAY "WARNING: no code master loaded - SOME-CODE "
               "values will not be validated this session"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CODE-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CODES
                 IF CMF-CODE NOT = SPACES
                     AND WS-CODE-MASTER-USED < WS-MAX-CODES
                   ADD 1 TO WS-CODE-MASTER-USED
                   MOVE CMF-CODE TO WS-CM-CODE(WS-CODE-MASTER-USED)
                   MOVE CMF-EFF-FROM
                     TO WS-CM-FROM(WS-CODE-MASTER-USED)
                   MOVE CMF-EFF-TO TO WS-CM-TO(WS-CODE-MASTER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CODE-MASTER-FILE.

           LOAD-SUPPRESSION-LIST SECTION.
           MOVE ZERO TO WS-SUPPRESS-USED.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SUPPRESS-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-SUPPRESS
                 IF SUP-ID NOT = SPACES
                     AND WS-SUPPRESS-USED < WS-MAX-SUPPRESS
                   ADD 1 TO WS-SUPPRESS-USED
                   MOVE SUP-ID TO WS-SUP-ID(WS-SUPPRESS-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "DETAILS - SQLITE RECONCILIATION" TO W-RPT-TITLE.
           MOVE "../details_sqlite_reconcile.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "SQLite table details against database_idx.dat, "
             & "judged by details_loaded" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           CLOSE-REPORT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Compared " WS-COMPARED-COUNT "  in step "
             WS-IN-STEP-COUNT "  SQLite only " WS-SQLITE-ONLY
             "  master only " WS-MASTER-ONLY
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Field differences " WS-FIELD-DIFFS "  conflicts "
             WS-CONFLICT-COUNT "  proposed " WS-PROPOSAL-USED
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-FIELD-DIFFS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

       END PROGRAM DETAILS-SQLITE-RECONCILE.

      ******************************************************************
      * Row callback for the comparison query. ocsqlite calls it once
      * per result row with the row as the shell formats it (".mode
      * list", a single column), zero-terminated; rows are kept only
      * while the caller has collection switched on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-SQLITE-ROW.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-SQLITE-ROW-AREA EXTERNAL.
             05 WS-SQL-COLLECT  PIC X.
             05 WS-SQL-ROW-USED PIC 9(5).
             05 WS-SQL-ROW-LOST PIC 9(5).
             05 WS-SQL-ROW      PIC X(100) OCCURS 9999 TIMES.
           77 WS-ROW-TEXT PIC X(132).

       LINKAGE SECTION.
           01 LS-NADA        USAGE POINTER.
           01 LS-FIELD-COUNT USAGE BINARY-LONG.
           01 LS-ROW-DATA    PIC X(132).
           01 LS-ROW-LENGTH  USAGE BINARY-LONG.

       PROCEDURE DIVISION USING LS-NADA LS-FIELD-COUNT LS-ROW-DATA
           LS-ROW-LENGTH.
       MAIN-PROCEDURE.
           IF WS-SQL-COLLECT = "Y"
             MOVE SPACES TO WS-ROW-TEXT
             STRING LS-ROW-DATA DELIMITED BY LOW-VALUE
               INTO WS-ROW-TEXT
             END-STRING
             INSPECT WS-ROW-TEXT REPLACING ALL X"0A" BY SPACE
             IF WS-SQL-ROW-USED < 9999
               ADD 1 TO WS-SQL-ROW-USED
               MOVE WS-ROW-TEXT TO WS-SQL-ROW(WS-SQL-ROW-USED)
             ELSE
               ADD 1 TO WS-SQL-ROW-LOST
             END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       END PROGRAM DETAILS-SQLITE-ROW.
