      * Revision: Maxfx 1/9/2026 - record areas widened to the V2
      *   DETAILS layout (see DetailsV2.cpy); legacy and V2 records
      *   read alike, the fields used here keep their offsets.
      * Revision: Maxfx 15/10/2026 - the rows as loaded are also kept in
      *   table details_loaded, the baseline DETAILS-SQLITE-RECONCILE
      *   judges edits made in SQLite against.
      * Revision: Maxfx 15/10/2026 - the load records table details of
      *   test.db in the lineage register through LINEAGE-POST, with the
      *   records read from database.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-SQLITE-LOAD.
           77 WS-INITIALS-SQL PIC X(120).

           77 WS-LOADED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-READ-COUNT   PIC 9(8) VALUE ZERO.

           COPY "Lineage.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-DETAILS-ROWS.

      * The rows exactly as loaded, for DETAILS-SQLITE-RECONCILE to
      * tell an edit made in SQLite from a change made on the master.
           MOVE "drop table if exists details_loaded;" TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.
           MOVE "create table details_loaded as select * from "
             & "details;" TO WS-QUERY.
           PERFORM RUN-SQL-QUERY.
           PERFORM POST-LINEAGE.

           DISPLAY "SQLite load complete: " WS-LOADED-COUNT
             " row(s) in table details of test.db".
           GOBACK.
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 PERFORM INSERT-ONE-ROW
             END-READ
           END-PERFORM.
             ADD 1 TO WS-LOADED-COUNT
           END-IF.

      * The details table in test.db is loaded whole from
      * database.dat, control records and all read.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-SQLITE-LOAD" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-READ-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "test.db" TO W-LIN-FILE.
           MOVE WS-LOADED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           RUN-SQL-QUERY SECTION.
           MOVE SPACES TO WS-ZQUERY.
           STRING FUNCTION TRIM(WS-QUERY TRAILING)
