      * Revision: Maxfx 1/9/2026 - branch dimension: MY-DATA records
      *   carry a three-byte branch id behind MY-DATA-TIME (spaces on
      *   a record from before the branches were identified).
      * Revision: Maxfx 15/10/2026 - the run posts its lineage through
      *   LINEAGE-POST - both files into the report and, on an update
      *   pass, each file rewritten from itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-CLEANSE.
             88 EOF-F VALUE "N".

           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".

           77 WS-RUN-MODE       PIC X.
             88 DRY-RUN-MODE    VALUE "D".
           MOVE WS-CHANGED-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM POST-LINEAGE.
           DISPLAY "Cleanse pass: " WS-CHANGED-COUNT " name(s) "
             "standardized, " WS-FLAGGED-COUNT " flagged (digits) "
             "and left alone.".
           END-IF.
           GOBACK.

      * An update pass rewrites each file from itself, which is
      * posted too - a bad cleanse is then a rerun of every file
      * made from the cleansed one.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "NAME-CLEANSE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-DET-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../data.dat" TO W-LIN-FILE.
           MOVE WS-DAT-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-CHANGED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF DRY-RUN-MODE
             EXIT SECTION
           END-IF.
           MOVE "S" TO W-LIN-FUNCTION.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-DET-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "S" TO W-LIN-FUNCTION.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../data.dat" TO W-LIN-FILE.
           MOVE WS-DAT-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REGISTER-FILE-HOLDINGS SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE "NAME-CLEANSE" TO WS-QSC-PROGRAM.
