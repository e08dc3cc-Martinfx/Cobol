      * Revision: Maxfx 1/9/2026 - branch dimension: MY-DATA records
      *   carry a three-byte branch id behind MY-DATA-TIME (spaces on
      *   a record from before the branches were identified).
      * Revision: Maxfx 15/10/2026 - the report posts its lineage - both
      *   masters in, the reconciliation report out - through
      *   LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-RECONCILE.
           01 WS-LEDGER-REJECTED    PIC 9(6).
           COPY "BatchStamp.cpy".
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM RAISE-MISMATCH-ALERT.
           PERFORM POST-CONTROL-LEDGER.
           PERFORM CLOSE-REPORT-SPOOL.
           PERFORM POST-LINEAGE.
           GOBACK.

      * Both masters' IDs count as read; the mismatched ones post
             WS-LEDGER-STEP WS-LEDGER-READ WS-LEDGER-WRITTEN
             WS-LEDGER-REJECTED.

      * The report is made from both masters; its count is the
      * mismatches it lists.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-PATH TO W-LIN-FILE.
           MOVE WS-DATA-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE WS-DETAILS-PATH TO W-LIN-FILE.
           MOVE WS-DETAILS-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-TOTAL-MISSING TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           RAISE-MISMATCH-ALERT SECTION.
           COMPUTE WS-TOTAL-MISSING =
             WS-MISSING-IN-DETAILS + WS-MISSING-IN-DATA.
