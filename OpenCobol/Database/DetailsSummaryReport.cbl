      *   total and the grand total now break out ACTIVE / DORMANT /
      *   DECEASED counts; a legacy record with no status counts as
      *   ACTIVE, which is what it was before the lifecycle existed.
      * Revision: Maxfx 15/10/2026 - the run posts its lineage through
      *   LINEAGE-POST - the by-code sort from the DETAILS file, then
      *   the report and snapshot from the sort and the code master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-SUMMARY-REPORT.
           77 WS-LEDGER-STEP PIC X(20).
           77 WS-LEDGER-ZERO PIC 9(6) VALUE ZERO.
           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".
           77 EOF PIC X.
             88 EOF-T value "Y".
             88 EOF-F value "N".
           PERFORM CLOSE-REPORT-SPOOL.
           PERFORM WRITE-CODE-SNAPSHOT.
           PERFORM POST-CONTROL-LEDGER.
           PERFORM POST-LINEAGE.

           CLOSE SORTED-FILE.
           GOBACK.
             WS-LEDGER-STEP WS-GRAND-COUNT WS-GRAND-COUNT
             WS-LEDGER-ZERO.

      * Two hops: the sort made the by-code file from the DETAILS
      * file, and the page and the snapshot were made from that with
      * the code master's descriptions.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-SUMMARY-REPORT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-PATH TO W-LIN-FILE.
           MOVE WS-GRAND-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_by_code.dat" TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "S" TO W-LIN-FUNCTION.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database_by_code.dat" TO W-LIN-FILE.
           MOVE WS-GRAND-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../code_master.dat" TO W-LIN-FILE.
           MOVE WS-CODE-MASTER-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-GRAND-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-SNAP-USED NOT = ZERO
             MOVE "../summary_snapshots.dat" TO W-LIN-FILE
             MOVE WS-SNAP-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

           WRITE-CODE-SNAPSHOT SECTION.
           IF WS-SNAP-USED = ZERO
             EXIT SECTION
