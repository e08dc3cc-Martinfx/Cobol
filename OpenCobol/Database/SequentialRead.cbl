      * Revision: Maxfx 1/9/2026 - record status lifecycle: the V2    *
      *   extension carries ACTIVE/DORMANT/DECEASED, shown on the     *
      *   display pass and exported as a STATUS column               *
      * Revision: Maxfx 15/10/2026 - the merged extract stream and     *
      *   the CSV export post their lineage through LINEAGE-POST       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQUENTIAL-READ.
           77 WS-STRIP-EOF         PIC X VALUE "N".
             88 STRIP-EOF-T        VALUE "Y".
           77 WS-STRIPPED-COUNT    PIC 9(3) VALUE ZERO.
           77 WS-MERGED-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-CSV-STATUS   PIC XX.
           77 WS-CSV-MODE     PIC X VALUE "N".
             88 CSV-MODE      VALUE "Y".
           77 WS-LEDGER-STEP     PIC X(20).
           77 WS-LEDGER-ZERO     PIC 9(6) VALUE ZERO.
           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM VERIFY-TRAILER-COUNTS.
           PERFORM POST-CONTROL-LEDGER.
           IF CSV-MODE
             PERFORM POST-CSV-LINEAGE
           END-IF.
           PERFORM CLEAR-CHECKPOINT.

           CLOSE DATA-FILE.
             WS-LEDGER-STEP WS-DET-COUNT WS-DET-COUNT
             WS-LEDGER-ZERO.

      * The export is made from whatever the pass read - the DETAILS
      * file, a partition or the merged extracts. A display pass
      * writes no file, so has no lineage to post.
           POST-CSV-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "SEQUENTIAL-READ" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-FILE-NAME TO W-LIN-FILE.
           MOVE WS-DET-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../sequential_read.csv" TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * MERGE does not count its inputs one by one, so each dated
      * extract is posted with a zero count against the merged total.
           POST-MERGE-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "SEQUENTIAL-READ" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE ZERO TO W-LIN-COUNT.
           PERFORM VARYING WS-EXTRACT-IDX FROM 1 BY 1
               UNTIL WS-EXTRACT-IDX > WS-EXTRACT-COUNT
             EVALUATE WS-EXTRACT-IDX
               WHEN 1 MOVE WS-EXTRACT-NAME-1 TO W-LIN-FILE
               WHEN 2 MOVE WS-EXTRACT-NAME-2 TO W-LIN-FILE
               WHEN 3 MOVE WS-EXTRACT-NAME-3 TO W-LIN-FILE
               WHEN 4 MOVE WS-EXTRACT-NAME-4 TO W-LIN-FILE
               WHEN 5 MOVE WS-EXTRACT-NAME-5 TO W-LIN-FILE
             END-EVALUATE
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-PERFORM.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_merged.dat" TO W-LIN-FILE.
           MOVE WS-MERGED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           LOAD-RUN-MODE SECTION.
           SET INTERACTIVE-RUN TO TRUE.
           OPEN INPUT RUN-MODE-FILE.
                   EXTRACT-FILE-4 EXTRACT-FILE-5
             OUTPUT PROCEDURE IS STRIP-CONTROL-RECORDS.
           MOVE "../database_merged.dat" TO WS-DATA-FILE-NAME.
           PERFORM POST-MERGE-LINEAGE.

           STRIP-CONTROL-RECORDS SECTION.
           OPEN OUTPUT MERGED-FILE.
                 ELSE
                   MOVE SORT-MERGE-RECORD TO MERGED-RECORD
                   WRITE MERGED-RECORD
                   ADD 1 TO WS-MERGED-COUNT
                 END-IF
             END-RETURN
           END-PERFORM.
