      * Revision: Maxfx 1/9/2026 - branch dimension: MY-DATA records
      *   carry a three-byte branch id behind MY-DATA-TIME (spaces on
      *   a record from before the branches were identified).
      * Revision: Maxfx 15/10/2026 - each verified generation posts its
      *   lineage - master in, generation out - through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERATION-BACKUP.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

           78 WS-DEFAULT-GENERATIONS VALUE 3.
           77 WS-KEEP-COUNT      PIC 99 VALUE ZERO.
           DISPLAY "Backup verified for " WS-MASTER-TAG ": "
             WS-VERIFY-COUNT " record(s) in "
             FUNCTION TRIM(WS-GENERATION-NAME).
           PERFORM POST-GENERATION-LINEAGE.
           IF WS-REG-USED < WS-MAX-GENERATIONS
             ADD 1 TO WS-REG-USED
             MOVE W-DATE OF W-BATCH TO WS-REG-DATE(WS-REG-USED)
               " is NOT registered"
           END-IF.

      * Only a verified generation is posted - one that read back
      * short is no copy of its master.
           POST-GENERATION-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "GENERATION-BACKUP" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           IF BACKING-UP-DETAILS
             MOVE "../database_idx.dat" TO W-LIN-FILE
           ELSE
             MOVE "../data_idx.dat" TO W-LIN-FILE
           END-IF.
           MOVE WS-SOURCE-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-GENERATION-NAME TO W-LIN-FILE.
           MOVE WS-VERIFY-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           COPY-MASTER-TO-GENERATION SECTION.
           IF BACKING-UP-DETAILS
             OPEN INPUT DETAILS-FILE
