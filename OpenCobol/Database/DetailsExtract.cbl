      * Revision: Maxfx 1/9/2026 - record areas widened to the V2
      *   DETAILS layout (see DetailsV2.cpy); legacy and V2 records
      *   read alike, the fields used here keep their offsets.
      * Revision: Maxfx 15/10/2026 - the header run date is the business
      *   processing date (W-PROC-DATE), not the clock date.
      * Revision: Maxfx 15/10/2026 - each extract cut posts its lineage
      *   from both masters through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-EXTRACT.
           77 WS-REC-TAG         PIC X(3).

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Current database.dat contents held in memory for the
      * new/changed comparison, the same in-memory table idiom
           77 WS-SEL-USED        PIC 9(3) VALUE ZERO.
           77 WS-SEL-I           PIC 9(3).
           77 WS-SKIPPED-COUNT   PIC 9(3) VALUE ZERO.
           77 WS-IDX-READ        PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           PERFORM WRITE-EXTRACT-FILE.
           PERFORM REGISTER-EXTRACT.
           PERFORM POST-LINEAGE.
           DISPLAY "Extract cut: " WS-SEL-USED " record(s) to "
             FUNCTION TRIM(WS-EXTRACT-NAME).
           IF WS-SKIPPED-COUNT NOT = ZERO
           CLOSE DETAILS-FILE.

           CLASSIFY-INDEXED-RECORD SECTION.
           ADD 1 TO WS-IDX-READ.
           SET MASTER-MISSING-RECORD TO TRUE.
           PERFORM VARYING WS-MST-I FROM 1 BY 1
               UNTIL WS-MST-I > WS-MST-USED
           END-IF.
           MOVE SPACES TO EXTRACT-FILE-HEADER.
           MOVE "HDR" TO HDR-TAG.
           MOVE W-PROC-DATE TO HDR-RUN-DATE.
           MOVE WS-SEL-USED TO HDR-REC-COUNT.
           MOVE "DBEXTRCT" TO HDR-JOB-NAME.
           WRITE EXTRACT-FILE-HEADER.
           WRITE EXTRACT-FILE-TRAILER.
           CLOSE EXTRACT-FILE.

      * The extract is the difference between the two masters, so
      * both are its inputs.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-EXTRACT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-IDX-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-MST-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-EXTRACT-NAME TO W-LIN-FILE.
           MOVE WS-SEL-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REGISTER-EXTRACT SECTION.
           OPEN EXTEND EXTRACT-LIST-FILE.
           IF WS-EXLIST-STATUS = "35"
