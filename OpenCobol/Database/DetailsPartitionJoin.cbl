      * control records, and proves the combined count against the
      * original database.dat trailer - a lost record between split
      * and join fails the step by name.
      * Revision: Maxfx 15/10/2026 - the joined file posts its lineage
      *   from the partitions it combined through LINEAGE-POST
      *   (database.dat, read only for its trailer, is not an input).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-PARTITION-JOIN.
             88 SRC-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".
           77 WS-LINEAGE-RC PIC S9(4) COMP.

           78 WS-MAX-PARTS VALUE 5.
           77 WS-PART-I       PIC 9.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-PARTITION-JOIN" TO W-LIN-PROGRAM.
           PERFORM CALL-LINEAGE-POST.
           OPEN OUTPUT JOINED-FILE.
           IF WS-JOINED-STATUS NOT = "00"
             DISPLAY "Error creating database_joined.dat, status "
           MOVE WS-JOINED-COUNT TO JND-TRL-REC-COUNT.
           WRITE JOINED-TRAILER.
           CLOSE JOINED-FILE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_joined.dat" TO W-LIN-FILE.
           MOVE WS-JOINED-COUNT TO W-LIN-COUNT.
           PERFORM CALL-LINEAGE-POST.

           PERFORM READ-SOURCE-TRAILER.
           EVALUATE TRUE
             END-READ
           END-PERFORM.
           CLOSE PART-FILE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-PART-PATH TO W-LIN-FILE.
           MOVE WS-PART-COUNT-IN TO W-LIN-COUNT.
           PERFORM CALL-LINEAGE-POST.
           IF WS-PART-TRL NOT = WS-PART-COUNT-IN
             DISPLAY "WARNING: partition " WS-PART-I " trailer "
               WS-PART-TRL " does not match " WS-PART-COUNT-IN
             END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.

      * A failed partition's RC 1 must survive the postings that
      * follow it.
           CALL-LINEAGE-POST SECTION.
           MOVE RETURN-CODE TO WS-LINEAGE-RC.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE WS-LINEAGE-RC TO RETURN-CODE.
