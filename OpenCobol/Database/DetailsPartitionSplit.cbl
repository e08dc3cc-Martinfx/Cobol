      * so they can overlap, and DETAILS-PARTITION-JOIN recombines the
      * extracts and proves the counts against the original trailer.
      * The partition count comes from "../partition.parm" (default 2).
      * Revision: Maxfx 15/10/2026 - each partition posts its lineage
      *   from database.dat through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-PARTITION-SPLIT.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".
           77 WS-LINEAGE-RC PIC S9(4) COMP.

           78 WS-MAX-PARTS VALUE 5.
           77 WS-PART-COUNT PIC 9 VALUE 2.
           PERFORM LOAD-PARTITION-COUNT.
           COMPUTE WS-RANGE-SIZE = 9999999 / WS-PART-COUNT.
           PERFORM LOAD-AND-SLICE.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-PARTITION-SPLIT" TO W-LIN-PROGRAM.
           PERFORM CALL-LINEAGE-POST.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-LIVE-USED TO W-LIN-COUNT.
           PERFORM CALL-LINEAGE-POST.
           PERFORM VARYING WS-PART-I FROM 1 BY 1
               UNTIL WS-PART-I > WS-PART-COUNT
             PERFORM WRITE-ONE-PARTITION
           MOVE WS-PART-TOTAL(WS-PART-I) TO PRT-TRL-REC-COUNT.
           WRITE PART-FILE-TRAILER.
           CLOSE PART-FILE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-PART-PATH TO W-LIN-FILE.
           MOVE WS-PART-TOTAL(WS-PART-I) TO W-LIN-COUNT.
           PERFORM CALL-LINEAGE-POST.
           DISPLAY "Partition " WS-PART-I ": "
             WS-PART-TOTAL(WS-PART-I) " record(s) in "
             FUNCTION TRIM(WS-PART-PATH).

      * A failed partition's RC 1 must survive the postings that
      * follow it.
           CALL-LINEAGE-POST SECTION.
           MOVE RETURN-CODE TO WS-LINEAGE-RC.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE WS-LINEAGE-RC TO RETURN-CODE.
