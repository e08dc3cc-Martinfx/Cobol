      * Revision: Maxfx 1/9/2026 - branch dimension: MY-DATA records
      *   carry a three-byte branch id behind MY-DATA-TIME (spaces on
      *   a record from before the branches were identified).
      * Revision: Maxfx 15/10/2026 - an applied run posts the rewritten
      *   data.dat and the rebuilt index through LINEAGE-POST, from
      *   data.dat and the pending transactions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-BULK-APPLY.
           77 WS-REC-TAG         PIC X(3).

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * The live data.dat records, held in memory so updates and
      * deletes can be applied before the file is rewritten whole -
           77 WS-APPLIED-COUNT   PIC 9(4) VALUE ZERO.
           77 WS-REJECTED-COUNT  PIC 9(4) VALUE ZERO.
           77 WS-LIVE-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-LOADED-COUNT    PIC 9(6) VALUE ZERO.

      * Same validation plumbing OPEN-FILE uses for a keyed record.
           77 WS-ID-CHECK-FIELD  PIC X(20).
           IF WS-APPLIED-COUNT > ZERO
             PERFORM REWRITE-DATA-FILE
             PERFORM REBUILD-INDEXED-FILE
             PERFORM POST-LINEAGE
           END-IF.
           DISPLAY "Bulk apply summary: " WS-APPLIED-COUNT
             " applied, " WS-REJECTED-COUNT " rejected".
             END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           MOVE WS-DAT-USED TO WS-LOADED-COUNT.

           STORE-LIVE-RECORD SECTION.
           MOVE MY-DATA-ID(1:3) TO WS-REC-TAG.
             END-IF
           END-PERFORM.
           CLOSE INDEXED-FILE.

      * data.dat is rewritten in place from itself and the pending
      * transactions, and the index rebuilt from the same.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../data.dat" TO W-LIN-FILE.
           MOVE WS-LOADED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../data_pending.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../data.dat" TO W-LIN-FILE.
           MOVE WS-LIVE-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../data_idx.dat" TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.
