      *   the way GENERATION-BACKUP registers its generations, so
      *   ARCHIVE-SPAN-SEARCH can walk the archives without guessing
      *   file names from a directory listing.
      * Revision: Maxfx 15/10/2026 - a completed purge posts its lineage
      *   - archive and live file, both from the live file - through
      *   LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-PURGE.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

           77 WS-CUTOFF-DATE    PIC X(8).
           77 WS-CUTOFF-VALID   PIC X VALUE "Y".
           PERFORM WRITE-ARCHIVE-FILE.
           PERFORM REGISTER-ARCHIVE.
           PERFORM REWRITE-LIVE-FILE.
           PERFORM POST-LINEAGE.
           DISPLAY "Purge complete: " WS-ARCHIVED-COUNT
             " archived to " FUNCTION TRIM(WS-ARCHIVE-NAME) ", "
             WS-RETAINED-COUNT " retained in database.dat".
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

      * Both the archive and the slimmed live file were made from
      * the live file as it stood before the purge.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-PURGE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-ARCHIVED-COUNT + WS-RETAINED-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-ARCHIVE-NAME TO W-LIN-FILE.
           MOVE WS-ARCHIVED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-RETAINED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           LOAD-AND-SELECT SECTION.
           OPEN INPUT DATA-FILE.
           IF FILE-STATUS NOT = "00"
