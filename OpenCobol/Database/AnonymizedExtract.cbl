      * Revision: Maxfx 1/9/2026 - record areas widened to the V2
      *   DETAILS layout (see DetailsV2.cpy); legacy and V2 records
      *   read alike, the fields used here keep their offsets.
      * Revision: Maxfx 15/10/2026 - the extract leaves the firm's
      *   premises, so only people whose consent to partner sharing
      *   is in force on CONSENT-REGISTER are written; the rest are
      *   withheld in both passes (the header count stays true) and
      *   the withheld count is displayed. The run is refused when
      *   the consent file cannot be read.
      * Revision: Maxfx 15/10/2026 - the header run date is the business
      *   processing date (W-PROC-DATE), not the clock date.
      * Revision: Maxfx 15/10/2026 - the extract posts its lineage from
      *   the DETAILS file and the consent file through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYMIZED-EXTRACT.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * The header count must precede the first detail record, so
      * the file is walked twice: once to count, once to mask.
           77 WS-PASS          PIC X.
             88 COUNTING-PASS  VALUE "1".
             88 WRITING-PASS   VALUE "2".
           77 WS-CONSENT-COUNT PIC 9(6) VALUE ZERO.
           COPY "Consent.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE ZERO TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF CNS-FAILED
             DISPLAY "The consent file cannot be read - anonymized "
               "extract refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           SET COUNTING-PASS TO TRUE.
           PERFORM READ-DATABASE-PASS.
           END-IF.
           MOVE SPACES TO ANON-FILE-HEADER.
           MOVE "HDR" TO HDR-TAG.
           MOVE W-PROC-DATE TO HDR-RUN-DATE.
           MOVE WS-REC-COUNT TO HDR-REC-COUNT.
           MOVE "ANONEXTR" TO HDR-JOB-NAME.
           WRITE ANON-FILE-HEADER.
           MOVE WS-WRITTEN-COUNT TO TRL-REC-COUNT.
           WRITE ANON-FILE-TRAILER.
           CLOSE ANON-FILE.
           PERFORM POST-LINEAGE.

           DISPLAY "Anonymized extract written: " WS-WRITTEN-COUNT
             " record(s) to database_anon.dat".
           DISPLAY WS-CONSENT-COUNT " record(s) withheld for consent "
             "(no partner-sharing consent in force)".
           GOBACK.

           READ-DATABASE-PASS SECTION.
           IF WS-REC-TAG = "HDR" OR WS-REC-TAG = "TRL"
             EXIT SECTION
           END-IF.
           MOVE DETAILS-ID TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF NOT CNS-PARTNER-GIVEN
             IF COUNTING-PASS
               ADD 1 TO WS-CONSENT-COUNT
             END-IF
             EXIT SECTION
           END-IF.
           IF COUNTING-PASS
             ADD 1 TO WS-REC-COUNT
           ELSE
           MOVE SOME-CODE TO ANON-CODE.
           WRITE ANON-DETAILS.
           ADD 1 TO WS-WRITTEN-COUNT.

      * Consent in force on the run date.
           CHECK-CONSENT SECTION.
           MOVE "L" TO W-CNS-FUNCTION.
           MOVE SPACES TO W-CNS-AS-OF.
           CALL "CONSENT-REGISTER" USING W-CONSENT.

      * The extract was masked from the DETAILS file, with the
      * consent file deciding who was withheld.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "ANONYMIZED-EXTRACT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-REC-COUNT + WS-CONSENT-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_consent.dat" TO W-LIN-FILE.
           MOVE ZERO TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_anon.dat" TO W-LIN-FILE.
           MOVE WS-WRITTEN-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
