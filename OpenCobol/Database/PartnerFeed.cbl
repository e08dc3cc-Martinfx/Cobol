      *   so PARTNER-ACK-PROCESS can match the partner's response to
      *   what we sent and alert on a transmission nobody ever
      *   acknowledged.
      * Revision: Maxfx 15/10/2026 - only people whose consent to
      *   partner sharing is in force on CONSENT-REGISTER go into the
      *   feed; the rest are withheld and the withheld count prints
      *   with the run totals. The run is refused when the consent
      *   file cannot be read.
      * Revision: Maxfx 15/10/2026 - each partner file posts its lineage
      *   through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-INTERFACE-FEED.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

           77 WS-FEED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-DECEASED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-CONSENT-COUNT    PIC 9(6) VALUE ZERO.
           COPY "Consent.cpy".
           77 WS-SEND-LOG-STATUS  PIC XX.
           77 WS-MODE-STATUS      PIC XX.
           77 WS-CURSOR-STATUS    PIC XX.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE ZERO TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF CNS-FAILED
             DISPLAY "The consent file cannot be read - partner feed "
               "refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SUPPRESSION-LIST.
           PERFORM LOAD-FEED-MODE.
           IF DELTA-FEED
           CLOSE DATA-FILE.
           PERFORM REGISTER-TRANSMISSION.
           PERFORM ADVANCE-CURSOR-STAMP.
           PERFORM POST-LINEAGE.
           IF DELTA-FEED
             DISPLAY "Delta " WS-FEED-COUNT " record(s) of "
               WS-FULL-COUNT " on the full file."
           END-PERFORM.
           DISPLAY WS-DECEASED-COUNT " deceased and "
             WS-SUPPRESSED-COUNT " suppressed record(s) excluded".
           DISPLAY WS-CONSENT-COUNT " record(s) withheld for consent "
             "(no partner-sharing consent in force)".
           GOBACK.

      * No master keeps the shop exactly as it was: one partner,
             END-IF
           END-PERFORM.

      * Every partner's file is made from the same inputs: the DETAILS
      * records read, the erasure list, the consents and, on a delta
      * run, the journal.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "PARTNER-INTERFACE-FEED" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-FULL-COUNT + WS-DECEASED-COUNT
             + WS-SUPPRESSED-COUNT + WS-CONSENT-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../erasure_suppress.dat" TO W-LIN-FILE.
           MOVE WS-SUPPRESS-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_consent.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-FULL-COUNT + WS-CONSENT-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF DELTA-FEED
             MOVE "../details_journal.dat" TO W-LIN-FILE
             MOVE WS-DELTA-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "O" TO W-LIN-FUNCTION.
           PERFORM VARYING WS-PTR-I FROM 1 BY 1
               UNTIL WS-PTR-I > WS-PARTNER-USED
             EVALUATE WS-PTR-I
               WHEN 1 MOVE WS-FEED-PATH-1 TO W-LIN-FILE
               WHEN 2 MOVE WS-FEED-PATH-2 TO W-LIN-FILE
               WHEN 3 MOVE WS-FEED-PATH-3 TO W-LIN-FILE
             END-EVALUATE
             MOVE WS-PTR-COUNT(WS-PTR-I) TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-PERFORM.

           REGISTER-TRANSMISSION SECTION.
           OPEN EXTEND SEND-LOG-FILE.
           IF WS-SEND-LOG-STATUS = "35"
             ADD 1 TO WS-SUPPRESSED-COUNT
             EXIT SECTION
           END-IF.
           MOVE DETAILS-ID TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF NOT CNS-PARTNER-GIVEN
             ADD 1 TO WS-CONSENT-COUNT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-FULL-COUNT.
           MOVE SPACES TO WS-PF-RECORD.
           IF DELTA-FEED
           MOVE SOME-CODE TO WS-PF-CODE.
           PERFORM BUILD-AND-WRITE-PARTNER-LINES.
           ADD 1 TO WS-FEED-COUNT.

      * Consent in force on the run date.
           CHECK-CONSENT SECTION.
           MOVE "L" TO W-CNS-FUNCTION.
           MOVE SPACES TO W-CNS-AS-OF.
           CALL "CONSENT-REGISTER" USING W-CONSENT.
