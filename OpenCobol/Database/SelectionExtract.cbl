      * Revision: Maxfx 1/9/2026 - record areas widened to the V2
      *   DETAILS layout (see DetailsV2.cpy); legacy and V2 records
      *   read alike, the fields used here keep their offsets.
      * Revision: Maxfx 15/10/2026 - contact consent: keyword
      *   CONSENT POST, PHONE or PARTNER names what the extract is
      *   for (PARTNER when the parm does not say), and a record
      *   without that consent in force on CONSENT-REGISTER is
      *   withheld. The withheld count is displayed and goes to the
      *   run log. The selection buffer now holds the full V2
      *   record instead of its first 30 bytes.
      * Revision: Maxfx 15/10/2026 - the header run date is the business
      *   processing date (W-PROC-DATE), not the clock date.
      * Revision: Maxfx 15/10/2026 - the extract posts its lineage from
      *   the DETAILS file, the criteria and the consent file through
      *   LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-SELECT-EXTRACT.
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * The loaded criteria. Absent pieces stay at their widest
      * defaults, so an empty criterion never filters anything out.
           77 WS-ID-FROM        PIC 9(7) VALUE ZERO.
           77 WS-ID-TO          PIC 9(7) VALUE 9999999.
           77 WS-CRITERIA-COUNT PIC 99 VALUE ZERO.
           77 WS-CONSENT-NEEDED PIC X(8) VALUE "PARTNER".

           COPY "Consent.cpy".
           77 WS-CONSENT-COUNT  PIC 9(6) VALUE ZERO.

      * Selected records buffered so the header carries the count.
           78 WS-MAX-RECORDS VALUE 500.
           01 WS-SELECTED-TABLE.
             05 WS-SEL-RECORD PIC X(87) OCCURS 500 TIMES.
           77 WS-SEL-USED       PIC 9(3) VALUE ZERO.
           77 WS-SEL-I          PIC 9(3).
           77 WS-SCANNED-COUNT  PIC 9(6) VALUE ZERO.
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ZERO TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF CNS-FAILED
             DISPLAY "The consent file cannot be read - extract "
               "refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SCAN-DATABASE.
           PERFORM WRITE-SELECTED-FILE.
           PERFORM POST-LINEAGE.
           DISPLAY "Selected " WS-SEL-USED " of " WS-SCANNED-COUNT
             " record(s) into database_select.dat".
           DISPLAY WS-CONSENT-COUNT " record(s) withheld for consent "
             "(no " FUNCTION TRIM(WS-CONSENT-NEEDED)
             " consent in force)".
           PERFORM LOG-CONSENT-WITHHELD.
           GOBACK.

           LOAD-CRITERIA SECTION.
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-FROM
             WHEN "IDTO"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-TO
             WHEN "CONSENT"
               IF CRT-VALUE = "POST" OR CRT-VALUE = "PHONE"
                   OR CRT-VALUE = "PARTNER"
                 MOVE CRT-VALUE TO WS-CONSENT-NEEDED
               ELSE
                 DISPLAY "Unknown consent ignored (POST, PHONE or "
                   "PARTNER): " CRT-VALUE
                 EXIT SECTION
               END-IF
             WHEN OTHER
               DISPLAY "Unknown criterion keyword ignored: "
                 CRT-KEYWORD
               EXIT SECTION
             END-IF
           END-IF.
           MOVE DETAILS-ID TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF (WS-CONSENT-NEEDED = "POST" AND NOT CNS-POST-GIVEN)
               OR (WS-CONSENT-NEEDED = "PHONE"
                 AND NOT CNS-PHONE-GIVEN)
               OR (WS-CONSENT-NEEDED = "PARTNER"
                 AND NOT CNS-PARTNER-GIVEN)
             ADD 1 TO WS-CONSENT-COUNT
             EXIT SECTION
           END-IF.
           IF WS-SEL-USED >= WS-MAX-RECORDS
             DISPLAY "ERROR: more than " WS-MAX-RECORDS
               " matching record(s) - selection buffer exhausted, "
           END-IF.
           MOVE SPACES TO SELECT-OUT-HEADER.
           MOVE "HDR" TO HDR-TAG.
           MOVE W-PROC-DATE TO HDR-RUN-DATE.
           MOVE WS-SEL-USED TO HDR-REC-COUNT.
           MOVE "DBSELECT" TO HDR-JOB-NAME.
           WRITE SELECT-OUT-HEADER.
           MOVE WS-SEL-USED TO TRL-REC-COUNT.
           WRITE SELECT-OUT-TRAILER.
           CLOSE SELECT-OUT.

      * Consent in force on the run date.
           CHECK-CONSENT SECTION.
           MOVE "L" TO W-CNS-FUNCTION.
           MOVE SPACES TO W-CNS-AS-OF.
           CALL "CONSENT-REGISTER" USING W-CONSENT.

      * The withheld count sits in the run log beside the criteria,
      * the record of what the consent check kept back.
           LOG-CONSENT-WITHHELD SECTION.
           PERFORM OPEN-RUN-LOG.
           MOVE SPACES TO RUN-LOG-RECORD.
           STRING W-BATCH-COMPLET DELIMITED BY SIZE
             " consent " DELIMITED BY SIZE
             WS-CONSENT-NEEDED DELIMITED BY SIZE
             " withheld " DELIMITED BY SIZE
             WS-CONSENT-COUNT DELIMITED BY SIZE
             INTO RUN-LOG-RECORD
           END-STRING.
           WRITE RUN-LOG-RECORD.
           CLOSE RUN-LOG-FILE.

      * The extract was cut from the DETAILS file by the criteria,
      * with the consent file deciding what was withheld.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DETAILS-SELECT-EXTRACT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../database.dat" TO W-LIN-FILE.
           MOVE WS-SCANNED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../select_extract.parm" TO W-LIN-FILE.
           MOVE WS-CRITERIA-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_consent.dat" TO W-LIN-FILE.
           MOVE ZERO TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_select.dat" TO W-LIN-FILE.
           MOVE WS-SEL-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
