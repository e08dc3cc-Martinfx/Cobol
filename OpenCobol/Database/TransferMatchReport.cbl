      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * End-of-day matching of the inter-branch transfers in
      * data.dat. Each branch keys its own side of a transfer (the
      * "XFR" record of DataTransfer.cpy): the sending branch the O
      * side, the receiving branch the I side, both under the same
      * transfer reference. This step pairs the sides by reference
      * and lists to "../transfer_match.rpt", through the shared
      * REPORT-WRITER, every transfer that is missing a side, was
      * keyed twice on one side, or whose two sides disagree on the
      * amount or on the from/to branches. Matched transfers are
      * counted, not listed. Any exception raises a "W" alert
      * through ALERT-SERVICE and ends the step with RC 4, so the
      * morning desk chases the branch before the day is closed.
      * data.dat is resolved through FILE-SET-RESOLVE like the other
      * readers of it.
      * Revision: Maxfx 15/10/2026 - the report posts its lineage from
      *   data.dat through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-MATCH-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DATA-FILE.
           01 DATA-FILE-RECORD.
             02 DATA-TAG   PIC X(3).
             02 FILLER     PIC X(25).

      * HDR/TRL control records are the longer shape.
           01 DATA-FILE-CONTROL PIC X(30).

       WORKING-STORAGE SECTION.
           77 WS-DATA-PATH     PIC X(60) VALUE "../data.dat".
           77 WS-LOGICAL-NAME  PIC X(20).
           77 WS-FILE-SET-NAME PIC X(8).
           77 FILE-STATUS      PIC XX.
           77 WS-STATUS-MSG    PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DataTransfer.cpy".

      * One row per transfer reference; each side remembers how
      * often it was keyed and what the first keying said.
           78 WS-MAX-TRANSFERS VALUE 500.
           01 WS-MATCH-TABLE.
             05 WS-XM-ENTRY OCCURS 500 TIMES.
               10 WS-XM-REF        PIC X(8).
               10 WS-XM-OUT-COUNT  PIC 99.
               10 WS-XM-OUT-FROM   PIC X(3).
               10 WS-XM-OUT-TO     PIC X(3).
               10 WS-XM-OUT-AMOUNT PIC 9(9).
               10 WS-XM-IN-COUNT   PIC 99.
               10 WS-XM-IN-FROM    PIC X(3).
               10 WS-XM-IN-TO      PIC X(3).
               10 WS-XM-IN-AMOUNT  PIC 9(9).
           77 WS-XM-USED      PIC 9(3) VALUE ZERO.
           77 WS-XM-I         PIC 9(3).
           77 WS-XM-HIT       PIC 9(3).
           77 WS-TABLE-FULL   PIC X VALUE "N".
             88 TABLE-IS-FULL VALUE "Y".

           77 WS-SIDE-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-UNREADABLE      PIC 9(6) VALUE ZERO.
           77 WS-MATCHED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.
           77 WS-VERDICT         PIC X(16).
           77 WS-OUT-SHOWN       PIC X(20).
           77 WS-IN-SHOWN        PIC X(20).

           77 WS-PROGRAM-NAME   PIC X(30)
             VALUE "TRANSFER-MATCH-REPORT".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "DATA-FILE" TO WS-LOGICAL-NAME.
           CALL "FILE-SET-RESOLVE" USING WS-LOGICAL-NAME
             WS-DATA-PATH WS-FILE-SET-NAME.
           PERFORM COLLECT-TRANSFER-SIDES.
           IF RETURN-CODE = 1
             GOBACK
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM VARYING WS-XM-I FROM 1 BY 1
               UNTIL WS-XM-I > WS-XM-USED
             PERFORM JUDGE-ONE-TRANSFER
           END-PERFORM.
           PERFORM CLOSE-REPORT.
           PERFORM POST-LINEAGE.
           DISPLAY "Transfers matched: " WS-MATCHED-COUNT
             ", exceptions: " WS-EXCEPTION-COUNT
             " - see transfer_match.rpt".
           IF WS-EXCEPTION-COUNT > ZERO OR WS-UNREADABLE > ZERO
               OR TABLE-IS-FULL
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-EXCEPTION-COUNT DELIMITED BY SIZE
               " transfer(s) unmatched or in dispute"
               DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           COLLECT-TRANSFER-SIDES SECTION.
           OPEN INPUT DATA-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening data.dat: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DATA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF DATA-TAG = "XFR"
                   PERFORM FILE-ONE-SIDE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DATA-FILE.

      * A side that cannot be read as a transfer cannot be matched;
      * OPEN-FILE has already rejected it, so it is only counted.
           FILE-ONE-SIDE SECTION.
           MOVE DATA-FILE-RECORD(1:28) TO W-DATA-TRANSFER.
           IF NOT XFR-SIDE-OK OR W-XFR-AMOUNT NOT NUMERIC
               OR W-XFR-REF = SPACES
             ADD 1 TO WS-UNREADABLE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SIDE-COUNT.
           MOVE ZERO TO WS-XM-HIT.
           PERFORM VARYING WS-XM-I FROM 1 BY 1
               UNTIL WS-XM-I > WS-XM-USED OR WS-XM-HIT NOT = ZERO
             IF WS-XM-REF(WS-XM-I) = W-XFR-REF
               MOVE WS-XM-I TO WS-XM-HIT
             END-IF
           END-PERFORM.
           IF WS-XM-HIT = ZERO
             IF WS-XM-USED >= WS-MAX-TRANSFERS
               IF NOT TABLE-IS-FULL
                 DISPLAY "WARNING: more than " WS-MAX-TRANSFERS
                   " transfers - the rest are not matched"
               END-IF
               SET TABLE-IS-FULL TO TRUE
               EXIT SECTION
             END-IF
             ADD 1 TO WS-XM-USED
             MOVE WS-XM-USED TO WS-XM-HIT
             MOVE W-XFR-REF TO WS-XM-REF(WS-XM-HIT)
             MOVE ZERO TO WS-XM-OUT-COUNT(WS-XM-HIT)
             MOVE ZERO TO WS-XM-IN-COUNT(WS-XM-HIT)
           END-IF.
           IF XFR-SIDE-OUT
             ADD 1 TO WS-XM-OUT-COUNT(WS-XM-HIT)
             IF WS-XM-OUT-COUNT(WS-XM-HIT) = 1
               MOVE W-XFR-FROM TO WS-XM-OUT-FROM(WS-XM-HIT)
               MOVE W-XFR-TO TO WS-XM-OUT-TO(WS-XM-HIT)
               MOVE W-XFR-AMOUNT-NUM TO WS-XM-OUT-AMOUNT(WS-XM-HIT)
             END-IF
           ELSE
             ADD 1 TO WS-XM-IN-COUNT(WS-XM-HIT)
             IF WS-XM-IN-COUNT(WS-XM-HIT) = 1
               MOVE W-XFR-FROM TO WS-XM-IN-FROM(WS-XM-HIT)
               MOVE W-XFR-TO TO WS-XM-IN-TO(WS-XM-HIT)
               MOVE W-XFR-AMOUNT-NUM TO WS-XM-IN-AMOUNT(WS-XM-HIT)
             END-IF
           END-IF.

           JUDGE-ONE-TRANSFER SECTION.
           EVALUATE TRUE
             WHEN WS-XM-IN-COUNT(WS-XM-I) = ZERO
               MOVE "MISSING IN SIDE" TO WS-VERDICT
             WHEN WS-XM-OUT-COUNT(WS-XM-I) = ZERO
               MOVE "MISSING OUT SIDE" TO WS-VERDICT
             WHEN WS-XM-OUT-COUNT(WS-XM-I) > 1
                 OR WS-XM-IN-COUNT(WS-XM-I) > 1
               MOVE "SIDE KEYED TWICE" TO WS-VERDICT
             WHEN WS-XM-OUT-AMOUNT(WS-XM-I)
                 NOT = WS-XM-IN-AMOUNT(WS-XM-I)
               MOVE "AMOUNT DIFFERS" TO WS-VERDICT
             WHEN WS-XM-OUT-FROM(WS-XM-I) NOT = WS-XM-IN-FROM(WS-XM-I)
                 OR WS-XM-OUT-TO(WS-XM-I) NOT = WS-XM-IN-TO(WS-XM-I)
               MOVE "BRANCHES DIFFER" TO WS-VERDICT
             WHEN OTHER
               ADD 1 TO WS-MATCHED-COUNT
               EXIT SECTION
           END-EVALUATE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-OUT-SHOWN.
           IF WS-XM-OUT-COUNT(WS-XM-I) NOT = ZERO
             STRING WS-XM-OUT-FROM(WS-XM-I) ">" WS-XM-OUT-TO(WS-XM-I)
               " " WS-XM-OUT-AMOUNT(WS-XM-I)
               DELIMITED BY SIZE INTO WS-OUT-SHOWN
           ELSE
             MOVE "  (none)" TO WS-OUT-SHOWN
           END-IF.
           MOVE SPACES TO WS-IN-SHOWN.
           IF WS-XM-IN-COUNT(WS-XM-I) NOT = ZERO
             STRING WS-XM-IN-FROM(WS-XM-I) ">" WS-XM-IN-TO(WS-XM-I)
               " " WS-XM-IN-AMOUNT(WS-XM-I)
               DELIMITED BY SIZE INTO WS-IN-SHOWN
           ELSE
             MOVE "  (none)" TO WS-IN-SHOWN
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-XM-REF(WS-XM-I) " " WS-VERDICT " "
             WS-OUT-SHOWN " " WS-IN-SHOWN
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "INTER-BRANCH TRANSFER MATCHING" TO W-RPT-TITLE.
           MOVE "../transfer_match.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "File set " WS-FILE-SET-NAME "  run "
             W-BATCH-COMPLET DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "REFERENCE EXCEPTION       OUT SIDE             IN SIDE"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           CLOSE-REPORT SECTION.
           IF WS-EXCEPTION-COUNT = ZERO
             MOVE "  (every transfer has two matching sides)"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Sides read " WS-SIDE-COUNT "  transfers "
             WS-XM-USED "  matched " WS-MATCHED-COUNT
             "  exceptions " WS-EXCEPTION-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-UNREADABLE > ZERO
             MOVE SPACES TO W-RPT-TEXT
             STRING "Unreadable XFR records " WS-UNREADABLE
               " - see OPEN-FILE's reject file"
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           IF TABLE-IS-FULL
             MOVE "More transfers than the table holds - the rest "
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
             MOVE "were not matched." TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE WS-EXCEPTION-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-PATH TO W-LIN-FILE.
           MOVE WS-SIDE-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-EXCEPTION-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
