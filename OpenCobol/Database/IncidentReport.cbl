      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Monthly incident report: every incident in "../incidents.dat"
      * opened in the month, counted by root-cause category (see
      * IncidentCause.cpy) - how many were opened, how many are
      * resolved and still open, and the average and longest time to
      * resolve in hours (open to resolved, through ELAPSED-TIME).
      * An incident not yet given a cause is counted under
      * "(unset)". A detail line per incident comes ahead of the
      * summary.
      * The month is that of the processing date; a YYYYMM in
      * "../incident_report.parm" reports another month instead.
      * Output goes to "../incident_report.rpt" through the shared
      * REPORT-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INCIDENT-STATUS.

           SELECT MONTH-PARAM-FILE ASSIGN TO "../incident_report.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MONTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INCIDENT-FILE.
           01 INCIDENT-RECORD PIC X(202).

           FD MONTH-PARAM-FILE.
           01 MONTH-PARAM-RECORD.
             05 PARM-MONTH PIC X(6).

       WORKING-STORAGE SECTION.
           77 WS-INCIDENT-STATUS PIC XX.
           77 WS-MONTH-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Incident.cpy".
           COPY "IncidentCause.cpy".

           77 WS-REPORT-MONTH PIC X(6).

      * One row per root-cause category, the last for incidents
      * with no cause yet.
           01 WS-CAUSE-TOTALS.
             05 WS-CT-ENTRY OCCURS 9 TIMES.
               10 WS-CT-OPENED   PIC 9(5).
               10 WS-CT-RESOLVED PIC 9(5).
               10 WS-CT-OPEN     PIC 9(5).
               10 WS-CT-SECONDS  PIC 9(11).
               10 WS-CT-MAX      PIC 9(8).
           77 WS-UNSET-ROW  PIC 99 VALUE 9.
           77 WS-CAUSE-I    PIC 99.
           77 WS-ROW        PIC 99.

           77 WS-ELAPSED    PIC S9(8).
           77 WS-HOURS      PIC 9(5)V9.
           77 WS-HOURS-OUT  PIC ZZZZ9.9.
           77 WS-AVG-OUT    PIC ZZZZ9.9.
           77 WS-MAX-OUT    PIC ZZZZ9.9.
           77 WS-CAUSE-NAME PIC X(8).

           77 WS-TOTAL-OPENED   PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-RESOLVED PIC 9(5) VALUE ZERO.
           77 WS-TOTAL-OPEN     PIC 9(5) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM SET-REPORT-MONTH.
           INITIALIZE WS-CAUSE-TOTALS.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "INCIDENTS BY ROOT CAUSE - MONTH " WS-REPORT-MONTH
             DELIMITED BY SIZE INTO W-RPT-TITLE.
           MOVE "../incident_report.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "INCIDENT DETAIL" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "NUMBER S STATE    CAUSE    OPENED    HOURS  TITLE"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM READ-INCIDENTS.
           PERFORM PRINT-CAUSE-SUMMARY.
           MOVE WS-TOTAL-OPENED TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           DISPLAY "Incident report written for " WS-REPORT-MONTH
             " - " WS-TOTAL-OPENED " incident(s), " WS-TOTAL-OPEN
             " still open - see incident_report.rpt".
           GOBACK.

           SET-REPORT-MONTH SECTION.
           MOVE W-PROC-DATE(1:6) TO WS-REPORT-MONTH.
           OPEN INPUT MONTH-PARAM-FILE.
           IF WS-MONTH-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ MONTH-PARAM-FILE
             NOT AT END
               IF PARM-MONTH IS NUMERIC
                   AND PARM-MONTH(5:2) >= "01"
                   AND PARM-MONTH(5:2) <= "12"
                 MOVE PARM-MONTH TO WS-REPORT-MONTH
               ELSE
                 DISPLAY "incident_report.parm month " PARM-MONTH
                   " is not YYYYMM - processing month used"
               END-IF
           END-READ.
           CLOSE MONTH-PARAM-FILE.

           READ-INCIDENTS SECTION.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS NOT = "00"
             MOVE "No incidents on file." TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ INCIDENT-FILE INTO W-INCIDENT-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF W-INC-OPENED-DATE(1:6) = WS-REPORT-MONTH
                   PERFORM COUNT-INCIDENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.

           COUNT-INCIDENT SECTION.
           MOVE WS-UNSET-ROW TO WS-ROW.
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
               UNTIL WS-CAUSE-I > W-CAUSE-COUNT
             IF W-CAUSE-CODE(WS-CAUSE-I) = W-INC-CAUSE
               MOVE WS-CAUSE-I TO WS-ROW
             END-IF
           END-PERFORM.
           ADD 1 TO WS-CT-OPENED(WS-ROW) WS-TOTAL-OPENED.
           MOVE SPACES TO W-RPT-TEXT.
           IF INC-RESOLVED
             ADD 1 TO WS-CT-RESOLVED(WS-ROW) WS-TOTAL-RESOLVED
             CALL "ELAPSED-TIME" USING W-INC-OPENED-DATE
               W-INC-OPENED-TIME W-INC-RESOLVED-DATE
               W-INC-RESOLVED-TIME WS-ELAPSED
             IF WS-ELAPSED < ZERO
               MOVE ZERO TO WS-ELAPSED
             END-IF
             ADD WS-ELAPSED TO WS-CT-SECONDS(WS-ROW)
             IF WS-ELAPSED > WS-CT-MAX(WS-ROW)
               MOVE WS-ELAPSED TO WS-CT-MAX(WS-ROW)
             END-IF
             COMPUTE WS-HOURS ROUNDED = WS-ELAPSED / 3600
             MOVE WS-HOURS TO WS-HOURS-OUT
             STRING W-INC-NUMBER " " W-INC-SEVERITY " RESOLVED "
               W-INC-CAUSE " " W-INC-OPENED-DATE " " WS-HOURS-OUT
               "  " W-INC-TITLE(1:30)
               DELIMITED BY SIZE INTO W-RPT-TEXT
           ELSE
             ADD 1 TO WS-CT-OPEN(WS-ROW) WS-TOTAL-OPEN
             STRING W-INC-NUMBER " " W-INC-SEVERITY " OPEN     "
               W-INC-CAUSE " " W-INC-OPENED-DATE "    open"
               "  " W-INC-TITLE(1:30)
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.

           PRINT-CAUSE-SUMMARY SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "SUMMARY BY ROOT CAUSE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "CAUSE    OPENED RESOLVED  OPEN  AVG HRS  MAX HRS"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 9
             IF WS-CT-OPENED(WS-ROW) > ZERO
               PERFORM PRINT-CAUSE-ROW
             END-IF
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "TOTAL    " WS-TOTAL-OPENED "    " WS-TOTAL-RESOLVED
             " " WS-TOTAL-OPEN DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           PRINT-CAUSE-ROW SECTION.
           IF WS-ROW = WS-UNSET-ROW
             MOVE "(unset)" TO WS-CAUSE-NAME
           ELSE
             MOVE W-CAUSE-CODE(WS-ROW) TO WS-CAUSE-NAME
           END-IF.
           MOVE ZERO TO WS-AVG-OUT WS-MAX-OUT.
           IF WS-CT-RESOLVED(WS-ROW) > ZERO
             COMPUTE WS-HOURS ROUNDED = WS-CT-SECONDS(WS-ROW)
               / WS-CT-RESOLVED(WS-ROW) / 3600
             MOVE WS-HOURS TO WS-AVG-OUT
             COMPUTE WS-HOURS ROUNDED = WS-CT-MAX(WS-ROW) / 3600
             MOVE WS-HOURS TO WS-MAX-OUT
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-CAUSE-NAME " " WS-CT-OPENED(WS-ROW) "    "
             WS-CT-RESOLVED(WS-ROW) " " WS-CT-OPEN(WS-ROW) " "
             WS-AVG-OUT "  " WS-MAX-OUT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
