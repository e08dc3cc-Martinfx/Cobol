      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Forecast of the nights to come: for each of the next 30 days
      * from the processing date, whether NIGHTLY-BATCH will run at
      * all (BUSINESS-DAY) and, on a business day, which step-table
      * steps the run calendar brings in. Steps with a calendar rule
      * are listed by name with the rule that makes them due; steps
      * with no rule, which run every business night, are counted on
      * one line so the month-end and weekly work stands out. Steps
      * disabled in "../batch_steps.parm" are left out of the
      * forecast altogether, as the night itself would leave them.
      * The forecast is printed to "../run_forecast.rpt" through the
      * shared REPORT-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CALENDAR-FORECAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "../batch_steps.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STEP-TABLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STEP-TABLE-FILE.
           01 STEP-TABLE-RECORD.
             05 STP-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 STP-ORDER    PIC 99.
             05 FILLER       PIC X.
             05 STP-ENABLED  PIC X.
             05 FILLER       PIC X.
             05 STP-ON-FAIL  PIC X.

       WORKING-STORAGE SECTION.
           77 WS-STEP-TABLE-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

      * The enabled steps of the step table (or NIGHTLY-BATCH's
      * default chain when there is no table).
           78 WS-MAX-STEPS VALUE 20.
           01 WS-STEP-TABLE.
             05 WS-STP-NAME PIC X(20) OCCURS 20 TIMES.
           77 WS-STEP-USED  PIC 99 VALUE ZERO.
           77 WS-STEP-I     PIC 99.

           78 WS-FORECAST-DAYS VALUE 30.
           77 WS-DAY-I          PIC 99.
           77 WS-START-DAYNUM   PIC 9(9).
           77 WS-DAY-DATE       PIC X(8).
           77 WS-DAY-DATE-NUM REDEFINES WS-DAY-DATE PIC 9(8).
           77 WS-WEEKDAY        PIC 9.
           01 WS-DAY-NAMES      PIC X(21)
             VALUE "SUNMONTUEWEDTHUFRISAT".
           77 WS-DAY-NAME       PIC X(3).

           77 WS-BUSDAY-FUNCTION PIC X.
           77 WS-BUSDAY-FLAG     PIC X.
             88 DAY-IS-BUSINESS  VALUE "Y".
           77 WS-NEXT-BUSINESS   PIC X(8).

           77 WS-DUE-FLAG        PIC X.
             88 STEP-DUE         VALUE "Y".
             88 STEP-NOT-DUE     VALUE "N".
             88 STEP-NO-RULE     VALUE " ".
           77 WS-DUE-REASON      PIC X(50).
           77 WS-EVERY-NIGHT     PIC 99.
           77 WS-DAY-STEPS       PIC 99.
           77 WS-RUN-NIGHTS      PIC 99 VALUE ZERO.
           77 WS-CALENDAR-RUNS   PIC 9(4) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-STEP-TABLE.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "RUN CALENDAR - NEXT 30 NIGHTS" TO W-RPT-TITLE.
           MOVE "../run_forecast.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE W-PROC-DATE TO WS-DAY-DATE.
           COMPUTE WS-START-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-DAY-DATE-NUM).
           PERFORM VARYING WS-DAY-I FROM 0 BY 1
               UNTIL WS-DAY-I >= WS-FORECAST-DAYS
             PERFORM FORECAST-ONE-DAY
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Batch nights " WS-RUN-NIGHTS " of "
             WS-FORECAST-DAYS "  calendar-driven step runs "
             WS-CALENDAR-RUNS DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-CALENDAR-RUNS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           DISPLAY "Run calendar forecast written - " WS-RUN-NIGHTS
             " batch night(s) in the next " WS-FORECAST-DAYS
             " days - see run_forecast.rpt".
           GOBACK.

           LOAD-STEP-TABLE SECTION.
           MOVE ZERO TO WS-STEP-USED.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-STEP-TABLE-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ STEP-TABLE-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF STP-NAME NOT = SPACES
                       AND (STP-ENABLED = "Y" OR STP-ENABLED = "y")
                       AND WS-STEP-USED < WS-MAX-STEPS
                     ADD 1 TO WS-STEP-USED
                     MOVE STP-NAME TO WS-STP-NAME(WS-STEP-USED)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE STEP-TABLE-FILE
           END-IF.
           IF WS-STEP-USED = ZERO
             MOVE 3 TO WS-STEP-USED
             MOVE "OPEN-FILE"            TO WS-STP-NAME(1)
             MOVE "OPEN-FILE-SEQUENTIAL" TO WS-STP-NAME(2)
             MOVE "SEQUENTIAL-READ"      TO WS-STP-NAME(3)
           END-IF.

           FORECAST-ONE-DAY SECTION.
           COMPUTE WS-DAY-DATE-NUM =
             FUNCTION DATE-OF-INTEGER(WS-START-DAYNUM + WS-DAY-I).
           COMPUTE WS-WEEKDAY =
             FUNCTION MOD(WS-START-DAYNUM + WS-DAY-I, 7).
           MOVE WS-DAY-NAMES(WS-WEEKDAY * 3 + 1:3) TO WS-DAY-NAME.
           MOVE "I" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION WS-DAY-DATE
             WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           MOVE SPACES TO W-RPT-TEXT.
           IF NOT DAY-IS-BUSINESS
             STRING WS-DAY-DATE " " WS-DAY-NAME
               "  no batch - not a business day"
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-RUN-NIGHTS.
           STRING WS-DAY-DATE " " WS-DAY-NAME
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE ZERO TO WS-EVERY-NIGHT.
           MOVE ZERO TO WS-DAY-STEPS.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-USED
             CALL "RUN-CALENDAR-CHECK" USING WS-STP-NAME(WS-STEP-I)
               WS-DAY-DATE WS-DUE-FLAG WS-DUE-REASON
             EVALUATE TRUE
               WHEN STEP-NO-RULE
                 ADD 1 TO WS-EVERY-NIGHT
                 ADD 1 TO WS-DAY-STEPS
               WHEN STEP-DUE
                 ADD 1 TO WS-DAY-STEPS
                 ADD 1 TO WS-CALENDAR-RUNS
                 MOVE SPACES TO W-RPT-TEXT
                 STRING "    " WS-STP-NAME(WS-STEP-I) " "
                   WS-DUE-REASON DELIMITED BY SIZE INTO W-RPT-TEXT
                 PERFORM REPORT-LINE
             END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "    + " WS-EVERY-NIGHT
             " every-night step(s); " WS-DAY-STEPS " step(s) in all"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
