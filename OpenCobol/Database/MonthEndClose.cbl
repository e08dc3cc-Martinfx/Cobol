      * the month-end close report through the shared REPORT-WRITER.
      * Any other night it ends quietly with RETURN-CODE zero - a
      * non-close night is not a failure.
      * Revision: Maxfx 15/10/2026 - the close night is judged on the
      *   business processing date (W-PROC-DATE) rather than the clock,
      *   so a chain running past midnight still closes the month it
      *   belongs to.
      * Revision: Maxfx 15/10/2026 - fiscal basis: "BASIS FISCAL" in
      *   "../monthend_close.parm" closes on the last business day of
      *   the fiscal period (FISCAL-PERIOD) instead of the calendar
      *   month, and the batch and exception counts cover the period's
      *   dates. Every ledger row now also carries the basis, fiscal
      *   year, period and period dates, and the report adds the fiscal
      *   year-to-date totals from the ledger, so period-to-date figures
      *   agree with finance's books.
      * Revision: Maxfx 15/10/2026 - a close posts the lineage of its
      *   ledger row and report through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-CLOSE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

      * Close basis, keyword lines: "BASIS    CALENDAR" (the default)
      * or "BASIS    FISCAL".
           SELECT PARM-FILE ASSIGN TO "../monthend_close.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DATA-FILE.
             05 MEL-EXCEPTIONS PIC 9(6).
             05 FILLER         PIC X.
             05 MEL-BACKUP     PIC X(4).
             05 FILLER         PIC X.
             05 MEL-BASIS      PIC X.
             05 FILLER         PIC X.
             05 MEL-FISCAL-YEAR   PIC X(4).
             05 FILLER         PIC X.
             05 MEL-FISCAL-PERIOD PIC X(2).
             05 FILLER         PIC X.
             05 MEL-PERIOD-START  PIC X(8).
             05 FILLER         PIC X.
             05 MEL-PERIOD-END    PIC X(8).

           FD PARM-FILE.
           01 PARM-RECORD.
             05 PRM-KEYWORD PIC X(8).
             05 FILLER      PIC X.
             05 PRM-VALUE   PIC X(20).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS         PIC XX.
           77 WS-EXCEPTION-STATUS PIC XX.
           77 WS-BACKUP-STATUS    PIC XX.
           77 WS-LEDGER-STATUS    PIC XX.
           77 WS-PARM-STATUS      PIC XX.
           77 WS-REC-TAG          PIC X(3).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
           77 WS-NEXT-BUSINESS   PIC X(8).
           77 WS-THIS-MONTH      PIC X(6).

      * Calendar month ("M") or fiscal period ("F"), and the dates
      * the close covers either way.
           77 WS-CLOSE-BASIS     PIC X VALUE "M".
             88 CALENDAR-BASIS   VALUE "M".
             88 FISCAL-BASIS     VALUE "F".
           77 WS-RANGE-START     PIC X(8).
           77 WS-RANGE-END       PIC X(8).
           77 WS-CLOSE-LABEL     PIC X(20).
           COPY "FiscalPeriod.cpy".

      * Fiscal year-to-date, from this year's earlier ledger rows on
      * the same basis plus tonight's.
           77 WS-YTD-CLOSES      PIC 9(3) VALUE ZERO.
           77 WS-YTD-PASS        PIC 9(6) VALUE ZERO.
           77 WS-YTD-FAIL        PIC 9(6) VALUE ZERO.
           77 WS-YTD-EXCEPTIONS  PIC 9(8) VALUE ZERO.

           77 WS-AMOUNT          PIC 9(6).
           77 WS-MONTH-AMOUNT    PIC 9(12) VALUE ZERO.
           77 WS-BATCH-PASS      PIC 9(4) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".
           77 WS-DATA-READ       PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-PROC-DATE(1:6) TO WS-THIS-MONTH.
           PERFORM LOAD-CLOSE-BASIS.
           PERFORM SET-CLOSE-RANGE.
           PERFORM CHECK-LAST-BUSINESS-DAY.
           IF NOT TONIGHT-IS-BUSINESS
             IF FISCAL-BASIS
               DISPLAY "Not the fiscal period's last business day - "
                 "no close tonight."
             ELSE
               DISPLAY "Not the month's last business day - no close "
                 "tonight."
             END-IF
             GOBACK
           END-IF.
           DISPLAY "Month-end close for "
             FUNCTION TRIM(WS-CLOSE-LABEL) " begins.".
           PERFORM RUN-CLOSING-REPORTS.
           PERFORM TOTAL-MONTH-AMOUNTS.
           PERFORM COUNT-BATCH-RESULTS.
           PERFORM COUNT-MONTH-EXCEPTIONS.
           PERFORM READ-BACKUP-VERDICT.
           PERFORM SUM-YEAR-TO-DATE.
           PERFORM POST-MONTH-LEDGER.
           PERFORM PRINT-CLOSE-REPORT.
           PERFORM POST-LINEAGE.
           IF CLOSE-FAILED
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-CLOSE-BASIS SECTION.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PARM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 EVALUATE FUNCTION TRIM(PRM-KEYWORD)
                   WHEN "BASIS"
                     IF PRM-VALUE(1:6) = "FISCAL"
                       SET FISCAL-BASIS TO TRUE
                     ELSE
                       SET CALENDAR-BASIS TO TRUE
                     END-IF
                   WHEN SPACES
                     CONTINUE
                   WHEN OTHER
                     DISPLAY "Unknown parameter keyword ignored: "
                       PRM-KEYWORD
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

      * Tonight's fiscal period is looked up on either basis - the
      * ledger row carries it even for a calendar-month close.
           SET-CLOSE-RANGE SECTION.
           CALL "FISCAL-PERIOD" USING W-PROC-DATE W-FISCAL-PERIOD.
           MOVE SPACES TO WS-CLOSE-LABEL.
           IF FISCAL-BASIS
             MOVE W-FIS-PERIOD-START TO WS-RANGE-START
             MOVE W-FIS-PERIOD-END TO WS-RANGE-END
             STRING "FY" W-FIS-YEAR " P" W-FIS-PERIOD
               DELIMITED BY SIZE INTO WS-CLOSE-LABEL
           ELSE
             STRING WS-THIS-MONTH "01" DELIMITED BY SIZE
               INTO WS-RANGE-START
             STRING WS-THIS-MONTH "31" DELIMITED BY SIZE
               INTO WS-RANGE-END
             MOVE WS-THIS-MONTH TO WS-CLOSE-LABEL
           END-IF.

      * Tonight closes the month when tonight is a business day and
      * the next business day belongs to a different month - on the
      * fiscal basis, falls after the fiscal period's last day.
           CHECK-LAST-BUSINESS-DAY SECTION.
           MOVE "I" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
             W-PROC-DATE WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           IF NOT TONIGHT-IS-BUSINESS
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
             W-PROC-DATE WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           MOVE "Y" TO WS-BUSDAY-FLAG.
           IF WS-NEXT-BUSINESS <= WS-RANGE-END
             MOVE "N" TO WS-BUSDAY-FLAG
           END-IF.

             DISPLAY "Close: backup failed, RC " WS-STEP-RC
           END-IF.

      * The ledger row and the report carry the same figures, so
      * both are posted from the same inputs. The closing reports
      * run above post their own lineage.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "MONTH-END-CLOSE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../data.dat" TO W-LIN-FILE.
           MOVE WS-DATA-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../batch_history.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-BATCH-PASS + WS-BATCH-FAIL.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../exception.log" TO W-LIN-FILE.
           MOVE WS-EXCEPTION-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../backup.log" TO W-LIN-FILE.
           MOVE ZERO TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../monthend_ledger.dat" TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           TOTAL-MONTH-AMOUNTS SECTION.
           OPEN INPUT DATA-FILE.
           IF FILE-STATUS NOT = "00"
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE DET-ID(1:3) TO WS-REC-TAG
                 IF WS-REC-TAG NOT = "HDR"
                     AND WS-REC-TAG NOT = "TRL"
                   ADD 1 TO WS-DATA-READ
                 END-IF
                 IF WS-REC-TAG NOT = "HDR"
                     AND WS-REC-TAG NOT = "TRL"
                     AND DET-NUM NUMERIC
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF HIS-START-DATE >= WS-RANGE-START
                     AND HIS-START-DATE <= WS-RANGE-END
                   IF HIS-STATUS = "PASS"
                     ADD 1 TO WS-BATCH-PASS
                   ELSE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF EXCEPTION-FILE-RECORD(1:8) >= WS-RANGE-START
                     AND EXCEPTION-FILE-RECORD(1:8) <= WS-RANGE-END
                   ADD 1 TO WS-EXCEPTION-COUNT
                 END-IF
             END-READ
             SET CLOSE-FAILED TO TRUE
           END-IF.

      * Earlier closes of this fiscal year on the same basis, read
      * before tonight's row is posted; tonight's figures are then
      * added in.
           SUM-YEAR-TO-DATE SECTION.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LEDGER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF MEL-FISCAL-YEAR = W-FIS-YEAR
                       AND MEL-BASIS = WS-CLOSE-BASIS
                       AND MEL-BATCH-PASS NUMERIC
                       AND MEL-BATCH-FAIL NUMERIC
                       AND MEL-EXCEPTIONS NUMERIC
                     ADD 1 TO WS-YTD-CLOSES
                     ADD MEL-BATCH-PASS TO WS-YTD-PASS
                     ADD MEL-BATCH-FAIL TO WS-YTD-FAIL
                     ADD MEL-EXCEPTIONS TO WS-YTD-EXCEPTIONS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.
           ADD 1 TO WS-YTD-CLOSES.
           ADD WS-BATCH-PASS TO WS-YTD-PASS.
           ADD WS-BATCH-FAIL TO WS-YTD-FAIL.
           ADD WS-EXCEPTION-COUNT TO WS-YTD-EXCEPTIONS.

           POST-MONTH-LEDGER SECTION.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
           MOVE WS-BATCH-FAIL TO MEL-BATCH-FAIL.
           MOVE WS-EXCEPTION-COUNT TO MEL-EXCEPTIONS.
           MOVE WS-BACKUP-VERDICT TO MEL-BACKUP.
           MOVE WS-CLOSE-BASIS TO MEL-BASIS.
           MOVE W-FIS-YEAR TO MEL-FISCAL-YEAR.
           MOVE W-FIS-PERIOD TO MEL-FISCAL-PERIOD.
           MOVE W-FIS-PERIOD-START TO MEL-PERIOD-START.
           MOVE W-FIS-PERIOD-END TO MEL-PERIOD-END.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.

           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "MONTH-END CLOSE - " DELIMITED BY SIZE
             WS-CLOSE-LABEL DELIMITED BY SIZE
             INTO W-RPT-TITLE
           END-STRING.
           MOVE "../monthend_close.rpt" TO W-RPT-SPOOL-NAME.
           END-STRING.
           PERFORM CLOSE-REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Batch steps in the close: " DELIMITED BY SIZE
             WS-BATCH-PASS DELIMITED BY SIZE
             " passed, " DELIMITED BY SIZE
             WS-BATCH-FAIL DELIMITED BY SIZE
           END-STRING.
           PERFORM CLOSE-REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Exceptions logged in the close: "
             DELIMITED BY SIZE
             WS-EXCEPTION-COUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM CLOSE-REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Fiscal period: FY" DELIMITED BY SIZE
             W-FIS-YEAR DELIMITED BY SIZE
             " P" DELIMITED BY SIZE
             W-FIS-PERIOD DELIMITED BY SIZE
             " (" DELIMITED BY SIZE
             W-FIS-PERIOD-START DELIMITED BY SIZE
             " - " DELIMITED BY SIZE
             W-FIS-PERIOD-END DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM CLOSE-REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Fiscal YTD: " DELIMITED BY SIZE
             WS-YTD-CLOSES DELIMITED BY SIZE
             " closes, steps " DELIMITED BY SIZE
             WS-YTD-PASS DELIMITED BY SIZE
             " passed " DELIMITED BY SIZE
             WS-YTD-FAIL DELIMITED BY SIZE
             " failed, exceptions " DELIMITED BY SIZE
             WS-YTD-EXCEPTIONS DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM CLOSE-REPORT-LINE.
           IF CLOSE-FAILED
             MOVE "*** CLOSE CARRIES A FAILURE - see console ***"
               TO W-RPT-TEXT
