      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Report distribution and pickup - the auditors' proof that
      * distributed reports were seen. For one month it lists, per
      * report and per day, every run REPORT-WRITER distributed from
      * "../report_pickup.dat" (see ReportPickup.cpy): the operator
      * it went to (and the department, when it went through one),
      * the time it was due, and when the operator marked it read in
      * REPORT-BROWSE. Each line is one of
      *   READ     picked up by the required-by time
      *   LATE     picked up, but after the required-by time
      *   UNREAD   not yet picked up, not yet due
      *   OVERDUE  not picked up and past due
      * with a count of each at the end. The month is the processing
      * month, or a YYYYMM in "../distribution_report.parm". Output
      * goes to "../report_distribution.rpt" through the shared
      * REPORT-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-PARAM-FILE
           ASSIGN TO "../distribution_report.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MONTH-STATUS.

           SELECT PICKUP-FILE ASSIGN TO "../report_pickup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PICKUP-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortwk".

       DATA DIVISION.
       FILE SECTION.
           FD MONTH-PARAM-FILE.
           01 MONTH-PARAM-RECORD.
             05 PARM-MONTH PIC X(6).

           FD PICKUP-FILE.
           01 PICKUP-RECORD PIC X(100).

      * Report, then day and run, then operator.
           SD SORT-WORK.
           01 SORT-RECORD.
             02 SRT-REPORT  PIC X(30).
             02 SRT-RUN-ID  PIC X(16).
             02 SRT-OPERATOR PIC X(8).
             02 SRT-PICKUP  PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-MONTH-STATUS  PIC XX.
           77 WS-PICKUP-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-RETURN-EOF PIC X.
             88 RETURN-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "ReportPickup.cpy".

           77 WS-MONTH      PIC X(6).
           77 WS-NOW        PIC X(12).
           77 WS-READ-STAMP PIC X(12).
           77 WS-STATE      PIC X(7).
           77 WS-LAST-REPORT PIC X(30) VALUE SPACES.
           77 WS-LAST-DAY    PIC X(8) VALUE SPACES.

           77 WS-LINE-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-READ-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-LATE-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-UNREAD-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-OVERDUE-COUNT PIC 9(5) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).
           PERFORM SET-REPORT-MONTH.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "REPORT DISTRIBUTION AND PICKUP" TO W-RPT-TITLE.
           MOVE "../report_distribution.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Month " WS-MONTH DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           SORT SORT-WORK
             ON ASCENDING KEY SRT-REPORT SRT-RUN-ID SRT-OPERATOR
             INPUT PROCEDURE IS FEED-SORT-INPUT
             OUTPUT PROCEDURE IS PRINT-PICKUPS.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Read on time " WS-READ-COUNT
             "  late " WS-LATE-COUNT
             "  unread " WS-UNREAD-COUNT
             "  overdue " WS-OVERDUE-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-LINE-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           DISPLAY "Report distribution for " WS-MONTH " - "
             WS-LINE-COUNT " pickup(s), " WS-OVERDUE-COUNT
             " overdue - see report_distribution.rpt".
           GOBACK.

           SET-REPORT-MONTH SECTION.
           MOVE W-PROC-DATE(1:6) TO WS-MONTH.
           OPEN INPUT MONTH-PARAM-FILE.
           IF WS-MONTH-STATUS = "00"
             READ MONTH-PARAM-FILE
               NOT AT END
                 IF PARM-MONTH IS NUMERIC
                     AND PARM-MONTH(5:2) >= "01"
                     AND PARM-MONTH(5:2) <= "12"
                   MOVE PARM-MONTH TO WS-MONTH
                 ELSE
                   DISPLAY "distribution_report.parm month "
                     PARM-MONTH " is not YYYYMM - processing month "
                     "used"
                 END-IF
             END-READ
             CLOSE MONTH-PARAM-FILE
           END-IF.

      * A run belongs to the month it was catalogued in.
           FEED-SORT-INPUT SECTION.
           OPEN INPUT PICKUP-FILE.
           IF WS-PICKUP-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PICKUP-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE PICKUP-RECORD TO W-PICKUP-RECORD
                 IF W-PKU-RUN-ID(1:6) = WS-MONTH
                   MOVE W-PKU-REPORT   TO SRT-REPORT
                   MOVE W-PKU-RUN-ID   TO SRT-RUN-ID
                   MOVE W-PKU-OPERATOR TO SRT-OPERATOR
                   MOVE PICKUP-RECORD  TO SRT-PICKUP
                   RELEASE SORT-RECORD
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PICKUP-FILE.

           PRINT-PICKUPS SECTION.
           MOVE "N" TO WS-RETURN-EOF.
           PERFORM UNTIL RETURN-EOF-T
             RETURN SORT-WORK
               AT END
                 SET RETURN-EOF-T TO TRUE
               NOT AT END
                 MOVE SRT-PICKUP TO W-PICKUP-RECORD
                 IF W-PKU-REPORT NOT = WS-LAST-REPORT
                     OR W-PKU-RUN-ID(1:8) NOT = WS-LAST-DAY
                   PERFORM PRINT-REPORT-DAY
                 END-IF
                 PERFORM PRINT-ONE-PICKUP
             END-RETURN
           END-PERFORM.

           PRINT-REPORT-DAY SECTION.
           MOVE W-PKU-REPORT TO WS-LAST-REPORT.
           MOVE W-PKU-RUN-ID(1:8) TO WS-LAST-DAY.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING W-PKU-REPORT DELIMITED BY SPACE
             "  " W-PKU-RUN-ID(1:8) DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "  RUN  OPERATOR VIA      DUE            PICKED UP"
             & "      STATE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

      * Read time is compared to the minute, as the due time is.
           PRINT-ONE-PICKUP SECTION.
           ADD 1 TO WS-LINE-COUNT.
           EVALUATE TRUE
             WHEN PKU-READ
               MOVE W-PKU-READ-DATE TO WS-READ-STAMP(1:8)
               MOVE W-PKU-READ-TIME(1:4) TO WS-READ-STAMP(9:4)
               IF WS-READ-STAMP > W-PKU-DUE
                 MOVE "LATE" TO WS-STATE
                 ADD 1 TO WS-LATE-COUNT
               ELSE
                 MOVE "READ" TO WS-STATE
                 ADD 1 TO WS-READ-COUNT
               END-IF
             WHEN W-PKU-DUE < WS-NOW
               MOVE "OVERDUE" TO WS-STATE
               ADD 1 TO WS-OVERDUE-COUNT
             WHEN OTHER
               MOVE "UNREAD" TO WS-STATE
               ADD 1 TO WS-UNREAD-COUNT
           END-EVALUATE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  " W-PKU-RUN-ID(9:4) " " W-PKU-OPERATOR " "
             W-PKU-VIA " " W-PKU-DUE-DATE " " W-PKU-DUE-TIME "  "
             W-PKU-READ-DATE " " W-PKU-READ-TIME(1:4) "  " WS-STATE
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
