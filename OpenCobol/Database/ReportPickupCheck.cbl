      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Overdue report pickups. Every line in "../report_pickup.dat"
      * (see ReportPickup.cpy) that is still unread once its due date
      * and required-by time have passed raises one warning alert
      * through ALERT-SERVICE naming the report and the operator who
      * has not picked it up, and is flagged as alerted so the next
      * run does not raise it again. Marking the report read in
      * REPORT-BROWSE afterwards still records the late pickup. The
      * run is queued through the job queue (JOB-QUEUE-RUNNER), the
      * same way ALERT-ESCALATION is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-PICKUP-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICKUP-FILE ASSIGN TO "../report_pickup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PICKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PICKUP-FILE.
           01 PICKUP-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-PICKUP-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "ReportPickup.cpy".

      * The pickup lines in memory, so the alerted flags can be
      * written back.
           78 WS-MAX-PICKUPS VALUE 2000.
           01 WS-PICKUP-TABLE.
             05 WS-PICKUP-LINE PIC X(100) OCCURS 2000 TIMES.
           77 WS-PICKUP-USED PIC 9(4) VALUE ZERO.
           77 WS-PICKUP-I    PIC 9(4).

           77 WS-NOW            PIC X(12).
           77 WS-OVERDUE-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-PROGRAM-NAME   PIC X(30) VALUE "REPORT-PICKUP-CHECK".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).
           PERFORM LOAD-PICKUP-FILE.
           IF RETURN-CODE NOT = ZERO
             GOBACK
           END-IF.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO W-PICKUP-RECORD
             IF PKU-UNREAD AND NOT PKU-ALERTED
                 AND W-PKU-DUE < WS-NOW
               PERFORM RAISE-OVERDUE-ALERT
             END-IF
           END-PERFORM.
           IF WS-OVERDUE-COUNT > ZERO
             PERFORM REWRITE-PICKUP-FILE
           END-IF.
           DISPLAY "Report pickup check - " WS-OVERDUE-COUNT
             " overdue unread report(s) alerted".
           GOBACK.

           LOAD-PICKUP-FILE SECTION.
           MOVE ZERO TO WS-PICKUP-USED.
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
      * A line past the buffer would vanish in the rewrite - stop
      * instead.
                 IF WS-PICKUP-USED >= WS-MAX-PICKUPS
                   DISPLAY "ERROR: report_pickup.dat exceeds the "
                     WS-MAX-PICKUPS "-row buffer - pickup check "
                     "stopped before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   SET EOF-T TO TRUE
                 ELSE
                   ADD 1 TO WS-PICKUP-USED
                   MOVE PICKUP-RECORD
                     TO WS-PICKUP-LINE(WS-PICKUP-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PICKUP-FILE.

      * The report name goes last, so a long one is what the
      * message length cuts short. The alert carries the report run.
           RAISE-OVERDUE-ALERT SECTION.
           MOVE "W" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING W-PKU-OPERATOR DELIMITED BY SPACE
             " due " DELIMITED BY SIZE
             W-PKU-DUE-DATE(5:4) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             W-PKU-DUE-TIME DELIMITED BY SIZE
             " unread " DELIMITED BY SIZE
             W-PKU-REPORT DELIMITED BY SPACE
             INTO WS-ALERT-MESSAGE
           END-STRING.
           CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
             WS-PROGRAM-NAME WS-ALERT-MESSAGE W-PKU-RUN-ID.
           MOVE "Y" TO W-PKU-ALERTED.
           MOVE W-PICKUP-RECORD TO WS-PICKUP-LINE(WS-PICKUP-I).
           ADD 1 TO WS-OVERDUE-COUNT.

           REWRITE-PICKUP-FILE SECTION.
           OPEN OUTPUT PICKUP-FILE.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO PICKUP-RECORD
             WRITE PICKUP-RECORD
           END-PERFORM.
           CLOSE PICKUP-FILE.
