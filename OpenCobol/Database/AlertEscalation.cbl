      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Escalation of unacknowledged alerts. Every fatal and error
      * alert still OPEN in "../alerts.dat" is aged from the moment
      * it was raised; each time its severity's time limit passes
      * unacknowledged it moves one step up the on-call rota
      * ("../oncall_rota.dat", kept by ONCALL-ROTA):
      *   one limit    - assigned to the on-call primary
      *   two limits   - escalated to the on-call backup
      *   three limits - escalated to the duty supervisor
      * The duty supervisor is the rota's "S" cover for the moment,
      * or failing that the first unlocked supervisor on the
      * operator master. Each step reached is recorded on the alert
      * itself (who it went to, date and time), so ALERT-CONSOLE
      * shows whose alert it now is; a run that finds an alert
      * several limits late records every step it passed. A step
      * with nobody on call is recorded against NO-COVER and a
      * warning alert says so.
      * The limits are minutes per severity in
      * "../alert_escalation.parm" (severity, space, minutes); the
      * defaults are 15 for fatal and 60 for error. Warnings are not
      * escalated. The run is queued through the job queue
      * (JOB-QUEUE-RUNNER) and prints "../alert_escalation.rpt"
      * through the shared REPORT-WRITER.
      * Revision: Maxfx 15/10/2026 - the operator each step goes to is
      *   told through NOTIFY-POST on their own subscriptions, under the
      *   alert's own dedupe key, so nobody already told about the alert
      *   is told again.
      * Revision: Maxfx 15/10/2026 - reads and rewrites the alert record
      *   with the acknowledgment time at its end.
      * Revision: Maxfx 15/10/2026 - reads the operator master row with
      *   the supervisor at its end, and passes over a supervisor
      *   disabled at access recertification.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-ESCALATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "../alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ALERT-STATUS.

           SELECT ROTA-FILE ASSIGN TO "../oncall_rota.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROTA-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "../operator_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

           SELECT LIMIT-PARAM-FILE ASSIGN TO "../alert_escalation.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ALERT-FILE.
           01 ALERT-RECORD PIC X(218).

           FD ROTA-FILE.
           01 ROTA-RECORD PIC X(36).

           FD OPERATOR-MASTER-FILE.
           01 OPERATOR-MASTER-RECORD.
             05 OPM-ID       PIC X(8).
             05 FILLER       PIC X.
             05 OPM-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OPM-ROLE     PIC X.
             05 FILLER       PIC X.
             05 OPM-PASSWORD PIC X(8).
             05 FILLER       PIC X.
             05 OPM-PWD-DATE PIC X(8).
             05 FILLER       PIC X.
             05 OPM-FAILS    PIC 9.
             05 FILLER       PIC X.
             05 OPM-LOCK     PIC X.
             05 FILLER       PIC X.
             05 OPM-SUPERVISOR PIC X(8).

           FD LIMIT-PARAM-FILE.
           01 LIMIT-PARAM-RECORD.
             05 PARM-SEVERITY PIC X.
             05 FILLER        PIC X.
             05 PARM-MINUTES  PIC X(4).

       WORKING-STORAGE SECTION.
           77 WS-ALERT-STATUS    PIC XX.
           77 WS-ROTA-STATUS     PIC XX.
           77 WS-OPERATOR-STATUS PIC XX.
           77 WS-LIMIT-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           77 WS-PROGRAM-NAME PIC X(30) VALUE "ALERT-ESCALATION".
           COPY "BatchStamp.cpy".
           COPY "OnCallRota.cpy".

      * The whole alert file in memory so the steps can be written
      * back in place - the ALERT-CONSOLE idiom.
           78 WS-MAX-ALERTS VALUE 500.
           01 WS-ALERT-TABLE.
             05 WS-ALERT-ENTRY OCCURS 500 TIMES.
               10 WS-ALERT-LINE.
                 15 WS-AL-DATE     PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-TIME     PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-SEVERITY PIC X.
                 15 FILLER         PIC X.
                 15 WS-AL-STATE    PIC X.
                   88 ALERT-OPEN   VALUE "O".
                 15 FILLER         PIC X.
                 15 WS-AL-PROGRAM  PIC X(20).
                 15 FILLER         PIC X.
                 15 WS-AL-RUN-ID   PIC X(16).
                 15 FILLER         PIC X.
                 15 WS-AL-MESSAGE  PIC X(50).
                 15 FILLER         PIC X.
                 15 WS-AL-ACK-OPERATOR PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-ACK-DATE PIC X(8).
                 15 WS-AL-ESC-STEP OCCURS 3 TIMES.
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-TO    PIC X(8).
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-DATE  PIC X(8).
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-TIME  PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-ACK-TIME PIC X(8).
           77 WS-ALERT-USED PIC 9(3) VALUE ZERO.
           77 WS-ALERT-I    PIC 9(3).

      * The rota in memory.
           78 WS-MAX-ROTA VALUE 300.
           01 WS-ROTA-TABLE.
             05 WS-ROTA-LINE PIC X(36) OCCURS 300 TIMES.
           77 WS-ROTA-USED PIC 9(3) VALUE ZERO.
           77 WS-ROTA-I    PIC 9(3).

      * Time limits in minutes.
           78 WS-DEFAULT-FATAL-MINUTES VALUE 15.
           78 WS-DEFAULT-ERROR-MINUTES VALUE 60.
           77 WS-FATAL-MINUTES PIC 9(4).
           77 WS-ERROR-MINUTES PIC 9(4).
           77 WS-LIMIT-SECONDS PIC 9(8).

           77 WS-NOW           PIC X(12).
           77 WS-AGE-SECONDS   PIC S9(8).
           77 WS-DUE-STEP      PIC 9(4).
           77 WS-DONE-STEP     PIC 9.
           77 WS-FIRST-STEP    PIC 9.
           77 WS-STEP-I        PIC 9.
           77 WS-WANT-ROLE     PIC X.
           77 WS-ASSIGNEE      PIC X(8).

           01 WS-STEP-NAMES.
             05 FILLER PIC X(10) VALUE "primary".
             05 FILLER PIC X(10) VALUE "backup".
             05 FILLER PIC X(10) VALUE "supervisor".
           01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
             05 WS-STEP-NAME PIC X(10) OCCURS 3 TIMES.
           01 WS-STEP-ROLES PIC X(3) VALUE "PBS".

           77 WS-STEP-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-UNCOVERED      PIC 9(5) VALUE ZERO.
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

      * Notification of a step through NOTIFY-POST.
           77 WS-NTF-EVENT   PIC X(10).
           77 WS-NTF-SUBJECT PIC X(50).
           77 WS-NTF-BODY    PIC X(120).
           77 WS-NTF-KEY     PIC X(40).
           77 WS-NTF-POSTED  PIC 9(3).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).
           PERFORM LOAD-TIME-LIMITS.
           PERFORM LOAD-ROTA-FILE.
           PERFORM LOAD-ALERT-FILE.
           IF RETURN-CODE NOT = ZERO
             GOBACK
           END-IF.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "ALERT ESCALATION" TO W-RPT-TITLE.
           MOVE "../alert_escalation.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Limits: fatal " WS-FATAL-MINUTES " min, error "
             WS-ERROR-MINUTES " min" DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "ALERT SEV RAISED        STEP        TO       PROGRAM"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-ALERT-I FROM 1 BY 1
               UNTIL WS-ALERT-I > WS-ALERT-USED
             IF ALERT-OPEN(WS-ALERT-I)
                 AND (WS-AL-SEVERITY(WS-ALERT-I) = "F"
                   OR WS-AL-SEVERITY(WS-ALERT-I) = "E")
               PERFORM ESCALATE-ONE-ALERT
             END-IF
           END-PERFORM.
           IF WS-STEP-COUNT > ZERO
             PERFORM REWRITE-ALERT-FILE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Escalation steps recorded " WS-STEP-COUNT
             "  with nobody on call " WS-UNCOVERED
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-STEP-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
      * Raised after the rewrite, so the new alert is appended to the
      * file as rewritten. A warning is never escalated itself.
           IF WS-UNCOVERED > ZERO
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-UNCOVERED " escalation step(s) had nobody "
               "on call" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-IF.
           DISPLAY "Alert escalation - " WS-STEP-COUNT
             " step(s) recorded, " WS-UNCOVERED
             " with nobody on call - see alert_escalation.rpt".
           GOBACK.

           LOAD-TIME-LIMITS SECTION.
           MOVE WS-DEFAULT-FATAL-MINUTES TO WS-FATAL-MINUTES.
           MOVE WS-DEFAULT-ERROR-MINUTES TO WS-ERROR-MINUTES.
           OPEN INPUT LIMIT-PARAM-FILE.
           IF WS-LIMIT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LIMIT-PARAM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PARM-MINUTES NUMERIC AND PARM-MINUTES > ZERO
                   EVALUATE PARM-SEVERITY
                     WHEN "F"
                       MOVE PARM-MINUTES TO WS-FATAL-MINUTES
                     WHEN "E"
                       MOVE PARM-MINUTES TO WS-ERROR-MINUTES
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LIMIT-PARAM-FILE.

           LOAD-ROTA-FILE SECTION.
           MOVE ZERO TO WS-ROTA-USED.
           OPEN INPUT ROTA-FILE.
           IF WS-ROTA-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ROTA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-ROTA-USED < WS-MAX-ROTA
                   ADD 1 TO WS-ROTA-USED
                   MOVE ROTA-RECORD TO WS-ROTA-LINE(WS-ROTA-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROTA-FILE.

           LOAD-ALERT-FILE SECTION.
           MOVE ZERO TO WS-ALERT-USED.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ALERT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * An alert past the buffer would vanish when the steps are
      * written back - stop before any rewrite instead.
                 IF WS-ALERT-USED >= WS-MAX-ALERTS
                   DISPLAY "ERROR: alerts.dat exceeds the "
                     WS-MAX-ALERTS "-row buffer - escalation "
                     "stopped before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE ALERT-FILE
                   EXIT SECTION
                 END-IF
                 ADD 1 TO WS-ALERT-USED
                 MOVE ALERT-RECORD TO WS-ALERT-LINE(WS-ALERT-USED)
             END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.

      * The step due is the number of whole limits the alert has
      * been open, three at most; every step between the last one
      * recorded and the one due is recorded now.
           ESCALATE-ONE-ALERT SECTION.
           IF WS-AL-SEVERITY(WS-ALERT-I) = "F"
             COMPUTE WS-LIMIT-SECONDS = WS-FATAL-MINUTES * 60
           ELSE
             COMPUTE WS-LIMIT-SECONDS = WS-ERROR-MINUTES * 60
           END-IF.
           CALL "ELAPSED-TIME" USING WS-AL-DATE(WS-ALERT-I)
             WS-AL-TIME(WS-ALERT-I) W-DATE OF W-BATCH
             W-TIME OF W-BATCH WS-AGE-SECONDS.
           IF WS-AGE-SECONDS < WS-LIMIT-SECONDS
             EXIT SECTION
           END-IF.
           DIVIDE WS-AGE-SECONDS BY WS-LIMIT-SECONDS
             GIVING WS-DUE-STEP.
           IF WS-DUE-STEP > 3
             MOVE 3 TO WS-DUE-STEP
           END-IF.
           MOVE ZERO TO WS-DONE-STEP.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1 UNTIL WS-STEP-I > 3
             IF WS-AL-ESC-DATE(WS-ALERT-I WS-STEP-I) NOT = SPACES
               MOVE WS-STEP-I TO WS-DONE-STEP
             END-IF
           END-PERFORM.
           COMPUTE WS-FIRST-STEP = WS-DONE-STEP + 1.
           PERFORM VARYING WS-STEP-I FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-I > WS-DUE-STEP
             PERFORM RECORD-ESCALATION-STEP
           END-PERFORM.

           RECORD-ESCALATION-STEP SECTION.
           MOVE WS-STEP-ROLES(WS-STEP-I:1) TO WS-WANT-ROLE.
           PERFORM FIND-ON-CALL.
           IF WS-ASSIGNEE = SPACES AND WS-WANT-ROLE = "S"
             PERFORM FIND-MASTER-SUPERVISOR
           END-IF.
           IF WS-ASSIGNEE = SPACES
             MOVE "NO-COVER" TO WS-ASSIGNEE
             ADD 1 TO WS-UNCOVERED
           END-IF.
           MOVE WS-ASSIGNEE TO WS-AL-ESC-TO(WS-ALERT-I WS-STEP-I).
           MOVE W-DATE OF W-BATCH
             TO WS-AL-ESC-DATE(WS-ALERT-I WS-STEP-I).
           MOVE W-TIME OF W-BATCH
             TO WS-AL-ESC-TIME(WS-ALERT-I WS-STEP-I).
           ADD 1 TO WS-STEP-COUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ALERT-I "   " WS-AL-SEVERITY(WS-ALERT-I) "  "
             WS-AL-DATE(WS-ALERT-I) " "
             WS-AL-TIME(WS-ALERT-I)(1:4) " "
             WS-STEP-NAME(WS-STEP-I) "  " WS-ASSIGNEE " "
             WS-AL-PROGRAM(WS-ALERT-I)
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-ASSIGNEE NOT = "NO-COVER"
             PERFORM NOTIFY-ASSIGNEE
           END-IF.

      * The key is the one ALERT-SERVICE posted the alert under.
           NOTIFY-ASSIGNEE SECTION.
           MOVE SPACES TO WS-NTF-EVENT WS-NTF-SUBJECT WS-NTF-BODY
             WS-NTF-KEY.
           STRING "ALERT-" WS-AL-SEVERITY(WS-ALERT-I)
             DELIMITED BY SIZE INTO WS-NTF-EVENT.
           STRING "ALERT " WS-AL-DATE(WS-ALERT-I)
             WS-AL-TIME(WS-ALERT-I) " " WS-AL-PROGRAM(WS-ALERT-I)
             DELIMITED BY SIZE INTO WS-NTF-KEY.
           STRING WS-AL-SEVERITY(WS-ALERT-I) " alert escalated to "
             WS-STEP-NAME(WS-STEP-I) DELIMITED BY SIZE
             INTO WS-NTF-SUBJECT.
           STRING WS-AL-MESSAGE(WS-ALERT-I) " - from "
             WS-AL-PROGRAM(WS-ALERT-I) " at " WS-AL-DATE(WS-ALERT-I)
             " " WS-AL-TIME(WS-ALERT-I)(1:4) ", not acknowledged"
             DELIMITED BY SIZE INTO WS-NTF-BODY.
           CALL "NOTIFY-POST" USING WS-NTF-EVENT WS-NTF-SUBJECT
             WS-NTF-BODY WS-NTF-KEY WS-ASSIGNEE WS-NTF-POSTED.

      * The rota row in the wanted role whose period covers now.
           FIND-ON-CALL SECTION.
           MOVE SPACES TO WS-ASSIGNEE.
           PERFORM VARYING WS-ROTA-I FROM 1 BY 1
               UNTIL WS-ROTA-I > WS-ROTA-USED
               OR WS-ASSIGNEE NOT = SPACES
             MOVE WS-ROTA-LINE(WS-ROTA-I) TO W-ROTA-RECORD
             IF W-ROT-ROLE = WS-WANT-ROLE
                 AND W-ROT-FROM NOT > WS-NOW
                 AND W-ROT-TO NOT < WS-NOW
               MOVE W-ROT-OPERATOR TO WS-ASSIGNEE
             END-IF
           END-PERFORM.

           FIND-MASTER-SUPERVISOR SECTION.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR WS-ASSIGNEE NOT = SPACES
             READ OPERATOR-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OPM-ROLE = "S" AND OPM-LOCK NOT = "L"
                     AND OPM-LOCK NOT = "D"
                   MOVE OPM-ID TO WS-ASSIGNEE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

           REWRITE-ALERT-FILE SECTION.
           OPEN OUTPUT ALERT-FILE.
           PERFORM VARYING WS-ALERT-I FROM 1 BY 1
               UNTIL WS-ALERT-I > WS-ALERT-USED
             MOVE WS-ALERT-LINE(WS-ALERT-I) TO ALERT-RECORD
             WRITE ALERT-RECORD
           END-PERFORM.
           CLOSE ALERT-FILE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
