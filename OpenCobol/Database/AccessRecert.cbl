      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Quarterly operator access recertification. The operator
      * master keeps every account ever opened - staff who left,
      * roles nobody remembers granting, accounts idle for months -
      * so once a quarter each operator's supervisor must say again
      * that the account should stay.
      * The first run in a quarter opens that quarter's cycle
      * ("2026Q4"): one line per operator on the master goes to
      * "../recert_review.dat" (see RecertReview.cpy) with the role,
      * supervisor, last sign-on, lock state and password age, and
      * a deadline "../recert_deadline.parm" days ahead (default 14).
      * The last sign-on is the operator's latest line in
      * "../operator_activity.log", where OPERATOR-SIGNON writes each
      * sign-on. "../access_recert.rpt" lists the cycle grouped by
      * supervisor for the reviewers, who keep or revoke each account
      * through OPERATOR-ADMIN.
      * The first run after a cycle's deadline closes it: every
      * account still undecided is disabled on the operator master
      * (lock "D", which OPERATOR-SIGNON refuses), written to the
      * activity log as action "V" under BATCH, and a warning alert
      * gives the count - except the last active supervisor, who is
      * left enabled (and PENDING) with an alert of their own, so
      * someone can still unlock accounts. The completed review -
      * every account, its decision, who made it and when - is
      * printed to "../access_recert_review.rpt"; REPORT-WRITER files
      * it in the report repository, which keeps it as the evidence.
      * Runs in between only report progress. Run nightly as the
      * ACCESS-RECERT step of NIGHTLY-BATCH, or from the console.
      * Revision: Maxfx 15/10/2026 - opening and closing a cycle post
      *   the review file, and the operator master when accounts are
      *   disabled, to the lineage register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "../operator_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

           SELECT ACTIVITY-LOG-FILE
           ASSIGN TO "../operator_activity.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACTIVITY-STATUS.

           SELECT RECERT-FILE ASSIGN TO "../recert_review.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RECERT-STATUS.

           SELECT DEADLINE-PARAM-FILE
           ASSIGN TO "../recert_deadline.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEADLINE-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortwk".

       DATA DIVISION.
       FILE SECTION.
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

           FD ACTIVITY-LOG-FILE.
           01 ACTIVITY-LOG-RECORD.
             05 ACT-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ACT-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 ACT-OPERATOR PIC X(8).
             05 FILLER       PIC X(60).

           FD RECERT-FILE.
           01 RECERT-RECORD PIC X(104).

           FD DEADLINE-PARAM-FILE.
           01 DEADLINE-PARAM-RECORD.
             05 PARM-DAYS PIC X(3).

      * Supervisor, then operator.
           SD SORT-WORK.
           01 SORT-RECORD.
             02 SRT-SUPERVISOR PIC X(8).
             02 SRT-OPERATOR   PIC X(8).
             02 SRT-RECERT     PIC X(104).

       WORKING-STORAGE SECTION.
           77 WS-OPERATOR-STATUS PIC XX.
           77 WS-ACTIVITY-STATUS PIC XX.
           77 WS-RECERT-STATUS   PIC XX.
           77 WS-DEADLINE-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-RETURN-EOF PIC X.
             88 RETURN-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "RecertReview.cpy".
           COPY "Lineage.cpy".

      * Lines read from the review file and the activity log, for
      * the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-RECERTS  PIC 9(8) VALUE ZERO.
             05 WS-READ-ACTIVITY PIC 9(8) VALUE ZERO.

      * The master as it stands, with each operator's latest
      * activity-log date beside it.
           78 WS-MAX-OPERATORS VALUE 100.
           01 WS-MASTER-TABLE.
             05 WS-MASTER-ENTRY OCCURS 100 TIMES.
               10 WS-MASTER-LINE PIC X(62).
               10 WS-LAST-ON     PIC X(8).
           77 WS-MASTER-USED PIC 9(3) VALUE ZERO.
           77 WS-OPR-I       PIC 9(3).

      * The review file in memory, so a close can rewrite it.
           78 WS-MAX-RECERTS VALUE 2000.
           01 WS-RECERT-TABLE.
             05 WS-RECERT-LINE PIC X(104) OCCURS 2000 TIMES.
           77 WS-RECERT-USED PIC 9(4) VALUE ZERO.
           77 WS-RECERT-I    PIC 9(4).

           78 WS-DEFAULT-DEADLINE-DAYS VALUE 14.
           77 WS-DEADLINE-DAYS PIC 9(3).
           77 WS-TODAY-NUM     PIC 9(8).
           77 WS-DEADLINE-NUM  PIC 9(8).
           77 WS-PWD-DATE-NUM  PIC 9(8).
           77 WS-PWD-AGE       PIC 9(6).
           77 WS-QUARTER       PIC 9.
           77 WS-MONTH-NUM     PIC 99.

           77 WS-CYCLE        PIC X(6).
           77 WS-CLOSE-CYCLE  PIC X(6).
           77 WS-PRINT-CYCLE  PIC X(6).
           77 WS-CYCLE-LINES  PIC 9(4).
           77 WS-CYCLE-OPEN   PIC 9(4).
           77 WS-CYCLE-PENDING PIC 9(4).
           77 WS-CYCLE-DEADLINE PIC X(8).
           77 WS-DISABLED-COUNT PIC 9(4) VALUE ZERO.
           77 WS-KEPT-LAST-COUNT PIC 9(4) VALUE ZERO.
           77 WS-ACTIVE-SUPERVISORS PIC 9(3).

           77 WS-LAST-SUPERVISOR PIC X(8).
           77 WS-DECISION-TEXT   PIC X(8).
           77 WS-KEPT-COUNT      PIC 9(4).
           77 WS-REVOKED-COUNT   PIC 9(4).
           77 WS-AUTO-COUNT      PIC 9(4).
           77 WS-PENDING-COUNT   PIC 9(4).

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "ACCESS-RECERT".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).
           77 WS-ACT-OPERATOR   PIC X(8) VALUE "BATCH".
           77 WS-ACT-PROGRAM    PIC X(20) VALUE "ACCESS-RECERT".
           77 WS-ACT-ACTION     PIC X.
           77 WS-ACT-KEY        PIC X(10).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-TODAY-NUM.
           MOVE W-PROC-DATE(5:2) TO WS-MONTH-NUM.
           COMPUTE WS-QUARTER = (WS-MONTH-NUM + 2) / 3.
           MOVE SPACES TO WS-CYCLE.
           STRING W-PROC-DATE(1:4) "Q" WS-QUARTER
             DELIMITED BY SIZE INTO WS-CYCLE.
           PERFORM LOAD-DEADLINE-DAYS.
           PERFORM LOAD-RECERT-FILE.
           IF RETURN-CODE NOT = ZERO
             GOBACK
           END-IF.
           PERFORM LOAD-OPERATOR-MASTER.
      * A cycle past its deadline is closed first, so a new quarter
      * opening the same night starts from the master as closed.
           PERFORM FIND-EXPIRED-CYCLE.
           IF WS-CLOSE-CYCLE NOT = SPACES
             PERFORM CLOSE-CYCLE
           END-IF.
           PERFORM COUNT-CYCLE-LINES.
           EVALUATE TRUE
             WHEN WS-CYCLE-LINES = ZERO
               PERFORM OPEN-CYCLE
             WHEN WS-CYCLE-OPEN > ZERO
               DISPLAY "Access recertification " WS-CYCLE " open - "
                 WS-CYCLE-PENDING " of " WS-CYCLE-LINES
                 " account(s) undecided, deadline "
                 WS-CYCLE-DEADLINE
             WHEN OTHER
               DISPLAY "Access recertification " WS-CYCLE
                 " is closed."
           END-EVALUATE.
           GOBACK.

           LOAD-DEADLINE-DAYS SECTION.
           MOVE WS-DEFAULT-DEADLINE-DAYS TO WS-DEADLINE-DAYS.
           OPEN INPUT DEADLINE-PARAM-FILE.
           IF WS-DEADLINE-STATUS = "00"
             READ DEADLINE-PARAM-FILE
               NOT AT END
                 IF PARM-DAYS IS NUMERIC AND PARM-DAYS > "000"
                   MOVE PARM-DAYS TO WS-DEADLINE-DAYS
                 ELSE
                   DISPLAY "recert_deadline.parm days " PARM-DAYS
                     " is not 001-999 - default used"
                 END-IF
             END-READ
             CLOSE DEADLINE-PARAM-FILE
           END-IF.

           LOAD-RECERT-FILE SECTION.
           MOVE ZERO TO WS-RECERT-USED.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ RECERT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-RECERTS
      * A line past the buffer would vanish in the rewrite - stop
      * instead.
                 IF WS-RECERT-USED >= WS-MAX-RECERTS
                   DISPLAY "ERROR: recert_review.dat exceeds the "
                     WS-MAX-RECERTS "-row buffer - recertification "
                     "stopped before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   SET EOF-T TO TRUE
                 ELSE
                   ADD 1 TO WS-RECERT-USED
                   MOVE RECERT-RECORD
                     TO WS-RECERT-LINE(WS-RECERT-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.

           LOAD-OPERATOR-MASTER SECTION.
           MOVE ZERO TO WS-MASTER-USED.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ OPERATOR-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OPM-ID NOT = SPACES
                     AND WS-MASTER-USED < WS-MAX-OPERATORS
                   ADD 1 TO WS-MASTER-USED
                   MOVE OPERATOR-MASTER-RECORD
                     TO WS-MASTER-LINE(WS-MASTER-USED)
                   MOVE SPACES TO WS-LAST-ON(WS-MASTER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

      * The oldest open cycle whose deadline is behind us.
           FIND-EXPIRED-CYCLE SECTION.
           MOVE SPACES TO WS-CLOSE-CYCLE.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
               OR WS-CLOSE-CYCLE NOT = SPACES
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF RCR-OPEN AND W-DATE OF W-BATCH > W-RCR-DEADLINE
               MOVE W-RCR-CYCLE TO WS-CLOSE-CYCLE
             END-IF
           END-PERFORM.

           COUNT-CYCLE-LINES SECTION.
           MOVE ZERO TO WS-CYCLE-LINES WS-CYCLE-OPEN WS-CYCLE-PENDING.
           MOVE SPACES TO WS-CYCLE-DEADLINE.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF W-RCR-CYCLE = WS-CYCLE
               ADD 1 TO WS-CYCLE-LINES
               MOVE W-RCR-DEADLINE TO WS-CYCLE-DEADLINE
               IF RCR-OPEN
                 ADD 1 TO WS-CYCLE-OPEN
                 IF RCR-PENDING
                   ADD 1 TO WS-CYCLE-PENDING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      ******************************************************************
      * Opening a cycle: one review line per operator as the account
      * stands today.
      ******************************************************************
           OPEN-CYCLE SECTION.
           IF WS-MASTER-USED = ZERO
             DISPLAY "Access recertification - the operator master "
               "is empty or unreadable, no cycle opened."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM LOAD-LAST-SIGNONS.
           COMPUTE WS-DEADLINE-NUM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             + WS-DEADLINE-DAYS).
           OPEN EXTEND RECERT-FILE.
           IF WS-RECERT-STATUS = "35"
             OPEN OUTPUT RECERT-FILE
           END-IF.
           IF WS-RECERT-STATUS NOT = "00"
             DISPLAY "Access recertification - recert_review.dat "
               "not writable, status " WS-RECERT-STATUS
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             PERFORM WRITE-REVIEW-LINE
           END-PERFORM.
           CLOSE RECERT-FILE.
           PERFORM POST-OPEN-LINEAGE.
           MOVE "ACCESS RECERTIFICATION" TO W-RPT-TITLE.
           MOVE "../access_recert.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-CYCLE TO WS-PRINT-CYCLE.
           PERFORM PRINT-CYCLE.
           DISPLAY "Access recertification " WS-CYCLE " opened - "
             WS-MASTER-USED " account(s) to decide by "
             WS-DEADLINE-NUM " - see access_recert.rpt".

      * Latest date any line of the log shows for each operator.
           LOAD-LAST-SIGNONS SECTION.
           OPEN INPUT ACTIVITY-LOG-FILE.
           IF WS-ACTIVITY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ACTIVITY-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ACTIVITY
                 PERFORM VARYING WS-OPR-I FROM 1 BY 1
                     UNTIL WS-OPR-I > WS-MASTER-USED
                   IF WS-MASTER-LINE(WS-OPR-I)(1:8) = ACT-OPERATOR
                       AND (WS-LAST-ON(WS-OPR-I) = SPACES
                         OR ACT-DATE > WS-LAST-ON(WS-OPR-I))
                     MOVE ACT-DATE TO WS-LAST-ON(WS-OPR-I)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE ACTIVITY-LOG-FILE.

           WRITE-REVIEW-LINE SECTION.
           MOVE WS-MASTER-LINE(WS-OPR-I) TO OPERATOR-MASTER-RECORD.
           MOVE SPACES TO W-RECERT-RECORD.
           MOVE WS-CYCLE TO W-RCR-CYCLE.
           MOVE OPM-ID TO W-RCR-OPERATOR.
           MOVE OPM-NAME TO W-RCR-NAME.
           MOVE OPM-ROLE TO W-RCR-ROLE.
           MOVE OPM-SUPERVISOR TO W-RCR-SUPERVISOR.
           MOVE WS-LAST-ON(WS-OPR-I) TO W-RCR-LAST-SIGNON.
           MOVE OPM-LOCK TO W-RCR-LOCK.
           MOVE 9999 TO W-RCR-PWD-AGE.
           IF OPM-PWD-DATE IS NUMERIC
             MOVE OPM-PWD-DATE TO WS-PWD-DATE-NUM
             COMPUTE WS-PWD-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-PWD-DATE-NUM)
             IF WS-PWD-AGE < 9999
               MOVE WS-PWD-AGE TO W-RCR-PWD-AGE
             END-IF
           END-IF.
           MOVE WS-DEADLINE-NUM TO W-RCR-DEADLINE.
           SET RCR-OPEN TO TRUE.
           SET RCR-PENDING TO TRUE.
           MOVE W-RECERT-RECORD TO RECERT-RECORD.
           WRITE RECERT-RECORD.
           ADD 1 TO WS-RECERT-USED.
           IF WS-RECERT-USED <= WS-MAX-RECERTS
             MOVE W-RECERT-RECORD TO WS-RECERT-LINE(WS-RECERT-USED)
           END-IF.

      ******************************************************************
      * Closing a cycle: whatever is still undecided is disabled, the
      * cycle is marked closed and the completed review is printed.
      ******************************************************************
           CLOSE-CYCLE SECTION.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF W-RCR-CYCLE = WS-CLOSE-CYCLE AND RCR-OPEN
               IF RCR-PENDING
                 PERFORM COUNT-ACTIVE-SUPERVISORS
                 IF W-RCR-ROLE = "S" AND WS-ACTIVE-SUPERVISORS < 2
                   ADD 1 TO WS-KEPT-LAST-COUNT
                 ELSE
                   PERFORM DISABLE-UNDECIDED
                 END-IF
               END-IF
               SET RCR-CLOSED TO TRUE
               MOVE W-RECERT-RECORD TO WS-RECERT-LINE(WS-RECERT-I)
             END-IF
           END-PERFORM.
           OPEN OUTPUT RECERT-FILE.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO RECERT-RECORD
             WRITE RECERT-RECORD
           END-PERFORM.
           CLOSE RECERT-FILE.
           IF WS-KEPT-LAST-COUNT > ZERO
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "Sole supervisor not recertified "
               WS-CLOSE-CYCLE " - kept on"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-IF.
           IF WS-DISABLED-COUNT > ZERO
             PERFORM REWRITE-OPERATOR-MASTER
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-DISABLED-COUNT " account(s) disabled - not "
               "recertified " WS-CLOSE-CYCLE
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-IF.
           PERFORM POST-CLOSE-LINEAGE.
           MOVE "ACCESS RECERTIFICATION - COMPLETED" TO W-RPT-TITLE.
           MOVE "../access_recert_review.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-CLOSE-CYCLE TO WS-PRINT-CYCLE.
           PERFORM PRINT-CYCLE.
           DISPLAY "Access recertification " WS-CLOSE-CYCLE
             " closed - " WS-DISABLED-COUNT " account(s) disabled "
             "- see access_recert_review.rpt".

      * A new cycle's lines come from the operator master and the
      * activity log, added to the review file already there.
           POST-OPEN-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "ACCESS-RECERT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../operator_master.dat" TO W-LIN-FILE.
           MOVE WS-MASTER-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../operator_activity.log" TO W-LIN-FILE.
           MOVE WS-READ-ACTIVITY TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../recert_review.dat" TO W-LIN-FILE.
           MOVE WS-READ-RECERTS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../recert_review.dat" TO W-LIN-FILE.
           MOVE WS-MASTER-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * A close rewrites the review file from itself and the master,
      * and the master too when accounts were disabled.
           POST-CLOSE-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "ACCESS-RECERT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../recert_review.dat" TO W-LIN-FILE.
           MOVE WS-READ-RECERTS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../operator_master.dat" TO W-LIN-FILE.
           MOVE WS-MASTER-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../recert_review.dat" TO W-LIN-FILE.
           MOVE WS-RECERT-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-DISABLED-COUNT > ZERO
             MOVE "../operator_master.dat" TO W-LIN-FILE
             MOVE WS-MASTER-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

           DISABLE-UNDECIDED SECTION.
           SET RCR-AUTO-DISABLED TO TRUE.
           MOVE "BATCH" TO W-RCR-DECIDED-BY.
           MOVE W-DATE OF W-BATCH TO W-RCR-DECIDED-DATE.
           MOVE W-TIME OF W-BATCH TO W-RCR-DECIDED-TIME.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             IF WS-MASTER-LINE(WS-OPR-I)(1:8) = W-RCR-OPERATOR
               MOVE WS-MASTER-LINE(WS-OPR-I)
                 TO OPERATOR-MASTER-RECORD
               MOVE "D" TO OPM-LOCK
               MOVE OPERATOR-MASTER-RECORD
                 TO WS-MASTER-LINE(WS-OPR-I)
             END-IF
           END-PERFORM.
           ADD 1 TO WS-DISABLED-COUNT.
           MOVE "V" TO WS-ACT-ACTION.
           MOVE W-RCR-OPERATOR TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-ACT-OPERATOR
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * Supervisors on the master not locked or disabled. The last
      * one is never disabled by the deadline - nobody would be left
      * to unlock anyone - and stays PENDING on the completed review.
           COUNT-ACTIVE-SUPERVISORS SECTION.
           MOVE ZERO TO WS-ACTIVE-SUPERVISORS.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             MOVE WS-MASTER-LINE(WS-OPR-I) TO OPERATOR-MASTER-RECORD
             IF OPM-ROLE = "S" AND OPM-LOCK = SPACE
               ADD 1 TO WS-ACTIVE-SUPERVISORS
             END-IF
           END-PERFORM.

           REWRITE-OPERATOR-MASTER SECTION.
           OPEN OUTPUT OPERATOR-MASTER-FILE.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             MOVE WS-MASTER-LINE(WS-OPR-I) TO OPERATOR-MASTER-RECORD
             WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

      ******************************************************************
      * The cycle's review lines grouped by supervisor, with the
      * decision each account has had so far.
      ******************************************************************
           PRINT-CYCLE SECTION.
           MOVE ZERO TO WS-KEPT-COUNT WS-REVOKED-COUNT WS-AUTO-COUNT
             WS-PENDING-COUNT.
           MOVE HIGH-VALUES TO WS-LAST-SUPERVISOR.
           MOVE "O" TO W-RPT-ACTION.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           MOVE ZERO TO W-RPT-GRAND-TOTAL.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Cycle " WS-PRINT-CYCLE DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           SORT SORT-WORK
             ON ASCENDING KEY SRT-SUPERVISOR SRT-OPERATOR
             INPUT PROCEDURE IS FEED-CYCLE-LINES
             OUTPUT PROCEDURE IS PRINT-CYCLE-LINES.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Kept " WS-KEPT-COUNT "  revoked " WS-REVOKED-COUNT
             "  disabled at deadline " WS-AUTO-COUNT
             "  pending " WS-PENDING-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           FEED-CYCLE-LINES SECTION.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF W-RCR-CYCLE = WS-PRINT-CYCLE
               MOVE W-RCR-SUPERVISOR TO SRT-SUPERVISOR
               MOVE W-RCR-OPERATOR   TO SRT-OPERATOR
               MOVE W-RECERT-RECORD  TO SRT-RECERT
               RELEASE SORT-RECORD
             END-IF
           END-PERFORM.

           PRINT-CYCLE-LINES SECTION.
           MOVE "N" TO WS-RETURN-EOF.
           PERFORM UNTIL RETURN-EOF-T
             RETURN SORT-WORK
               AT END
                 SET RETURN-EOF-T TO TRUE
               NOT AT END
                 MOVE SRT-RECERT TO W-RECERT-RECORD
                 IF W-RCR-SUPERVISOR NOT = WS-LAST-SUPERVISOR
                   PERFORM PRINT-SUPERVISOR-HEADING
                 END-IF
                 PERFORM PRINT-ONE-ACCOUNT
             END-RETURN
           END-PERFORM.

           PRINT-SUPERVISOR-HEADING SECTION.
           MOVE W-RCR-SUPERVISOR TO WS-LAST-SUPERVISOR.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF W-RCR-SUPERVISOR = SPACES
             MOVE "No supervisor - any supervisor decides"
               TO W-RPT-TEXT
           ELSE
             STRING "Supervisor " W-RCR-SUPERVISOR
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           MOVE "  OPERATOR R LAST-ON  L AGE  DECISION BY       ON    "
             & "   NAME" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           PRINT-ONE-ACCOUNT SECTION.
           EVALUATE TRUE
             WHEN RCR-KEPT
               MOVE "KEPT" TO WS-DECISION-TEXT
               ADD 1 TO WS-KEPT-COUNT
             WHEN RCR-REVOKED
               MOVE "REVOKED" TO WS-DECISION-TEXT
               ADD 1 TO WS-REVOKED-COUNT
             WHEN RCR-AUTO-DISABLED
               MOVE "DISABLED" TO WS-DECISION-TEXT
               ADD 1 TO WS-AUTO-COUNT
             WHEN OTHER
               MOVE "PENDING" TO WS-DECISION-TEXT
               ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE.
           ADD 1 TO W-RPT-GRAND-TOTAL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  " W-RCR-OPERATOR " " W-RCR-ROLE " "
             W-RCR-LAST-SIGNON " " W-RCR-LOCK " " W-RCR-PWD-AGE " "
             WS-DECISION-TEXT " " W-RCR-DECIDED-BY " "
             W-RCR-DECIDED-DATE " " W-RCR-NAME
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
