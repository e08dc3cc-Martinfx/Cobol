      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * A delete or sensitive change held on "../details_pending.dat"
      * does nothing until a second operator approves it, and a line
      * nobody looks at is a change the customer thinks was made.
      * This nightly step reads the queue and raises an "E" alert for
      * every line still waiting longer than the limit in
      * "../details_pending.parm" (days, default 3), so the approvers
      * hear about it on the alert console. Return code 4 when any
      * line is overdue; a missing queue file is simply nothing to do.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-PENDING-AGEING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "../details_pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PENDING-STATUS.

           SELECT LIMIT-PARAM-FILE
           ASSIGN TO "../details_pending.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PENDING-FILE.
           01 PENDING-FILE-RECORD PIC X(257).

           FD LIMIT-PARAM-FILE.
           01 LIMIT-PARAM-RECORD.
             05 PARM-LIMIT-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
           77 WS-PENDING-STATUS PIC XX.
           77 WS-LIMIT-STATUS   PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "PendingChange.cpy".

           77 WS-PROGRAM-NAME PIC X(30)
             VALUE "DETAILS-PENDING-AGEING".

           78 WS-DEFAULT-LIMIT VALUE 3.
           77 WS-LIMIT-DAYS    PIC 9(3).
           77 WS-TODAY-DAYNUM  PIC S9(9).
           77 WS-RAISED-DAYNUM PIC S9(9).
           77 WS-AGE-DAYS      PIC S9(9).
           77 WS-RAISED-NUM    PIC 9(8).

           77 WS-WAITING-COUNT PIC 9(6) VALUE ZERO.
           77 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
           77 WS-DETAILS-ID    PIC X(7).

           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT-DAYS.
           PERFORM LOAD-LIMIT-PARAM.
           PERFORM FLAG-OVERDUE-CHANGES.
           DISPLAY "Pending changes waiting: " WS-WAITING-COUNT
             ", over " WS-LIMIT-DAYS " days: " WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-LIMIT-PARAM SECTION.
           OPEN INPUT LIMIT-PARAM-FILE.
           IF WS-LIMIT-STATUS = "00"
             READ LIMIT-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-LIMIT-DAYS NUMERIC
                     AND PARM-LIMIT-DAYS NOT = ZERO
                   MOVE PARM-LIMIT-DAYS TO WS-LIMIT-DAYS
                 END-IF
             END-READ
             CLOSE LIMIT-PARAM-FILE
           END-IF.

      * Only lines still in state P count; applied, rejected and
      * stale lines stay on the file as history and are passed over.
           FLAG-OVERDUE-CHANGES SECTION.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           COMPUTE WS-TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(W-DATE OF W-BATCH)).
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PENDING-FILE INTO W-PENDING-CHANGE
               AT END SET EOF-T TO TRUE
               NOT AT END
                 IF PND-WAITING
                   ADD 1 TO WS-WAITING-COUNT
                   PERFORM JUDGE-ONE-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

           JUDGE-ONE-LINE SECTION.
           IF W-PND-RAISED NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE W-PND-RAISED TO WS-RAISED-NUM.
           COMPUTE WS-RAISED-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-RAISED-NUM).
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAYNUM - WS-RAISED-DAYNUM.
           IF WS-AGE-DAYS NOT > WS-LIMIT-DAYS
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD.
           MOVE W-JRN-BEFORE-IMAGE(1:7) TO WS-DETAILS-ID.
           DISPLAY "*** CHANGE AWAITING APPROVAL: " W-PND-NUMBER
             " ID " WS-DETAILS-ID " raised " W-PND-RAISED
             " by " W-PND-MAKER " ***".
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "Change " DELIMITED BY SIZE
             W-PND-NUMBER DELIMITED BY SIZE
             " for ID " DELIMITED BY SIZE
             WS-DETAILS-ID DELIMITED BY SIZE
             " awaiting approval" DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING.
           CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
             WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET.
