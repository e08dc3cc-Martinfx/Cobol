      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Every program used to take "today" from the machine clock, so
      * a chain that ran past midnight, or a rerun the next morning,
      * stamped and selected on the wrong business date. The shop's
      * processing date now lives in "../processing_date.dat", handed
      * out by GET-BATCH-STAMP as W-PROC-DATE, and this end-of-day
      * roll is the only thing that moves it: forward to the next
      * business day (BUSINESS-DAY) after the current one. The roll
      * refuses, with an "E" alert and RC 1, while any online screen
      * is still registered in the quiesce registry or while the
      * night's CONTROL-VERIFY (the run id in "../batch_run_id.dat")
      * has no PASS in "../batch_history.dat". A date already ahead
      * of the clock has been rolled for tonight; a second roll is
      * refused with RC 4 so the date never runs away. The first
      * roll creates the control file from the clock date.
      *
      * Under NIGHTLY-BATCH (the EOD-ROLL step, after CONTROL-VERIFY)
      * the roll is unattended and recorded as by BATCH; run by hand
      * it needs a supervisor sign-on. Every roll and refusal is
      * appended to "../processing_date.log".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. END-OF-DAY-ROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO "../processing_date.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROC-DATE-STATUS.

           SELECT ROLL-LOG-FILE ASSIGN TO "../processing_date.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLL-LOG-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "../quiesce_registry.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTRY-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "../batch_run_id.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-ID-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "../batch_history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTORY-STATUS.

           SELECT RUN-MODE-FILE ASSIGN TO "../batch_run.flag"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-MODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PROC-DATE-FILE.
           COPY "ProcessingDate.cpy".

           FD ROLL-LOG-FILE.
           01 ROLL-LOG-RECORD PIC X(120).

           FD REGISTRY-FILE.
           01 REGISTRY-RECORD.
             05 QRG-PROGRAM PIC X(20).
             05 FILLER      PIC X.
             05 QRG-FILE    PIC X(40).
             05 FILLER      PIC X.
             05 QRG-MODE    PIC X.
             05 FILLER      PIC X.
             05 QRG-DATE    PIC X(8).
             05 FILLER      PIC X.
             05 QRG-TIME    PIC X(8).

           FD RUN-ID-FILE.
           01 RUN-ID-RECORD PIC X(16).

           FD HISTORY-FILE.
           01 HISTORY-RECORD.
             05 HIS-RUN-ID     PIC X(16).
             05 FILLER         PIC X.
             05 HIS-STEP-NAME  PIC X(20).
             05 FILLER         PIC X.
             05 HIS-START-DATE PIC X(8).
             05 FILLER         PIC X.
             05 HIS-START-TIME PIC X(8).
             05 FILLER         PIC X.
             05 HIS-END-DATE   PIC X(8).
             05 FILLER         PIC X.
             05 HIS-END-TIME   PIC X(8).
             05 FILLER         PIC X.
             05 HIS-STATUS     PIC X(4).

           FD RUN-MODE-FILE.
           01 RUN-MODE-RECORD PIC X(10).

       WORKING-STORAGE SECTION.
           77 WS-PROC-DATE-STATUS PIC XX.
           77 WS-ROLL-LOG-STATUS  PIC XX.
           77 WS-REGISTRY-STATUS  PIC XX.
           77 WS-RUN-ID-STATUS    PIC XX.
           77 WS-HISTORY-STATUS   PIC XX.
           77 WS-RUN-MODE-STATUS  PIC XX.
           77 WS-STATUS-MSG       PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-RUN-MODE PIC X.
             88 BATCH-RUN       VALUE "B".
             88 INTERACTIVE-RUN VALUE "I".

      * Role-based authorization state from the shared sign-on.
           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-OPERATOR-KNOWN PIC X VALUE "N".
             88 OPERATOR-KNOWN  VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "END-OF-DAY-ROLL".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           77 WS-CURRENT-DATE  PIC X(8).
           77 WS-NEW-DATE      PIC X(8).
           77 WS-NIGHT-RUN-ID  PIC X(16) VALUE SPACES.
           77 WS-SCREENS-OPEN  PIC 9(3) VALUE ZERO.
           77 WS-VERIFY-PASSED PIC X VALUE "N".
             88 VERIFY-PASSED  VALUE "Y".
           77 WS-REFUSAL       PIC X(80) VALUE SPACES.

           77 WS-BUSDAY-FUNCTION PIC X.
           77 WS-BUSDAY-FLAG     PIC X.

           77 WS-PROGRAM-NAME    PIC X(30) VALUE "END-OF-DAY-ROLL".
           77 WS-ALERT-SEVERITY  PIC X.
           77 WS-ALERT-MESSAGE   PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-RUN-MODE.
           IF BATCH-RUN
             MOVE "BATCH" TO WS-OPERATOR-ID
           ELSE
             CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
               WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN
             IF NOT OPERATOR-KNOWN
               DISPLAY "Sign-on failed - end-of-day roll refused."
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
             IF NOT ROLE-SUPERVISOR
               DISPLAY "The processing date is rolled by a "
                 "supervisor only - roll refused."
               MOVE "X" TO WS-ACT-ACTION
               MOVE "EOD-ROLL" TO WS-ACT-KEY
               CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
                 WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

           PERFORM LOAD-PROCESSING-DATE.
           IF WS-CURRENT-DATE > W-DATE OF W-BATCH
             MOVE SPACES TO WS-REFUSAL
             STRING "already rolled - processing date "
               WS-CURRENT-DATE " is ahead of the clock"
               DELIMITED BY SIZE INTO WS-REFUSAL
             PERFORM LOG-REFUSAL
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.

           PERFORM CHECK-ONLINE-SCREENS.
           IF WS-SCREENS-OPEN > ZERO
             MOVE SPACES TO WS-REFUSAL
             STRING WS-SCREENS-OPEN
               " online screen(s) still registered in the quiesce "
               "registry" DELIMITED BY SIZE INTO WS-REFUSAL
             PERFORM REFUSE-ROLL
             GOBACK
           END-IF.

           PERFORM CHECK-CONTROL-VERIFY.
           IF NOT VERIFY-PASSED
             MOVE SPACES TO WS-REFUSAL
             STRING "CONTROL-VERIFY has not passed for run "
               WS-NIGHT-RUN-ID DELIMITED BY SIZE INTO WS-REFUSAL
             PERFORM REFUSE-ROLL
             GOBACK
           END-IF.

           PERFORM ROLL-PROCESSING-DATE.
           GOBACK.

           LOAD-RUN-MODE SECTION.
           SET INTERACTIVE-RUN TO TRUE.
           OPEN INPUT RUN-MODE-FILE.
           IF WS-RUN-MODE-STATUS = "00"
             READ RUN-MODE-FILE
               AT END CONTINUE
               NOT AT END
                 IF RUN-MODE-RECORD(1:5) = "BATCH"
                   SET BATCH-RUN TO TRUE
                 END-IF
             END-READ
             CLOSE RUN-MODE-FILE
           END-IF.

      * GET-BATCH-STAMP has already resolved the date the shop is
      * working on - the control file's, or the clock's before the
      * first roll.
           LOAD-PROCESSING-DATE SECTION.
           MOVE W-PROC-DATE TO WS-CURRENT-DATE.
           DISPLAY "Processing date now " WS-CURRENT-DATE
             ", clock date " W-DATE OF W-BATCH.

      * Only screen sessions hold the roll back - a batch holder is
      * the chain itself, which is what normally calls this.
           CHECK-ONLINE-SCREENS SECTION.
           MOVE ZERO TO WS-SCREENS-OPEN.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ REGISTRY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF QRG-MODE = "S"
                   ADD 1 TO WS-SCREENS-OPEN
                   DISPLAY "  screen open: " QRG-PROGRAM " on "
                     FUNCTION TRIM(QRG-FILE) " since " QRG-DATE
                     " " QRG-TIME
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

           CHECK-CONTROL-VERIFY SECTION.
           MOVE "N" TO WS-VERIFY-PASSED.
           OPEN INPUT RUN-ID-FILE.
           IF WS-RUN-ID-STATUS = "00"
             READ RUN-ID-FILE
               AT END CONTINUE
               NOT AT END
                 MOVE RUN-ID-RECORD TO WS-NIGHT-RUN-ID
             END-READ
             CLOSE RUN-ID-FILE
           END-IF.
           IF WS-NIGHT-RUN-ID = SPACES
             MOVE "(none)" TO WS-NIGHT-RUN-ID
             EXIT SECTION
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ HISTORY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF HIS-RUN-ID = WS-NIGHT-RUN-ID
                     AND HIS-STEP-NAME = "CONTROL-VERIFY"
                     AND HIS-STATUS = "PASS"
                   SET VERIFY-PASSED TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

           ROLL-PROCESSING-DATE SECTION.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
             WS-CURRENT-DATE WS-BUSDAY-FLAG WS-NEW-DATE.
           IF WS-NEW-DATE = SPACES
             MOVE "no next business day found - check the holiday list"
               TO WS-REFUSAL
             PERFORM REFUSE-ROLL
             EXIT SECTION
           END-IF.
           OPEN OUTPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PROC-DATE-STATUS
               WS-STATUS-MSG
             MOVE SPACES TO WS-REFUSAL
             STRING "control file not written - " WS-STATUS-MSG
               DELIMITED BY SIZE INTO WS-REFUSAL
             PERFORM REFUSE-ROLL
             EXIT SECTION
           END-IF.
           MOVE SPACES TO PROC-DATE-RECORD.
           MOVE WS-NEW-DATE     TO PDT-DATE.
           MOVE WS-CURRENT-DATE TO PDT-PRIOR-DATE.
           MOVE W-BATCH-COMPLET TO PDT-ROLLED-STAMP.
           MOVE WS-OPERATOR-ID  TO PDT-ROLLED-BY.
           WRITE PROC-DATE-RECORD.
           CLOSE PROC-DATE-FILE.
           MOVE SPACES TO ROLL-LOG-RECORD.
           STRING W-BATCH-COMPLET " ROLLED  " WS-CURRENT-DATE
             " -> " WS-NEW-DATE " by " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO ROLL-LOG-RECORD.
           PERFORM WRITE-ROLL-LOG.
           MOVE "U" TO WS-ACT-ACTION.
           MOVE WS-NEW-DATE TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Processing date rolled " WS-CURRENT-DATE " -> "
             WS-NEW-DATE.

           REFUSE-ROLL SECTION.
           PERFORM LOG-REFUSAL.
           MOVE "E" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "EOD roll refused: " WS-REFUSAL
             DELIMITED BY SIZE INTO WS-ALERT-MESSAGE.
           CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
             WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET.
           MOVE 1 TO RETURN-CODE.

           LOG-REFUSAL SECTION.
           DISPLAY "End-of-day roll refused - "
             FUNCTION TRIM(WS-REFUSAL).
           MOVE SPACES TO ROLL-LOG-RECORD.
           STRING W-BATCH-COMPLET " REFUSED " WS-CURRENT-DATE " "
             WS-REFUSAL DELIMITED BY SIZE INTO ROLL-LOG-RECORD.
           PERFORM WRITE-ROLL-LOG.

           WRITE-ROLL-LOG SECTION.
           OPEN EXTEND ROLL-LOG-FILE.
           IF WS-ROLL-LOG-STATUS = "35"
             OPEN OUTPUT ROLL-LOG-FILE
           END-IF.
           WRITE ROLL-LOG-RECORD.
           CLOSE ROLL-LOG-FILE.
