      *   projected finish breaches the window is refused unless the
      *   operator has dropped "RUN" into "../window_override.flag",
      *   which is consumed and logged.
      * Revision: Maxfx 15/10/2026 - PENDING-AGEING step: runs
      *   DETAILS-PENDING-AGEING, which alerts on DETAILS changes left
      *   waiting for approval past their limit.
      * Revision: Maxfx 15/10/2026 - NOTES-DUE step: runs
      *   CASE-NOTES-DUE, the daily list of case notes whose
      *   follow-up date has come round.
      * Revision: Maxfx 15/10/2026 - TRANSFER-MATCH step: runs
      *   TRANSFER-MATCH-REPORT, the end-of-day pairing of the two
      *   sides of each inter-branch transfer in data.dat.
      * Revision: Maxfx 15/10/2026 - AMOUNT-OUTLIER step: runs
      *   AMOUNT-OUTLIER-REPORT, the per-branch DET-NUM distribution
      *   with outliers and baseline shifts.
      * Revision: Maxfx 15/10/2026 - run calendar: after the step
      *   table is loaded each enabled step is put to
      *   RUN-CALENDAR-CHECK, and a step whose "../run_calendar.parm"
      *   rules do not fall due tonight (weekly, month-end,
      *   quarter-end, nth business day) is left out; the log names
      *   the reason for every step included or left out. Steps with
      *   no calendar rule run as before. RUN-FORECAST step runs
      *   RUN-CALENDAR-FORECAST, the next 30 nights.
      * Revision: Maxfx 15/10/2026 - the night is judged on the
      *   business processing date (W-PROC-DATE) rather than the
      *   clock: business-day check and run calendar both use it, a
      *   processing date already rolled past the clock date skips
      *   the chain, and the EOD-ROLL step runs END-OF-DAY-ROLL to
      *   move the date on once CONTROL-VERIFY has passed.
      * Revision: Maxfx 15/10/2026 - PREFLIGHT step: runs
      *   PREFLIGHT-CHECK, the readiness check of the night's parameter
      *   files, inputs, feeds, quiesce registry and restart files;
      *   ordered 00 it is step zero. A no-go stops the chain whatever
      *   the row's on-failure policy, a go with warnings passes, and
      *   the step is never checkpointed, so a resumed night is checked
      *   again.
      * Revision: Maxfx 15/10/2026 - DR-PACKAGE step: runs DR-PACKAGE,
      *   the dated disaster-recovery set of every shop file with its
      *   proved manifest. Best placed after GENERATION-BACKUP so the
      *   set carries that night's generations.
      * Revision: Maxfx 15/10/2026 - a failed step opens an incident
      *   through INCIDENT-OPEN (severity F when the step stops the
      *   chain, else E); further failures in the same run are logged on
      *   that open incident rather than opening more.
      * Revision: Maxfx 15/10/2026 - the end of the run is posted
      *   through NOTIFY-POST as BATCH-FAIL or BATCH-OK to the operators
      *   subscribed, keyed on the run id so a run is reported once.
      * Revision: Maxfx 15/10/2026 - ACCESS-RECERT step: opens the
      *   quarter's operator access recertification on its first night
      *   and, the first night after the deadline, disables the accounts
      *   left undecided and files the completed review.
      * Revision: Maxfx 15/10/2026 - INTEGRITY-SWEEP step: checks every
      *   cross-file reference named in integrity_relations.parm, logs
      *   each orphan to the exception store and compares the counts
      *   with the previous night.
      * Revision: Maxfx 15/10/2026 - the step about to run is dropped
      *   into "../batch_step.dat" so LINEAGE-POST can record which step
      *   of the night produced each file.
      * Revision: Maxfx 15/10/2026 - SOD-CONFLICTS step: reports
      *   operators who did both halves of a process named in
      *   sod_rules.parm, and the roles that let them, to the supervisor
      *   and the alert hub.
      * Revision: Maxfx 15/10/2026 - the step table holds 40 rows
      *   (BatchStepLimit.cpy, shared with PREFLIGHT-CHECK); a
      *   batch_steps.parm longer than that stops the run with
      *   RETURN-CODE 1 instead of dropping the later steps.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-BATCH.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-ID-STATUS.

      * The step now running, for LINEAGE-POST to post under.
           SELECT STEP-NAME-FILE ASSIGN TO "../batch_step.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STEP-NAME-STATUS.

      * Partition pointer for the per-partition step variants.
           SELECT PARTITION-FLAG-FILE
           ASSIGN TO "../partition_active.dat"
           FD RUN-ID-FILE.
           01 RUN-ID-RECORD PIC X(16).

           FD STEP-NAME-FILE.
           01 STEP-NAME-RECORD PIC X(20).

           FD PARTITION-FLAG-FILE.
           01 PARTITION-FLAG-RECORD PIC X(60).

      * The night's step table, loaded from STEP-TABLE-FILE (or the
      * compiled-in default chain when the parm file is absent) and
      * executed in ascending STP-ORDER.
           COPY "BatchStepLimit.cpy".
           01 WS-STEP-TABLE.
             05 WS-STEP-ENTRY OCCURS 40 TIMES.
               10 WS-STP-NAME     PIC X(20).
               10 WS-STP-ORDER    PIC 99.
               10 WS-STP-ENABLED  PIC X.
           77 WS-STEP-I       PIC 99.
           77 WS-STEP-J       PIC 99.
           77 WS-SWAP-ENTRY   PIC X(24).
           77 WS-STEP-OVERFLOW PIC X VALUE "N".
             88 STEP-TABLE-OVERFLOW VALUE "Y".

           77 WS-ON-FAIL      PIC X.
             88 FAIL-STOPS-CHAIN    VALUE "S".
           77 WS-CKPT-STATUS  PIC XX.
           77 WS-RESTART-FLAG-STATUS PIC XX.
           01 WS-DONE-TABLE.
             05 WS-DONE-STEP  PIC X(20) OCCURS 40 TIMES.
           77 WS-DONE-USED    PIC 99 VALUE ZERO.
           77 WS-DONE-I       PIC 99.
           77 WS-STEP-DONE    PIC X.
      * crossing midnight still records correctly.
           77 WS-HISTORY-STATUS  PIC XX.
           77 WS-RUN-ID-STATUS   PIC XX.
           77 WS-STEP-NAME-STATUS PIC XX.
           77 WS-PARTITION-STATUS PIC XX.
           77 WS-PARTITION-NO    PIC 9.
           77 WS-STEP-START-DATE PIC 9(8).
           77 WS-BUDGET-STATUS   PIC XX.
           77 WS-WINDOW-FLAG-STATUS PIC XX.
           01 WS-BUDGET-TABLE.
             05 WS-STP-BUDGET PIC 9(5) OCCURS 40 TIMES.
           77 WS-BGT-I           PIC 99.
           77 WS-STEP-ELAPSED    PIC S9(8).
           77 WS-STEP-START-TXT  PIC X(8).
           77 WS-ALERT-SEVERITY  PIC X.
           77 WS-ALERT-MESSAGE   PIC X(50).

      * Incident opened (or joined, for the same run) by a failed
      * step.
           77 WS-INCIDENT-MODE     PIC X VALUE "A".
           77 WS-INCIDENT-SEVERITY PIC X.
           77 WS-INCIDENT-TITLE    PIC X(50).
           77 WS-INCIDENT-BY       PIC X(8) VALUE "BATCH".
           77 WS-INCIDENT-NUMBER   PIC 9(6).
           77 WS-INCIDENT-RC       PIC -(4)9.

      * End-of-run notification through NOTIFY-POST.
           77 WS-NTF-EVENT     PIC X(10).
           77 WS-NTF-SUBJECT   PIC X(50).
           77 WS-NTF-BODY      PIC X(120).
           77 WS-NTF-KEY       PIC X(40).
           77 WS-NTF-RECIPIENT PIC X(8) VALUE SPACES.
           77 WS-NTF-POSTED    PIC 9(3).

           77 WS-BUSDAY-FUNCTION PIC X.
           77 WS-BUSDAY-FLAG     PIC X.
             88 RUN-DATE-IS-BUSINESS VALUE "Y".
           77 WS-NEXT-BUSINESS   PIC X(8).

      * Run-calendar answer for the step being judged. A step left
      * out by the calendar is marked "K" in its enabled flag so the
      * chain and the window projection pass over it.
           77 WS-DUE-FLAG        PIC X.
             88 STEP-DUE         VALUE "Y".
             88 STEP-NOT-DUE     VALUE "N".
           77 WS-DUE-REASON      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           END-STRING.
           WRITE LOG-RECORD.

      * A processing date ahead of the clock was rolled at the end
      * of the last business night - that date's chain runs on its
      * own night, not early on a weekend or holiday clock.
           IF W-PROC-DATE > W-DATE OF W-BATCH
             MOVE SPACES TO LOG-RECORD
             STRING "Processing date " DELIMITED BY SIZE
               W-PROC-DATE DELIMITED BY SIZE
               " is ahead of the clock - chain skipped"
               DELIMITED BY SIZE
               INTO LOG-RECORD
             END-STRING
             WRITE LOG-RECORD
             DISPLAY FUNCTION TRIM(LOG-RECORD)
             CLOSE LOG-FILE
             GOBACK
           END-IF.

           PERFORM CHECK-BUSINESS-DAY.
           IF NOT RUN-DATE-IS-BUSINESS
             MOVE SPACES TO LOG-RECORD
           PERFORM LOAD-RESTART-OVERRIDE.
           PERFORM LOAD-STEP-CHECKPOINT.
           PERFORM LOAD-STEP-TABLE.
           IF STEP-TABLE-OVERFLOW
             MOVE SPACES TO LOG-RECORD
             STRING "batch_steps.parm holds more than "
               DELIMITED BY SIZE
               W-MAX-BATCH-STEPS DELIMITED BY SIZE
               " steps - run stopped before any step" DELIMITED BY SIZE
               INTO LOG-RECORD
             END-STRING
             WRITE LOG-RECORD
             DISPLAY FUNCTION TRIM(LOG-RECORD)
             PERFORM CLEAR-BATCH-MODE-FLAG
             CLOSE LOG-FILE
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SORT-STEP-TABLE.
           PERFORM APPLY-RUN-CALENDAR.
           PERFORM LOAD-STEP-BUDGETS.
           PERFORM RUN-STEP-CHAIN.
           PERFORM CLEAR-BATCH-MODE-FLAG.
           END-IF.
           WRITE LOG-RECORD.
           CLOSE LOG-FILE.
           PERFORM NOTIFY-END-OF-RUN.
           IF CHAIN-FAILED
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * WS-STEP-NAME still holds the step the chain stopped on.
           NOTIFY-END-OF-RUN SECTION.
           MOVE SPACES TO WS-NTF-SUBJECT WS-NTF-BODY WS-NTF-KEY.
           STRING "BATCH " W-BATCH-COMPLET DELIMITED BY SIZE
             INTO WS-NTF-KEY.
           IF CHAIN-FAILED
             MOVE "BATCH-FAIL" TO WS-NTF-EVENT
             STRING "Nightly batch " W-BATCH-COMPLET " STOPPED"
               DELIMITED BY SIZE INTO WS-NTF-SUBJECT
             STRING "Batch run " W-BATCH-COMPLET " stopped at step "
               WS-STEP-NAME " - see the batch log and the incident"
               " desk" DELIMITED BY SIZE INTO WS-NTF-BODY
           ELSE
             MOVE "BATCH-OK" TO WS-NTF-EVENT
             STRING "Nightly batch " W-BATCH-COMPLET " completed"
               DELIMITED BY SIZE INTO WS-NTF-SUBJECT
             STRING "Batch run " W-BATCH-COMPLET " completed - all "
               "steps passed" DELIMITED BY SIZE INTO WS-NTF-BODY
           END-IF.
           CALL "NOTIFY-POST" USING WS-NTF-EVENT WS-NTF-SUBJECT
             WS-NTF-BODY WS-NTF-KEY WS-NTF-RECIPIENT WS-NTF-POSTED.

      * One service call answers both questions: whether tonight is
      * a business day at all, and which business day the night's
      * outputs should be dated for.
           CHECK-BUSINESS-DAY SECTION.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
             W-PROC-DATE WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           MOVE SPACES TO LOG-RECORD.
           STRING "Processing date " DELIMITED BY SIZE
             W-PROC-DATE DELIMITED BY SIZE
             " business-day " DELIMITED BY SIZE
             WS-BUSDAY-FLAG DELIMITED BY SIZE
             ", next business day " DELIMITED BY SIZE
           WRITE RUN-ID-RECORD.
           CLOSE RUN-ID-FILE.

           SET-STEP-NAME-FILE SECTION.
           OPEN OUTPUT STEP-NAME-FILE.
           MOVE WS-STEP-NAME TO STEP-NAME-RECORD.
           WRITE STEP-NAME-RECORD.
           CLOSE STEP-NAME-FILE.

      * Reset once the chain finishes so a later interactive run of
      * OPEN-FILE/SEQUENTIAL-READ on its own still prompts as normal.
           CLEAR-BATCH-MODE-FLAG SECTION.
                     SET EOF-T TO TRUE
                   NOT AT END
                     IF CHECKPOINT-RECORD NOT = SPACES
                         AND WS-DONE-USED < W-MAX-BATCH-STEPS
                       ADD 1 TO WS-DONE-USED
                       MOVE CHECKPOINT-RECORD
                         TO WS-DONE-STEP(WS-DONE-USED)

      * Committed after every PASS, so a failure at any later step
      * leaves a durable record of how far the night actually got.
      * The readiness check is left out so a resumed night is judged
      * afresh.
           WRITE-STEP-CHECKPOINT SECTION.
           IF WS-STEP-NAME = "PREFLIGHT"
             EXIT SECTION
           END-IF.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "35"
             OPEN OUTPUT CHECKPOINT-FILE
             WRITE LOG-RECORD
           END-IF.

      * A row past the table would silently drop a step from the
      * night, so the load marks the overflow and the run stops.
           STORE-STEP-ENTRY SECTION.
           IF STP-NAME NOT = SPACES
               AND WS-STEP-USED >= W-MAX-BATCH-STEPS
             IF NOT STEP-TABLE-OVERFLOW
               DISPLAY "ERROR: the step table is full at "
                 W-MAX-BATCH-STEPS " rows - " FUNCTION TRIM(STP-NAME)
                 " and every later row would not run"
             END-IF
             SET STEP-TABLE-OVERFLOW TO TRUE
             EXIT SECTION
           END-IF.
           IF STP-NAME NOT = SPACES
             ADD 1 TO WS-STEP-USED
             MOVE STP-NAME    TO WS-STP-NAME(WS-STEP-USED)
             IF STP-ORDER NUMERIC
           MOVE "S" TO WS-STP-ON-FAIL(3).

      * Simple in-place exchange sort on STP-ORDER - the table is at
      * most W-MAX-BATCH-STEPS rows, so nothing fancier is warranted.
           SORT-STEP-TABLE SECTION.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I >= WS-STEP-USED
             END-PERFORM
           END-PERFORM.

      * Only steps the step table has enabled are put to the
      * calendar - a step switched off at the operations desk stays
      * off whatever its calendar says.
           APPLY-RUN-CALENDAR SECTION.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-USED
             IF WS-STP-ENABLED(WS-STEP-I) = "Y"
                 OR WS-STP-ENABLED(WS-STEP-I) = "y"
               CALL "RUN-CALENDAR-CHECK" USING WS-STP-NAME(WS-STEP-I)
                 W-PROC-DATE WS-DUE-FLAG WS-DUE-REASON
               MOVE SPACES TO LOG-RECORD
               IF STEP-NOT-DUE
                 MOVE "K" TO WS-STP-ENABLED(WS-STEP-I)
                 STRING WS-STP-NAME(WS-STEP-I) DELIMITED BY SIZE
                   " LEFT OUT - " DELIMITED BY SIZE
                   WS-DUE-REASON DELIMITED BY SIZE
                   INTO LOG-RECORD
                 END-STRING
               ELSE
                 STRING WS-STP-NAME(WS-STEP-I) DELIMITED BY SIZE
                   " INCLUDED - " DELIMITED BY SIZE
                   WS-DUE-REASON DELIMITED BY SIZE
                   INTO LOG-RECORD
                 END-STRING
               END-IF
               WRITE LOG-RECORD
             END-IF
           END-PERFORM.

      * A step already passed in the prior run is judged first -
      * it neither launches nor takes part in the window projection.
           RUN-STEP-CHAIN SECTION.
             IF WS-STP-ENABLED(WS-STEP-I) = "Y"
                 OR WS-STP-ENABLED(WS-STEP-I) = "y"
               PERFORM RUN-ONE-STEP
             ELSE
             IF WS-STP-ENABLED(WS-STEP-I) = "K"
               MOVE SPACES TO LOG-RECORD
               STRING WS-STEP-NAME DELIMITED BY SIZE
                 " SKIPPED - not due by the run calendar"
                 DELIMITED BY SIZE
                 INTO LOG-RECORD
               END-STRING
               WRITE LOG-RECORD
             ELSE
               MOVE SPACES TO LOG-RECORD
               STRING WS-STEP-NAME DELIMITED BY SIZE
               WRITE LOG-RECORD
             END-IF
             END-IF
             END-IF
           END-PERFORM.

      * Budgets ride in a table parallel to the (already sorted)
      * a zero budget and takes no part in the projection.
           LOAD-STEP-BUDGETS SECTION.
           PERFORM VARYING WS-BGT-I FROM 1 BY 1
               UNTIL WS-BGT-I > W-MAX-BATCH-STEPS
             MOVE ZERO TO WS-STP-BUDGET(WS-BGT-I)
           END-PERFORM.
           OPEN INPUT BUDGET-PARAM-FILE.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START FROM TIME.
           MOVE ZERO TO WS-STEP-RC.
           PERFORM SET-STEP-NAME-FILE.
           EVALUATE WS-STEP-NAME
             WHEN "OPEN-FILE"
               CALL "OPEN-FILE"
             WHEN "PARTITION-JOIN"
               CALL "DETAILS-PARTITION-JOIN"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "PENDING-AGEING"
               CALL "DETAILS-PENDING-AGEING"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "NOTES-DUE"
               CALL "CASE-NOTES-DUE"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "TRANSFER-MATCH"
               CALL "TRANSFER-MATCH-REPORT"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "AMOUNT-OUTLIER"
               CALL "AMOUNT-OUTLIER-REPORT"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "RUN-FORECAST"
               CALL "RUN-CALENDAR-FORECAST"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "EOD-ROLL"
               CALL "END-OF-DAY-ROLL"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "DR-PACKAGE"
               CALL "DR-PACKAGE"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "ACCESS-RECERT"
               CALL "ACCESS-RECERT"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "INTEGRITY-SWEEP"
               CALL "INTEGRITY-SWEEP"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "SOD-CONFLICTS"
               CALL "SOD-CONFLICT-REPORT"
               MOVE RETURN-CODE TO WS-STEP-RC
             WHEN "PREFLIGHT"
               CALL "PREFLIGHT-CHECK"
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM JUDGE-PREFLIGHT
             WHEN "SEQUENTIAL-READ-P1"
               MOVE 1 TO WS-PARTITION-NO
               PERFORM SET-ACTIVE-PARTITION
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-END FROM TIME.
           PERFORM LOG-STEP-RESULT.
           IF WS-STEP-RC NOT = ZERO
             PERFORM RAISE-STEP-INCIDENT
           END-IF.
           PERFORM CHECK-STEP-OVERRUN.
           PERFORM WRITE-HISTORY-RECORD.

      * RETURN-CODE 4 is a go with warnings and passes; anything
      * else is a no-go, and a no-go stops the night even on a row
      * marked "C".
           JUDGE-PREFLIGHT SECTION.
           MOVE SPACES TO LOG-RECORD.
           IF WS-STEP-RC = 4
             MOVE ZERO TO WS-STEP-RC
             MOVE "PREFLIGHT GO with warnings - see preflight.rpt"
               TO LOG-RECORD
           END-IF.
           IF WS-STEP-RC NOT = ZERO
             MOVE "S" TO WS-ON-FAIL
             MOVE "PREFLIGHT NO-GO - chain stopped, see preflight.rpt"
               TO LOG-RECORD
           END-IF.
           IF LOG-RECORD NOT = SPACES
             WRITE LOG-RECORD
           END-IF.

           SET-ACTIVE-PARTITION SECTION.
           OPEN OUTPUT PARTITION-FLAG-FILE.
           MOVE SPACES TO PARTITION-FLAG-RECORD.
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-IF.

      * A failed step opens an incident for the run, or is logged
      * on the one already open for it, so the desk follows the
      * night's failures in one place.
           RAISE-STEP-INCIDENT SECTION.
           IF FAIL-STOPS-CHAIN
             MOVE "F" TO WS-INCIDENT-SEVERITY
           ELSE
             MOVE "E" TO WS-INCIDENT-SEVERITY
           END-IF.
           MOVE WS-STEP-RC TO WS-INCIDENT-RC.
           MOVE SPACES TO WS-INCIDENT-TITLE.
           STRING WS-STEP-NAME DELIMITED BY SPACE
             " failed RC=" DELIMITED BY SIZE
             FUNCTION TRIM(WS-INCIDENT-RC) DELIMITED BY SIZE
             INTO WS-INCIDENT-TITLE
           END-STRING.
           CALL "INCIDENT-OPEN" USING WS-INCIDENT-MODE
             WS-INCIDENT-SEVERITY WS-INCIDENT-TITLE W-BATCH-COMPLET
             WS-INCIDENT-BY WS-INCIDENT-NUMBER.
           MOVE SPACES TO LOG-RECORD.
           IF WS-INCIDENT-NUMBER = ZERO
             STRING "INCIDENT NOT OPENED for " DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY SIZE
               INTO LOG-RECORD
             END-STRING
           ELSE
             STRING "INCIDENT " DELIMITED BY SIZE
               WS-INCIDENT-NUMBER DELIMITED BY SIZE
               " raised for " DELIMITED BY SIZE
               WS-STEP-NAME DELIMITED BY SIZE
               INTO LOG-RECORD
             END-STRING
           END-IF.
           WRITE LOG-RECORD.

           WRITE-HISTORY-RECORD SECTION.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
