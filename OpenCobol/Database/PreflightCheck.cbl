      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Most 2am failures could have been seen at 10pm: a malformed
      * batch_steps.parm, an empty lottery_range.parm, a missing
      * branch_master.dat, a feed FEED-REGISTRAR will refuse, an
      * operator still holding a file in the quiesce registry. This
      * readiness check looks at everything the night depends on
      * before the night starts:
      *   - the parameter files, each against its layout and value
      *     ranges (step table, step budgets, run calendar, lottery
      *     range and picks, close basis, fiscal and holiday
      *     calendars);
      *   - the required input files, present and not empty (one
      *     path per line in "../preflight_inputs.parm", or the
      *     compiled-in list);
      *   - the incoming feeds' headers against
      *     "../processed_feeds.reg";
      *   - the quiesce registry, which must be clear;
      *   - the previous night's restart files (checkpoint, restart
      *     and window override flags, partition pointer).
      * Every finding is OK, WARN or NO-GO; the go/no-go report goes
      * to "../preflight.rpt" through the shared REPORT-WRITER and
      * every blocker raises an "E" alert through ALERT-SERVICE.
      * RETURN-CODE 1 is a no-go, 4 a go with warnings. NIGHTLY-BATCH
      * runs it as its PREFLIGHT step, ahead of everything else.
      * Revision: Maxfx 15/10/2026 - DR-PACKAGE joins the known steps.
      * Revision: Maxfx 15/10/2026 - ACCESS-RECERT joins the known
      *   steps.
      * Revision: Maxfx 15/10/2026 - INTEGRITY-SWEEP joins the known
      *   steps.
      * Revision: Maxfx 15/10/2026 - SOD-CONFLICTS joins the known
      *   steps.
      * Revision: Maxfx 15/10/2026 - the step table is held to
      *   NIGHTLY-BATCH's limit (BatchStepLimit.cpy); a batch_steps.parm
      *   with more rows is a blocker.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLIGHT-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "../batch_steps.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STEP-TABLE-STATUS.

           SELECT BUDGET-PARAM-FILE ASSIGN TO "../step_budgets.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BUDGET-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "../run_calendar.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CALENDAR-STATUS.

           SELECT RANGE-PARAM-FILE ASSIGN TO "../lottery_range.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RANGE-PARAM-STATUS.

           SELECT PICKS-PARAM-FILE ASSIGN TO "../lottery_picks.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PICKS-PARAM-STATUS.

           SELECT CLOSE-PARM-FILE ASSIGN TO "../monthend_close.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CLOSE-PARM-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "../fiscal_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FISCAL-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "../holiday_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOLIDAY-STATUS.

           SELECT INPUT-LIST-FILE ASSIGN TO "../preflight_inputs.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INPUT-LIST-STATUS.

      * Whichever input file or flag file is being looked at.
           SELECT SUBJECT-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS WS-DETAILS-STATUS.

           SELECT DATA-FILE ASSIGN TO "../data.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS WS-DATA-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "../processed_feeds.reg"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

           SELECT REGISTRY-FILE ASSIGN TO "../quiesce_registry.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTRY-STATUS.

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

           FD BUDGET-PARAM-FILE.
           01 BUDGET-PARAM-RECORD.
             05 BGT-STEP-NAME PIC X(20).
             05 FILLER        PIC X.
             05 BGT-SECONDS   PIC 9(5).

           FD CALENDAR-FILE.
           01 CALENDAR-RECORD.
             05 CAL-STEP-NAME PIC X(20).
             05 FILLER        PIC X.
             05 CAL-RULE      PIC X(8).
             05 FILLER        PIC X.
             05 CAL-ARG       PIC X(2).

           FD RANGE-PARAM-FILE.
           01 RANGE-PARAM-RECORD.
             05 PARM-ACTIVE-RANGE PIC 999.

           FD PICKS-PARAM-FILE.
           01 PICKS-PARAM-RECORD.
             05 PARM-PICK-COUNT PIC 9.

           FD CLOSE-PARM-FILE.
           01 CLOSE-PARM-RECORD.
             05 PRM-KEYWORD PIC X(8).
             05 FILLER      PIC X.
             05 PRM-VALUE   PIC X(20).

           FD FISCAL-FILE.
           01 FISCAL-RECORD.
             05 FCL-YEAR    PIC X(4).
             05 FILLER      PIC X.
             05 FCL-START   PIC X(8).
             05 FILLER      PIC X.
             05 FCL-PATTERN PIC X(3).

           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD.
             05 HOL-DATE PIC X(8).
             05 FILLER   PIC X.
             05 HOL-DESC PIC X(30).

           FD INPUT-LIST-FILE.
           01 INPUT-LIST-RECORD PIC X(60).

           FD SUBJECT-FILE.
           01 SUBJECT-RECORD PIC X(200).

           FD DETAILS-FILE.
           01 DETAILS-HEADER.
             02 DET-HDR-TAG      PIC X(3).
             02 DET-HDR-RUN-DATE PIC X(8).
             02 DET-HDR-COUNT    PIC 9(6).
             02 DET-HDR-JOB-NAME PIC X(8).
             02 FILLER           PIC X(5).

           FD DATA-FILE.
           01 MY-DATA-FILE.
             05 MY-DATA-ID    PIC X(5).
             05 MY-DATA-NAME  PIC X(10).
             05 MY-DATA-TIME  PIC X(10).
             05 MY-DATA-BRANCH PIC X(3).
           01 DATA-HEADER.
             02 DAT-HDR-TAG      PIC X(3).
             02 DAT-HDR-RUN-DATE PIC X(8).
             02 DAT-HDR-COUNT    PIC 9(6).
             02 DAT-HDR-JOB-NAME PIC X(8).
             02 FILLER           PIC X(5).

           FD REGISTER-FILE.
           01 REGISTER-RECORD.
             05 REG-RUN-DATE PIC X(8).
             05 FILLER       PIC X.
             05 REG-JOB-NAME PIC X(8).
             05 FILLER       PIC X.
             05 REG-FEED-TAG PIC X(8).
             05 FILLER       PIC X.
             05 REG-NOTE     PIC X(20).

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

       WORKING-STORAGE SECTION.
           77 WS-STEP-TABLE-STATUS  PIC XX.
           77 WS-BUDGET-STATUS      PIC XX.
           77 WS-CALENDAR-STATUS    PIC XX.
           77 WS-RANGE-PARAM-STATUS PIC XX.
           77 WS-PICKS-PARAM-STATUS PIC XX.
           77 WS-CLOSE-PARM-STATUS  PIC XX.
           77 WS-FISCAL-STATUS      PIC XX.
           77 WS-HOLIDAY-STATUS     PIC XX.
           77 WS-INPUT-LIST-STATUS  PIC XX.
           77 WS-SUBJECT-STATUS     PIC XX.
           77 WS-DETAILS-STATUS     PIC XX.
           77 WS-DATA-STATUS        PIC XX.
           77 WS-REGISTER-STATUS    PIC XX.
           77 WS-REGISTRY-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "FiscalPeriod.cpy".

      * Every step name NIGHTLY-BATCH can dispatch - keep in step
      * with its RUN-ONE-STEP. DETAILS-SUMMARY-REPORT is longer than
      * a step name and can never be matched, so a row naming it is
      * reported unknown rather than left to fail at night.
           78 WS-KNOWN-STEP-COUNT VALUE 28.
           01 WS-KNOWN-STEP-LIST.
             05 FILLER PIC X(20) VALUE "PREFLIGHT".
             05 FILLER PIC X(20) VALUE "OPEN-FILE".
             05 FILLER PIC X(20) VALUE "OPEN-FILE-SEQUENTIAL".
             05 FILLER PIC X(20) VALUE "SEQUENTIAL-READ".
             05 FILLER PIC X(20) VALUE "DATA-RECONCILE".
             05 FILLER PIC X(20) VALUE "GENERATION-BACKUP".
             05 FILLER PIC X(20) VALUE "FEED-REGISTRAR".
             05 FILLER PIC X(20) VALUE "CONTROL-VERIFY".
             05 FILLER PIC X(20) VALUE "RETENTION-MANAGER".
             05 FILLER PIC X(20) VALUE "MONTH-END-CLOSE".
             05 FILLER PIC X(20) VALUE "JOB-QUEUE-RUNNER".
             05 FILLER PIC X(20) VALUE "FILE-CENSUS".
             05 FILLER PIC X(20) VALUE "PARTITION-SPLIT".
             05 FILLER PIC X(20) VALUE "PARTITION-JOIN".
             05 FILLER PIC X(20) VALUE "PENDING-AGEING".
             05 FILLER PIC X(20) VALUE "NOTES-DUE".
             05 FILLER PIC X(20) VALUE "TRANSFER-MATCH".
             05 FILLER PIC X(20) VALUE "AMOUNT-OUTLIER".
             05 FILLER PIC X(20) VALUE "RUN-FORECAST".
             05 FILLER PIC X(20) VALUE "EOD-ROLL".
             05 FILLER PIC X(20) VALUE "DR-PACKAGE".
             05 FILLER PIC X(20) VALUE "ACCESS-RECERT".
             05 FILLER PIC X(20) VALUE "INTEGRITY-SWEEP".
             05 FILLER PIC X(20) VALUE "SOD-CONFLICTS".
             05 FILLER PIC X(20) VALUE "SEQUENTIAL-READ-P1".
             05 FILLER PIC X(20) VALUE "SEQUENTIAL-READ-P2".
             05 FILLER PIC X(20) VALUE "SUMMARY-REPORT-P1".
             05 FILLER PIC X(20) VALUE "SUMMARY-REPORT-P2".
           01 WS-KNOWN-STEP-TABLE REDEFINES WS-KNOWN-STEP-LIST.
             05 WS-KNOWN-STEP PIC X(20) OCCURS 28 TIMES.
           77 WS-KNOWN-I      PIC 99.
           77 WS-LOOKUP-NAME  PIC X(20).
           77 WS-STEP-KNOWN   PIC X.
             88 STEP-IS-KNOWN VALUE "Y".

      * The step names tonight's step table lists, for the duplicate
      * and budget checks, and whether it runs the feed registrar.
           COPY "BatchStepLimit.cpy".
           01 WS-STEP-TABLE.
             05 WS-STP-NAME PIC X(20) OCCURS 40 TIMES.
           77 WS-STEP-USED    PIC 99 VALUE ZERO.
           77 WS-STEP-I       PIC 99.
           77 WS-STEP-LISTED  PIC X.
             88 STEP-IS-LISTED VALUE "Y".
           77 WS-REGISTRAR-ON PIC X VALUE "N".
             88 REGISTRAR-SCHEDULED VALUE "Y".

      * Steps a prior incomplete run already passed.
           01 WS-DONE-TABLE.
             05 WS-DONE-STEP PIC X(20) OCCURS 40 TIMES.
           77 WS-DONE-USED    PIC 99 VALUE ZERO.
           77 WS-DONE-I       PIC 99.
           77 WS-REGISTRAR-DONE PIC X VALUE "N".
             88 REGISTRAR-ALREADY-PASSED VALUE "Y".

      * Required input files.
           78 WS-MAX-INPUTS VALUE 30.
           01 WS-INPUT-TABLE.
             05 WS-INP-PATH PIC X(60) OCCURS 30 TIMES.
           77 WS-INPUT-USED   PIC 99 VALUE ZERO.
           77 WS-INPUT-I      PIC 99.
           77 WS-SUBJECT-PATH PIC X(60).

      * The feed being judged against the register.
           78 WS-MAX-FEEDS VALUE 300.
           01 WS-REGISTER-TABLE.
             05 WS-REG-ENTRY OCCURS 300 TIMES.
               10 WS-REG-DATE PIC X(8).
               10 WS-REG-JOB  PIC X(8).
               10 WS-REG-TAG  PIC X(8).
           77 WS-REG-USED     PIC 9(3) VALUE ZERO.
           77 WS-REG-I        PIC 9(3).
           77 WS-FEED-TAG     PIC X(8).
           77 WS-FEED-DATE    PIC X(8).
           77 WS-FEED-JOB     PIC X(8).
           77 WS-FEED-STATE   PIC X.
             88 FEED-ABSENT     VALUE "A".
             88 FEED-NO-HEADER  VALUE "N".
             88 FEED-HAS-HEADER VALUE "Y".
           77 WS-DUPLICATE    PIC X.
             88 FEED-ALREADY-PROCESSED VALUE "Y".

      * One finding: its kind, its text, and the night's tallies.
           77 WS-FINDING-KIND PIC X.
             88 FINDING-OK      VALUE "G".
             88 FINDING-WARNING VALUE "W".
             88 FINDING-BLOCKER VALUE "B".
           77 WS-FINDING-TEXT PIC X(72).
           77 WS-FILE-LABEL   PIC X(24).
           77 WS-PROBLEM      PIC X(50).
           77 WS-LINE-NO      PIC 9(3).
           77 WS-ROWS-READ    PIC 9(3).
           77 WS-ROWS-BAD     PIC 9(3).
           77 WS-ROW-BAD      PIC X.
             88 ROW-IS-BAD    VALUE "Y".
           77 WS-BLOCKERS     PIC 9(3) VALUE ZERO.
           77 WS-WARNINGS     PIC 9(3) VALUE ZERO.

           77 WS-ARG-TEXT     PIC X(2).
           77 WS-ARG-NUM      PIC 99.
           77 WS-DATE-VALID   PIC X.
             88 DATE-IS-VALID VALUE "Y".
           77 WS-FLAG-LINES   PIC 9(3).
           77 WS-FIRST-LINE   PIC X(20).

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "PREFLIGHT-CHECK".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO WS-BLOCKERS.
           MOVE ZERO TO WS-WARNINGS.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "PRE-FLIGHT READINESS - " W-PROC-DATE
             DELIMITED BY SIZE INTO W-RPT-TITLE.
           MOVE "../preflight.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           MOVE "Parameter files" TO WS-FINDING-TEXT.
           PERFORM REPORT-HEADING.
           PERFORM CHECK-STEP-TABLE.
           PERFORM CHECK-STEP-BUDGETS.
           PERFORM CHECK-RUN-CALENDAR.
           PERFORM CHECK-LOTTERY-RANGE.
           PERFORM CHECK-LOTTERY-PICKS.
           PERFORM CHECK-CLOSE-PARM.
           PERFORM CHECK-FISCAL-CALENDAR.
           PERFORM CHECK-HOLIDAY-CALENDAR.

           MOVE "Required input files" TO WS-FINDING-TEXT.
           PERFORM REPORT-HEADING.
           PERFORM LOAD-INPUT-LIST.
           PERFORM VARYING WS-INPUT-I FROM 1 BY 1
               UNTIL WS-INPUT-I > WS-INPUT-USED
             PERFORM CHECK-ONE-INPUT
           END-PERFORM.

           MOVE "Restart state and incoming feeds" TO WS-FINDING-TEXT.
           PERFORM REPORT-HEADING.
           PERFORM CHECK-RESTART-FLAGS.
           PERFORM LOAD-FEED-REGISTER.
           MOVE "DETAILS" TO WS-FEED-TAG.
           PERFORM READ-DETAILS-HEADER.
           PERFORM JUDGE-ONE-FEED.
           MOVE "DATA" TO WS-FEED-TAG.
           PERFORM READ-DATA-HEADER.
           PERFORM JUDGE-ONE-FEED.

           MOVE "Quiesce registry" TO WS-FINDING-TEXT.
           PERFORM REPORT-HEADING.
           PERFORM CHECK-QUIESCE-REGISTRY.

           PERFORM PRINT-VERDICT.
           GOBACK.

      ******************************************************************
      * Parameter files
      ******************************************************************
      * Every row must name a step NIGHTLY-BATCH knows, once, with a
      * numeric run order and a Y/N enabled flag - the driver would
      * otherwise fail the step by name at 2am, run it twice, sort it
      * last, or quietly treat it as disabled.
           CHECK-STEP-TABLE SECTION.
           MOVE "batch_steps.parm" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           MOVE ZERO TO WS-STEP-USED.
           OPEN INPUT STEP-TABLE-FILE.
           IF WS-STEP-TABLE-STATUS NOT = "00"
             SET FINDING-WARNING TO TRUE
             MOVE "batch_steps.parm absent - the default chain runs"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ STEP-TABLE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF STEP-TABLE-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CHECK-ONE-STEP-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE STEP-TABLE-FILE.
           IF WS-ROWS-READ = ZERO
             SET FINDING-BLOCKER TO TRUE
             MOVE "batch_steps.parm is empty" TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
      * NIGHTLY-BATCH refuses a step table longer than its own.
           IF WS-ROWS-READ > W-MAX-BATCH-STEPS
             SET FINDING-BLOCKER TO TRUE
             MOVE SPACES TO WS-FINDING-TEXT
             STRING "batch_steps.parm has " DELIMITED BY SIZE
               WS-ROWS-READ DELIMITED BY SIZE
               " steps - NIGHTLY-BATCH holds " DELIMITED BY SIZE
               W-MAX-BATCH-STEPS DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
             END-STRING
             PERFORM NOTE-FINDING
           END-IF.
           PERFORM NOTE-FILE-SUMMARY.

           CHECK-ONE-STEP-ROW SECTION.
           MOVE "N" TO WS-ROW-BAD.
           MOVE STP-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-KNOWN-STEP.
           IF NOT STEP-IS-KNOWN
             SET FINDING-BLOCKER TO TRUE
             MOVE SPACES TO WS-PROBLEM
             STRING "unknown step " FUNCTION TRIM(STP-NAME)
               DELIMITED BY SIZE INTO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF STP-ORDER NOT NUMERIC
             SET FINDING-BLOCKER TO TRUE
             MOVE "run order is not numeric" TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF STP-ENABLED NOT = "Y" AND STP-ENABLED NOT = "y"
               AND STP-ENABLED NOT = "N" AND STP-ENABLED NOT = "n"
             SET FINDING-BLOCKER TO TRUE
             MOVE "enabled flag must be Y or N" TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF STP-ON-FAIL NOT = "S" AND STP-ON-FAIL NOT = "s"
               AND STP-ON-FAIL NOT = "C" AND STP-ON-FAIL NOT = "c"
             SET FINDING-WARNING TO TRUE
             MOVE "on-failure policy not S or C - taken as S"
               TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           MOVE "N" TO WS-STEP-LISTED.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-USED
             IF WS-STP-NAME(WS-STEP-I) = STP-NAME
               SET STEP-IS-LISTED TO TRUE
             END-IF
           END-PERFORM.
           IF STEP-IS-LISTED
             SET FINDING-BLOCKER TO TRUE
             MOVE SPACES TO WS-PROBLEM
             STRING FUNCTION TRIM(STP-NAME) " is listed twice"
               DELIMITED BY SIZE INTO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           ELSE
             IF WS-STEP-USED < W-MAX-BATCH-STEPS
               ADD 1 TO WS-STEP-USED
               MOVE STP-NAME TO WS-STP-NAME(WS-STEP-USED)
             END-IF
           END-IF.
           IF STP-NAME = "FEED-REGISTRAR"
               AND (STP-ENABLED = "Y" OR STP-ENABLED = "y")
             SET REGISTRAR-SCHEDULED TO TRUE
           END-IF.
           IF ROW-IS-BAD
             ADD 1 TO WS-ROWS-BAD
           END-IF.

           FIND-KNOWN-STEP SECTION.
           MOVE "N" TO WS-STEP-KNOWN.
           PERFORM VARYING WS-KNOWN-I FROM 1 BY 1
               UNTIL WS-KNOWN-I > WS-KNOWN-STEP-COUNT
             IF WS-KNOWN-STEP(WS-KNOWN-I) = WS-LOOKUP-NAME
               SET STEP-IS-KNOWN TO TRUE
             END-IF
           END-PERFORM.

      * A bad budget only switches the window watchdog off for that
      * step, so it warns rather than stopping the night.
           CHECK-STEP-BUDGETS SECTION.
           MOVE "step_budgets.parm" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           OPEN INPUT BUDGET-PARAM-FILE.
           IF WS-BUDGET-STATUS NOT = "00"
             SET FINDING-OK TO TRUE
             MOVE "step_budgets.parm absent - no step budgets"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ BUDGET-PARAM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF BUDGET-PARAM-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CHECK-ONE-BUDGET-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BUDGET-PARAM-FILE.
           PERFORM NOTE-FILE-SUMMARY.

           CHECK-ONE-BUDGET-ROW SECTION.
           MOVE "N" TO WS-ROW-BAD.
           IF BGT-SECONDS NOT NUMERIC OR BGT-SECONDS = ZERO
             SET FINDING-WARNING TO TRUE
             MOVE "seconds not a positive number - no budget"
               TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           MOVE "N" TO WS-STEP-LISTED.
           PERFORM VARYING WS-STEP-I FROM 1 BY 1
               UNTIL WS-STEP-I > WS-STEP-USED
             IF WS-STP-NAME(WS-STEP-I) = BGT-STEP-NAME
               SET STEP-IS-LISTED TO TRUE
             END-IF
           END-PERFORM.
           IF NOT STEP-IS-LISTED AND WS-STEP-USED > ZERO
             SET FINDING-WARNING TO TRUE
             MOVE SPACES TO WS-PROBLEM
             STRING FUNCTION TRIM(BGT-STEP-NAME)
               " is not in the step table" DELIMITED BY SIZE
               INTO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF ROW-IS-BAD
             ADD 1 TO WS-ROWS-BAD
           END-IF.

      * An unknown rule or an out-of-range day means the step never
      * falls due - a silent skip every night, so it blocks.
           CHECK-RUN-CALENDAR SECTION.
           MOVE "run_calendar.parm" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
             SET FINDING-OK TO TRUE
             MOVE "run_calendar.parm absent - every step runs nightly"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CALENDAR-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF CALENDAR-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CHECK-ONE-CALENDAR-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           PERFORM NOTE-FILE-SUMMARY.

           CHECK-ONE-CALENDAR-ROW SECTION.
           MOVE "N" TO WS-ROW-BAD.
           MOVE CAL-STEP-NAME TO WS-LOOKUP-NAME.
           PERFORM FIND-KNOWN-STEP.
           IF NOT STEP-IS-KNOWN
             SET FINDING-WARNING TO TRUE
             MOVE SPACES TO WS-PROBLEM
             STRING "rule for unknown step "
               FUNCTION TRIM(CAL-STEP-NAME)
               DELIMITED BY SIZE INTO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           MOVE ZERO TO WS-ARG-NUM.
           MOVE CAL-ARG TO WS-ARG-TEXT.
           IF WS-ARG-TEXT(2:1) = SPACE
             MOVE WS-ARG-TEXT(1:1) TO WS-ARG-TEXT(2:1)
             MOVE "0" TO WS-ARG-TEXT(1:1)
           END-IF.
           IF WS-ARG-TEXT NUMERIC
             MOVE WS-ARG-TEXT TO WS-ARG-NUM
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(CAL-RULE)
             WHEN "DAILY"
             WHEN "MONTHEND"
             WHEN "QTREND"
             WHEN "PERIOD"
               CONTINUE
             WHEN "WEEKLY"
               IF WS-ARG-NUM < 1 OR WS-ARG-NUM > 5
                 SET FINDING-BLOCKER TO TRUE
                 MOVE "WEEKLY day must be 1 (Monday) to 5 (Friday)"
                   TO WS-PROBLEM
                 PERFORM NOTE-ROW-PROBLEM
               END-IF
             WHEN "BUSDAY"
               IF WS-ARG-NUM < 1 OR WS-ARG-NUM > 23
                 SET FINDING-BLOCKER TO TRUE
                 MOVE "BUSDAY must be business day 1 to 23"
                   TO WS-PROBLEM
                 PERFORM NOTE-ROW-PROBLEM
               END-IF
             WHEN OTHER
               SET FINDING-BLOCKER TO TRUE
               MOVE SPACES TO WS-PROBLEM
               STRING "unknown rule " FUNCTION TRIM(CAL-RULE)
                 DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM NOTE-ROW-PROBLEM
           END-EVALUATE.
           IF ROW-IS-BAD
             ADD 1 TO WS-ROWS-BAD
           END-IF.

      * Ticket sales fall back to their compiled-in range when the
      * file is absent; a file that is there but empty or unreadable
      * is someone's half-finished change.
           CHECK-LOTTERY-RANGE SECTION.
           SET FINDING-OK TO TRUE.
           MOVE "lottery_range.parm: active range valid"
             TO WS-FINDING-TEXT.
           OPEN INPUT RANGE-PARAM-FILE.
           IF WS-RANGE-PARAM-STATUS NOT = "00"
             SET FINDING-WARNING TO TRUE
             MOVE "lottery_range.parm absent - the default range 1-100"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           READ RANGE-PARAM-FILE
             AT END
               SET FINDING-BLOCKER TO TRUE
               MOVE "lottery_range.parm is empty" TO WS-FINDING-TEXT
             NOT AT END
               IF PARM-ACTIVE-RANGE NOT NUMERIC
                   OR PARM-ACTIVE-RANGE = ZERO
                 SET FINDING-BLOCKER TO TRUE
                 MOVE "lottery_range.parm: range must be 001 to 999"
                   TO WS-FINDING-TEXT
               END-IF
           END-READ.
           CLOSE RANGE-PARAM-FILE.
           PERFORM NOTE-FINDING.

           CHECK-LOTTERY-PICKS SECTION.
           SET FINDING-OK TO TRUE.
           MOVE "lottery_picks.parm: pick count valid"
             TO WS-FINDING-TEXT.
           OPEN INPUT PICKS-PARAM-FILE.
           IF WS-PICKS-PARAM-STATUS NOT = "00"
             SET FINDING-WARNING TO TRUE
             MOVE "lottery_picks.parm absent - one pick per ticket"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           READ PICKS-PARAM-FILE
             AT END
               SET FINDING-BLOCKER TO TRUE
               MOVE "lottery_picks.parm is empty" TO WS-FINDING-TEXT
             NOT AT END
               IF PARM-PICK-COUNT NOT NUMERIC
                   OR PARM-PICK-COUNT = ZERO
                 SET FINDING-BLOCKER TO TRUE
                 MOVE "lottery_picks.parm: pick count must be 1 to 9"
                   TO WS-FINDING-TEXT
               END-IF
           END-READ.
           CLOSE PICKS-PARAM-FILE.
           PERFORM NOTE-FINDING.

           CHECK-CLOSE-PARM SECTION.
           MOVE "monthend_close.parm" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           OPEN INPUT CLOSE-PARM-FILE.
           IF WS-CLOSE-PARM-STATUS NOT = "00"
             SET FINDING-OK TO TRUE
             MOVE "monthend_close.parm absent - calendar-month close"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CLOSE-PARM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF CLOSE-PARM-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   MOVE "N" TO WS-ROW-BAD
                   PERFORM CHECK-ONE-CLOSE-ROW
                   IF ROW-IS-BAD
                     ADD 1 TO WS-ROWS-BAD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CLOSE-PARM-FILE.
           PERFORM NOTE-FILE-SUMMARY.

           CHECK-ONE-CLOSE-ROW SECTION.
           EVALUATE FUNCTION TRIM(PRM-KEYWORD)
             WHEN "BASIS"
               IF PRM-VALUE NOT = "CALENDAR"
                   AND PRM-VALUE NOT = "FISCAL"
                 SET FINDING-BLOCKER TO TRUE
                 MOVE "BASIS must be CALENDAR or FISCAL" TO WS-PROBLEM
                 PERFORM NOTE-ROW-PROBLEM
               END-IF
             WHEN OTHER
               SET FINDING-WARNING TO TRUE
               MOVE SPACES TO WS-PROBLEM
               STRING "unknown keyword " FUNCTION TRIM(PRM-KEYWORD)
                 " - ignored" DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM NOTE-ROW-PROBLEM
           END-EVALUATE.

      * A bad row shifts every fiscal period after it; a processing
      * date the file does not reach falls back to the default year.
           CHECK-FISCAL-CALENDAR SECTION.
           MOVE "fiscal_calendar.dat" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS NOT = "00"
             SET FINDING-OK TO TRUE
             MOVE "fiscal_calendar.dat absent - April 4-4-5 years"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ FISCAL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF FISCAL-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   PERFORM CHECK-ONE-FISCAL-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
           PERFORM NOTE-FILE-SUMMARY.
           CALL "FISCAL-PERIOD" USING W-PROC-DATE W-FISCAL-PERIOD.
           IF FIS-DEFAULTED
             SET FINDING-WARNING TO TRUE
             MOVE SPACES TO WS-FINDING-TEXT
             STRING "fiscal_calendar.dat does not cover "
               W-PROC-DATE " - default year used"
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
           END-IF.

           CHECK-ONE-FISCAL-ROW SECTION.
           MOVE "N" TO WS-ROW-BAD.
           IF FCL-YEAR NOT NUMERIC
             SET FINDING-BLOCKER TO TRUE
             MOVE "fiscal year is not numeric" TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           CALL "VALIDATE-DATE" USING FCL-START WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             SET FINDING-BLOCKER TO TRUE
             MOVE "year start is not a valid YYYYMMDD date"
               TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF FCL-PATTERN NOT = "445" AND FCL-PATTERN NOT = "454"
               AND FCL-PATTERN NOT = "544"
             SET FINDING-BLOCKER TO TRUE
             MOVE "pattern must be 445, 454 or 544" TO WS-PROBLEM
             PERFORM NOTE-ROW-PROBLEM
           END-IF.
           IF ROW-IS-BAD
             ADD 1 TO WS-ROWS-BAD
           END-IF.

      * A holiday that is not a real date is never matched, so that
      * day would run as a business day.
           CHECK-HOLIDAY-CALENDAR SECTION.
           MOVE "holiday_calendar.dat" TO WS-FILE-LABEL.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-ROWS-READ.
           MOVE ZERO TO WS-ROWS-BAD.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT = "00"
             SET FINDING-WARNING TO TRUE
             MOVE "holiday_calendar.dat absent - weekends only"
               TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ HOLIDAY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF HOLIDAY-RECORD NOT = SPACES
                   ADD 1 TO WS-ROWS-READ
                   MOVE "N" TO WS-ROW-BAD
                   CALL "VALIDATE-DATE" USING HOL-DATE WS-DATE-VALID
                   IF NOT DATE-IS-VALID
                     SET FINDING-BLOCKER TO TRUE
                     MOVE "holiday is not a valid YYYYMMDD date"
                       TO WS-PROBLEM
                     PERFORM NOTE-ROW-PROBLEM
                     ADD 1 TO WS-ROWS-BAD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOLIDAY-FILE.
           PERFORM NOTE-FILE-SUMMARY.

      ******************************************************************
      * Required input files
      ******************************************************************
           LOAD-INPUT-LIST SECTION.
           MOVE ZERO TO WS-INPUT-USED.
           OPEN INPUT INPUT-LIST-FILE.
           IF WS-INPUT-LIST-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ INPUT-LIST-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF INPUT-LIST-RECORD NOT = SPACES
                       AND WS-INPUT-USED < WS-MAX-INPUTS
                     ADD 1 TO WS-INPUT-USED
                     MOVE INPUT-LIST-RECORD
                       TO WS-INP-PATH(WS-INPUT-USED)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE INPUT-LIST-FILE
           END-IF.
           IF WS-INPUT-USED = ZERO
             PERFORM BUILD-DEFAULT-INPUT-LIST
           END-IF.

           BUILD-DEFAULT-INPUT-LIST SECTION.
           MOVE 4 TO WS-INPUT-USED.
           MOVE "../database.dat"         TO WS-INP-PATH(1).
           MOVE "../data.dat"             TO WS-INP-PATH(2).
           MOVE "../branch_master.dat"    TO WS-INP-PATH(3).
           MOVE "../holiday_calendar.dat" TO WS-INP-PATH(4).

           CHECK-ONE-INPUT SECTION.
           MOVE WS-INP-PATH(WS-INPUT-I) TO WS-SUBJECT-PATH.
           MOVE SPACES TO WS-FINDING-TEXT.
           OPEN INPUT SUBJECT-FILE.
           IF WS-SUBJECT-STATUS NOT = "00"
             SET FINDING-BLOCKER TO TRUE
             STRING FUNCTION TRIM(WS-SUBJECT-PATH) " is missing"
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           READ SUBJECT-FILE
             AT END
               SET FINDING-BLOCKER TO TRUE
               STRING FUNCTION TRIM(WS-SUBJECT-PATH) " is empty"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
             NOT AT END
               SET FINDING-OK TO TRUE
               STRING FUNCTION TRIM(WS-SUBJECT-PATH) " present"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
           END-READ.
           CLOSE SUBJECT-FILE.
           PERFORM NOTE-FINDING.

      ******************************************************************
      * Restart state and incoming feeds
      ******************************************************************
      * What last night left behind. A checkpoint means tonight
      * resumes rather than starts; a window override still on file
      * would wave through tonight's first breach unasked; a
      * partition pointer left set would run the next whole-file step
      * over one partition only.
           CHECK-RESTART-FLAGS SECTION.
           MOVE ZERO TO WS-DONE-USED.
           MOVE "../nightly_batch.ckpt" TO WS-SUBJECT-PATH.
           OPEN INPUT SUBJECT-FILE.
           IF WS-SUBJECT-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ SUBJECT-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF SUBJECT-RECORD NOT = SPACES
                       AND WS-DONE-USED < W-MAX-BATCH-STEPS
                     ADD 1 TO WS-DONE-USED
                     MOVE SUBJECT-RECORD(1:20)
                       TO WS-DONE-STEP(WS-DONE-USED)
                     IF SUBJECT-RECORD(1:20) = "FEED-REGISTRAR"
                       SET REGISTRAR-ALREADY-PASSED TO TRUE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SUBJECT-FILE
           END-IF.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF WS-DONE-USED > ZERO
             SET FINDING-WARNING TO TRUE
             STRING "nightly_batch.ckpt: last run incomplete, resumes "
               "after " WS-DONE-USED " step(s)"
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
           ELSE
             SET FINDING-OK TO TRUE
             MOVE "nightly_batch.ckpt clear - last run completed"
               TO WS-FINDING-TEXT
           END-IF.
           PERFORM NOTE-FINDING.

           MOVE "../batch_restart.flag" TO WS-SUBJECT-PATH.
           PERFORM READ-FIRST-LINE.
           EVALUATE TRUE
             WHEN WS-FIRST-LINE = SPACES
               SET FINDING-OK TO TRUE
               MOVE "batch_restart.flag clear" TO WS-FINDING-TEXT
             WHEN WS-FIRST-LINE(1:4) = "FULL"
               SET FINDING-OK TO TRUE
               MOVE "batch_restart.flag: full rerun requested"
                 TO WS-FINDING-TEXT
             WHEN OTHER
               SET FINDING-WARNING TO TRUE
               MOVE "batch_restart.flag holds unknown text - ignored"
                 TO WS-FINDING-TEXT
           END-EVALUATE.
           PERFORM NOTE-FINDING.

           MOVE "../window_override.flag" TO WS-SUBJECT-PATH.
           PERFORM READ-FIRST-LINE.
           IF WS-FIRST-LINE(1:3) = "RUN"
             SET FINDING-WARNING TO TRUE
             MOVE "window_override.flag already set - covers tonight"
               TO WS-FINDING-TEXT
           ELSE
             SET FINDING-OK TO TRUE
             MOVE "window_override.flag clear" TO WS-FINDING-TEXT
           END-IF.
           PERFORM NOTE-FINDING.

           MOVE "../partition_active.dat" TO WS-SUBJECT-PATH.
           PERFORM READ-FIRST-LINE.
           IF WS-FIRST-LINE NOT = SPACES
             SET FINDING-BLOCKER TO TRUE
             MOVE "partition_active.dat left set by an earlier run"
               TO WS-FINDING-TEXT
           ELSE
             SET FINDING-OK TO TRUE
             MOVE "partition_active.dat clear" TO WS-FINDING-TEXT
           END-IF.
           PERFORM NOTE-FINDING.

      * An absent or empty flag file reads as a blank first line.
           READ-FIRST-LINE SECTION.
           MOVE SPACES TO WS-FIRST-LINE.
           OPEN INPUT SUBJECT-FILE.
           IF WS-SUBJECT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ SUBJECT-FILE
             AT END CONTINUE
             NOT AT END
               MOVE SUBJECT-RECORD(1:20) TO WS-FIRST-LINE
           END-READ.
           CLOSE SUBJECT-FILE.

           LOAD-FEED-REGISTER SECTION.
           MOVE ZERO TO WS-REG-USED.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ REGISTER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF REG-RUN-DATE NOT = SPACES
                       AND WS-REG-USED < WS-MAX-FEEDS
                     ADD 1 TO WS-REG-USED
                     MOVE REG-RUN-DATE TO WS-REG-DATE(WS-REG-USED)
                     MOVE REG-JOB-NAME TO WS-REG-JOB(WS-REG-USED)
                     MOVE REG-FEED-TAG TO WS-REG-TAG(WS-REG-USED)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REGISTER-FILE
           END-IF.

           READ-DETAILS-HEADER SECTION.
           SET FEED-ABSENT TO TRUE.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ DETAILS-FILE
             AT END CONTINUE
             NOT AT END
               IF DET-HDR-TAG = "HDR"
                 MOVE DET-HDR-RUN-DATE TO WS-FEED-DATE
                 MOVE DET-HDR-JOB-NAME TO WS-FEED-JOB
                 SET FEED-HAS-HEADER TO TRUE
               ELSE
                 SET FEED-NO-HEADER TO TRUE
               END-IF
           END-READ.
           CLOSE DETAILS-FILE.

           READ-DATA-HEADER SECTION.
           SET FEED-ABSENT TO TRUE.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ DATA-FILE
             AT END CONTINUE
             NOT AT END
               IF DAT-HDR-TAG = "HDR"
                 MOVE DAT-HDR-RUN-DATE TO WS-FEED-DATE
                 MOVE DAT-HDR-JOB-NAME TO WS-FEED-JOB
                 SET FEED-HAS-HEADER TO TRUE
               ELSE
                 SET FEED-NO-HEADER TO TRUE
               END-IF
           END-READ.
           CLOSE DATA-FILE.

      * The register has to agree with what tonight's chain will do.
      * With FEED-REGISTRAR still to run, a feed already registered
      * is one it will refuse; without it (or once it has passed in
      * a prior run), a feed must already be on the register or the
      * chain processes a feed nobody has recorded. A missing or
      * empty feed file is the required-inputs check's business.
           JUDGE-ONE-FEED SECTION.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF FEED-ABSENT
             EXIT SECTION
           END-IF.
           IF FEED-NO-HEADER
             SET FINDING-BLOCKER TO TRUE
             STRING FUNCTION TRIM(WS-FEED-TAG)
               " feed has no HDR record - it cannot be registered"
               DELIMITED BY SIZE INTO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-DUPLICATE.
           PERFORM VARYING WS-REG-I FROM 1 BY 1
               UNTIL WS-REG-I > WS-REG-USED
             IF WS-REG-DATE(WS-REG-I) = WS-FEED-DATE
                 AND WS-REG-JOB(WS-REG-I) = WS-FEED-JOB
                 AND WS-REG-TAG(WS-REG-I) = WS-FEED-TAG
               SET FEED-ALREADY-PROCESSED TO TRUE
             END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PROBLEM.
           STRING FUNCTION TRIM(WS-FEED-TAG) " feed " WS-FEED-DATE
             "/" FUNCTION TRIM(WS-FEED-JOB)
             DELIMITED BY SIZE INTO WS-PROBLEM.
           IF REGISTRAR-SCHEDULED AND NOT REGISTRAR-ALREADY-PASSED
             IF FEED-ALREADY-PROCESSED
               SET FINDING-BLOCKER TO TRUE
               STRING FUNCTION TRIM(WS-PROBLEM)
                 " already registered - will be refused"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
             ELSE
               SET FINDING-OK TO TRUE
               STRING FUNCTION TRIM(WS-PROBLEM)
                 " is new - FEED-REGISTRAR registers it"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
             END-IF
           ELSE
             IF FEED-ALREADY-PROCESSED
               SET FINDING-OK TO TRUE
               STRING FUNCTION TRIM(WS-PROBLEM)
                 " is on processed_feeds.reg"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
             ELSE
               SET FINDING-BLOCKER TO TRUE
               STRING FUNCTION TRIM(WS-PROBLEM)
                 " not in processed_feeds.reg"
                 DELIMITED BY SIZE INTO WS-FINDING-TEXT
             END-IF
           END-IF.
           PERFORM NOTE-FINDING.

      ******************************************************************
      * Quiesce registry
      ******************************************************************
      * Before the night starts nobody should hold anything: a screen
      * session left open blocks the rewriting steps, and a batch
      * holding is a job that died without deregistering.
           CHECK-QUIESCE-REGISTRY SECTION.
           MOVE ZERO TO WS-FLAG-LINES.
           OPEN INPUT REGISTRY-FILE.
           IF WS-REGISTRY-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ REGISTRY-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF QRG-PROGRAM NOT = SPACES
                     ADD 1 TO WS-FLAG-LINES
                     SET FINDING-BLOCKER TO TRUE
                     MOVE SPACES TO WS-FINDING-TEXT
                     STRING FUNCTION TRIM(QRG-PROGRAM) " holds "
                       FUNCTION TRIM(QRG-FILE) " mode " QRG-MODE
                       " since " QRG-DATE " " QRG-TIME(1:4)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                     PERFORM NOTE-FINDING
                   END-IF
               END-READ
             END-PERFORM
             CLOSE REGISTRY-FILE
           END-IF.
           IF WS-FLAG-LINES = ZERO
             SET FINDING-OK TO TRUE
             MOVE "quiesce registry clear" TO WS-FINDING-TEXT
             PERFORM NOTE-FINDING
           END-IF.

      ******************************************************************
      * Findings and the verdict
      ******************************************************************
           NOTE-ROW-PROBLEM SECTION.
           SET ROW-IS-BAD TO TRUE.
           MOVE SPACES TO WS-FINDING-TEXT.
           STRING FUNCTION TRIM(WS-FILE-LABEL) " line " WS-LINE-NO
             ": " FUNCTION TRIM(WS-PROBLEM)
             DELIMITED BY SIZE INTO WS-FINDING-TEXT.
           PERFORM NOTE-FINDING.

      * The OK line for a file whose every row passed.
           NOTE-FILE-SUMMARY SECTION.
           IF WS-ROWS-BAD > ZERO
             EXIT SECTION
           END-IF.
           SET FINDING-OK TO TRUE.
           MOVE SPACES TO WS-FINDING-TEXT.
           STRING FUNCTION TRIM(WS-FILE-LABEL) ": " WS-ROWS-READ
             " row(s) valid" DELIMITED BY SIZE INTO WS-FINDING-TEXT.
           PERFORM NOTE-FINDING.

           NOTE-FINDING SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           EVALUATE TRUE
             WHEN FINDING-BLOCKER
               ADD 1 TO WS-BLOCKERS
               STRING "NO-GO  " WS-FINDING-TEXT
                 DELIMITED BY SIZE INTO W-RPT-TEXT
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE WS-FINDING-TEXT TO WS-ALERT-MESSAGE
               CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
                 WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             WHEN FINDING-WARNING
               ADD 1 TO WS-WARNINGS
               STRING "WARN   " WS-FINDING-TEXT
                 DELIMITED BY SIZE INTO W-RPT-TEXT
             WHEN OTHER
               STRING "OK     " WS-FINDING-TEXT
                 DELIMITED BY SIZE INTO W-RPT-TEXT
           END-EVALUATE.
           PERFORM REPORT-LINE.
           SET FINDING-OK TO TRUE.

           PRINT-VERDICT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-BLOCKERS > ZERO
             STRING "VERDICT: NO-GO - " WS-BLOCKERS " blocker(s), "
               WS-WARNINGS " warning(s)" DELIMITED BY SIZE
               INTO W-RPT-TEXT
           ELSE
             STRING "VERDICT: GO - " WS-WARNINGS " warning(s)"
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           DISPLAY "Pre-flight " FUNCTION TRIM(W-RPT-TEXT)
             " - see preflight.rpt".
           MOVE WS-BLOCKERS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE 0 TO RETURN-CODE.
           IF WS-BLOCKERS > ZERO
             MOVE 1 TO RETURN-CODE
           ELSE
             IF WS-WARNINGS > ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           REPORT-HEADING SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "-- " WS-FINDING-TEXT DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
