      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * batch_steps.parm can only switch a step on or off, so every
      * step that should not run every night - MONTH-END-CLOSE,
      * GENERATION-BACKUP's weekly full copy, the regulator return -
      * had to be switched on by hand on the right night. This
      * CALLable service answers, for one step and one date, whether
      * the run calendar "../run_calendar.parm" has the step due that
      * night, and why. Each calendar line gives a step one
      * frequency rule; a step with several lines is due when any of
      * them is:
      *   DAILY           every business day
      *   WEEKLY   n      weekday n (1 Monday - 5 Friday); when that
      *                   day is a holiday, the next business day of
      *                   the same week takes its place
      *   MONTHEND        the last business day of the month
      *   QTREND          the last business day of March, June,
      *                   September and December
      *   BUSDAY   n      the nth business day of the month
      *   PERIOD          the last business day of the fiscal period
      *                   (FISCAL-PERIOD)
      * Business days are BUSINESS-DAY's (weekends and the holiday
      * calendar). A step with no calendar line is answered with a
      * blank due flag - it runs every night its step-table row
      * allows, as before the calendar existed.
      * Revision: Maxfx 15/10/2026 - PERIOD rule: due on the last
      *   business day of the fiscal period, so a MONTH-END-CLOSE run
      *   on the fiscal basis can be scheduled for its own night.
      * Revision: Maxfx 15/10/2026 - RUN-CALENDAR-RULE entry: one rule
      *   and argument judged for a date without a calendar line, so
      *   SAVED-QUERY-RUNNER schedules its queries with the same rules
      *   the batch steps use.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CALENDAR-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "../run_calendar.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CALENDAR-FILE.
           01 CALENDAR-RECORD.
             05 CAL-STEP-NAME PIC X(20).
             05 FILLER        PIC X.
             05 CAL-RULE      PIC X(8).
             05 FILLER        PIC X.
             05 CAL-ARG       PIC X(2).

       WORKING-STORAGE SECTION.
           77 WS-CALENDAR-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

      * The step's own calendar lines.
           78 WS-MAX-RULES VALUE 10.
           01 WS-RULE-TABLE.
             05 WS-RULE-ENTRY OCCURS 10 TIMES.
               10 WS-RUL-RULE PIC X(8).
               10 WS-RUL-ARG  PIC 99.
           77 WS-RULE-USED  PIC 99 VALUE ZERO.
           77 WS-RULE-I     PIC 99.
           77 WS-ARG-TEXT   PIC X(2).
           77 WS-STORE-RULE PIC X(8).

           77 WS-BUSDAY-FUNCTION PIC X.
           77 WS-BUSDAY-FLAG     PIC X.
             88 DAY-IS-BUSINESS  VALUE "Y".
           77 WS-NEXT-BUSINESS   PIC X(8).
           77 WS-ASK-DATE        PIC X(8).
           77 WS-ASK-DATE-NUM REDEFINES WS-ASK-DATE PIC 9(8).

           01 WS-RUN-DATE.
             05 WS-RUN-YYYYMM PIC X(6).
             05 WS-RUN-DD     PIC 99.
           77 WS-RUN-MONTH       PIC 99.
           77 WS-RUN-DAYNUM      PIC 9(9).
           77 WS-RUN-WEEKDAY     PIC 9.
           77 WS-LAST-OF-MONTH   PIC X VALUE "N".
             88 LAST-BUSINESS-OF-MONTH VALUE "Y".
           77 WS-BUSDAY-NO       PIC 99.
           77 WS-DAY-I           PIC 99.
           77 WS-BACK            PIC 9.
           77 WS-EARLIER-OPEN    PIC X.
             88 EARLIER-DAY-OPEN VALUE "Y".
           77 WS-RULE-MET        PIC X.
             88 RULE-MET         VALUE "Y".
           77 WS-RULE-NOTE       PIC X(30).
           77 WS-PERIOD-LAST     PIC X VALUE "N".
             88 LAST-BUSINESS-OF-PERIOD VALUE "Y".

           COPY "FiscalPeriod.cpy".

       LINKAGE SECTION.
           01 LS-STEP-NAME PIC X(20).
           01 LS-RUN-DATE  PIC X(8).
      * "Y" due, "N" not due, space when the step has no calendar
      * line at all.
           01 LS-DUE-FLAG  PIC X.
           01 LS-REASON    PIC X(50).
      * RUN-CALENDAR-RULE's rule, e.g. "WEEKLY   2" or "MONTHEND".
           01 LS-RULE-TEXT PIC X(11).

       PROCEDURE DIVISION USING LS-STEP-NAME LS-RUN-DATE LS-DUE-FLAG
           LS-REASON.
       MAIN-PROCEDURE.
           MOVE SPACE TO LS-DUE-FLAG.
           MOVE "no calendar rule - runs every business day"
             TO LS-REASON.
           PERFORM LOAD-STEP-RULES.
           IF WS-RULE-USED = ZERO
             GOBACK
           END-IF.
           PERFORM JUDGE-RULES.
           GOBACK.

      * CALL "RUN-CALENDAR-RULE" USING <rule X(11)> <run date X(8)>
      *   <due flag X> <reason X(50)>
      * One rule laid out as on a calendar line - the rule in the
      * first eight bytes, its argument in the last two - judged for
      * one date without a step of its own on the calendar; for
      * callers that keep their schedules elsewhere.
           JUDGE-GIVEN-RULE SECTION.
           ENTRY "RUN-CALENDAR-RULE" USING LS-RULE-TEXT LS-RUN-DATE
             LS-DUE-FLAG LS-REASON.
           MOVE SPACE TO LS-DUE-FLAG.
           MOVE "no calendar rule - runs every business day"
             TO LS-REASON.
           MOVE ZERO TO WS-RULE-USED.
           IF LS-RULE-TEXT(1:8) = SPACES
             GOBACK
           END-IF.
           MOVE LS-RULE-TEXT(1:8) TO WS-STORE-RULE.
           MOVE LS-RULE-TEXT(10:2) TO WS-ARG-TEXT.
           PERFORM STORE-RULE.
           PERFORM JUDGE-RULES.
           GOBACK.

      * The run date's place in the month and the fiscal period,
      * then each rule in turn until one is met.
           JUDGE-RULES SECTION.
           MOVE "N" TO LS-DUE-FLAG.
           IF LS-RUN-DATE NOT NUMERIC
             MOVE "run date is not a valid date" TO LS-REASON
             EXIT SECTION
           END-IF.
           MOVE LS-RUN-DATE TO WS-RUN-DATE.
           MOVE LS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION LS-RUN-DATE
             WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           IF NOT DAY-IS-BUSINESS
             MOVE "not a business day" TO LS-REASON
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-LAST-OF-MONTH.
           IF WS-NEXT-BUSINESS(1:6) NOT = WS-RUN-YYYYMM
             SET LAST-BUSINESS-OF-MONTH TO TRUE
           END-IF.
           MOVE "N" TO WS-PERIOD-LAST.
           CALL "FISCAL-PERIOD" USING LS-RUN-DATE W-FISCAL-PERIOD.
           IF NOT FIS-DATE-INVALID
               AND WS-NEXT-BUSINESS > W-FIS-PERIOD-END
             SET LAST-BUSINESS-OF-PERIOD TO TRUE
           END-IF.
           MOVE LS-RUN-DATE TO WS-ASK-DATE.
           COMPUTE WS-RUN-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-ASK-DATE-NUM).
           COMPUTE WS-RUN-WEEKDAY = FUNCTION MOD(WS-RUN-DAYNUM, 7).
           PERFORM COUNT-BUSINESS-DAYS.
           PERFORM VARYING WS-RULE-I FROM 1 BY 1
               UNTIL WS-RULE-I > WS-RULE-USED
             PERFORM JUDGE-ONE-RULE
             IF RULE-MET
               MOVE "Y" TO LS-DUE-FLAG
               MOVE SPACES TO LS-REASON
               STRING "due - " FUNCTION TRIM(WS-RULE-NOTE)
                 DELIMITED BY SIZE INTO LS-REASON
               EXIT SECTION
             END-IF
           END-PERFORM.
           MOVE SPACES TO LS-REASON.
           MOVE 1 TO WS-RULE-I.
           PERFORM DESCRIBE-RULE.
           IF WS-RULE-USED > 1
             STRING "not due - " FUNCTION TRIM(WS-RULE-NOTE)
               " (and other rules)" DELIMITED BY SIZE INTO LS-REASON
           ELSE
             STRING "not due - " FUNCTION TRIM(WS-RULE-NOTE)
               DELIMITED BY SIZE INTO LS-REASON
           END-IF.

      * The calendar is read afresh on each call, the way
      * BUSINESS-DAY reads the holiday list - a correction at the
      * operations desk is seen by the very next question.
           LOAD-STEP-RULES SECTION.
           MOVE ZERO TO WS-RULE-USED.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CALENDAR-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF CAL-STEP-NAME = LS-STEP-NAME
                     AND CAL-RULE NOT = SPACES
                     AND WS-RULE-USED < WS-MAX-RULES
                   MOVE CAL-RULE TO WS-STORE-RULE
                   MOVE CAL-ARG TO WS-ARG-TEXT
                   PERFORM STORE-RULE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.

      * The rule and argument in WS-STORE-RULE and WS-ARG-TEXT into
      * the next table slot; a one-digit argument may be written
      * either side.
           STORE-RULE SECTION.
           ADD 1 TO WS-RULE-USED.
           MOVE FUNCTION UPPER-CASE(WS-STORE-RULE)
             TO WS-RUL-RULE(WS-RULE-USED).
           MOVE ZERO TO WS-RUL-ARG(WS-RULE-USED).
           IF WS-ARG-TEXT(2:1) = SPACE
             MOVE WS-ARG-TEXT(1:1) TO WS-ARG-TEXT(2:1)
             MOVE "0" TO WS-ARG-TEXT(1:1)
           END-IF.
           IF WS-ARG-TEXT NUMERIC
             MOVE WS-ARG-TEXT TO WS-RUL-ARG(WS-RULE-USED)
           END-IF.

      * Business days from the 1st of the month up to and including
      * the run date - the run date's own business-day number.
           COUNT-BUSINESS-DAYS SECTION.
           MOVE ZERO TO WS-BUSDAY-NO.
           MOVE "I" TO WS-BUSDAY-FUNCTION.
           PERFORM VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > WS-RUN-DD
             MOVE WS-RUN-YYYYMM TO WS-ASK-DATE(1:6)
             MOVE WS-DAY-I TO WS-ASK-DATE(7:2)
             CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-ASK-DATE WS-BUSDAY-FLAG WS-NEXT-BUSINESS
             IF DAY-IS-BUSINESS
               ADD 1 TO WS-BUSDAY-NO
             END-IF
           END-PERFORM.

           JUDGE-ONE-RULE SECTION.
           MOVE "N" TO WS-RULE-MET.
           PERFORM DESCRIBE-RULE.
           EVALUATE WS-RUL-RULE(WS-RULE-I)
             WHEN "DAILY"
               SET RULE-MET TO TRUE
             WHEN "WEEKLY"
               PERFORM JUDGE-WEEKLY
             WHEN "MONTHEND"
               IF LAST-BUSINESS-OF-MONTH
                 SET RULE-MET TO TRUE
               END-IF
             WHEN "QTREND"
               IF LAST-BUSINESS-OF-MONTH
                   AND (WS-RUN-MONTH = 3 OR WS-RUN-MONTH = 6
                     OR WS-RUN-MONTH = 9 OR WS-RUN-MONTH = 12)
                 SET RULE-MET TO TRUE
               END-IF
             WHEN "BUSDAY"
               IF WS-BUSDAY-NO = WS-RUL-ARG(WS-RULE-I)
                 SET RULE-MET TO TRUE
               END-IF
             WHEN "PERIOD"
               IF LAST-BUSINESS-OF-PERIOD
                 SET RULE-MET TO TRUE
               END-IF
             WHEN OTHER
               MOVE SPACES TO WS-RULE-NOTE
               STRING "unknown rule " WS-RUL-RULE(WS-RULE-I)
                 DELIMITED BY SIZE INTO WS-RULE-NOTE
           END-EVALUATE.

      * The named weekday itself, or - when that day and every day
      * since were holidays - the first business day after it in
      * the same week.
           JUDGE-WEEKLY SECTION.
           IF WS-RUL-ARG(WS-RULE-I) < 1 OR WS-RUL-ARG(WS-RULE-I) > 5
             EXIT SECTION
           END-IF.
           IF WS-RUN-WEEKDAY = WS-RUL-ARG(WS-RULE-I)
             SET RULE-MET TO TRUE
             EXIT SECTION
           END-IF.
           IF WS-RUN-WEEKDAY < WS-RUL-ARG(WS-RULE-I)
               OR WS-RUN-WEEKDAY > 5
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-EARLIER-OPEN.
           MOVE "I" TO WS-BUSDAY-FUNCTION.
           PERFORM VARYING WS-BACK FROM 1 BY 1
               UNTIL WS-BACK > WS-RUN-WEEKDAY - WS-RUL-ARG(WS-RULE-I)
             COMPUTE WS-ASK-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               WS-RUN-DAYNUM - WS-BACK)
             CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
               WS-ASK-DATE WS-BUSDAY-FLAG WS-NEXT-BUSINESS
             IF DAY-IS-BUSINESS
               SET EARLIER-DAY-OPEN TO TRUE
             END-IF
           END-PERFORM.
           IF NOT EARLIER-DAY-OPEN
             SET RULE-MET TO TRUE
             MOVE SPACES TO WS-RULE-NOTE
             STRING "WEEKLY day " WS-RUL-ARG(WS-RULE-I)
               " after holiday" DELIMITED BY SIZE INTO WS-RULE-NOTE
           END-IF.

           DESCRIBE-RULE SECTION.
           MOVE SPACES TO WS-RULE-NOTE.
           EVALUATE WS-RUL-RULE(WS-RULE-I)
             WHEN "DAILY"
               MOVE "DAILY" TO WS-RULE-NOTE
             WHEN "WEEKLY"
               STRING "WEEKLY day " WS-RUL-ARG(WS-RULE-I)
                 DELIMITED BY SIZE INTO WS-RULE-NOTE
             WHEN "MONTHEND"
               MOVE "MONTHEND last business day" TO WS-RULE-NOTE
             WHEN "QTREND"
               MOVE "QTREND quarter-end business day" TO WS-RULE-NOTE
             WHEN "BUSDAY"
               STRING "BUSDAY business day " WS-RUL-ARG(WS-RULE-I)
                 DELIMITED BY SIZE INTO WS-RULE-NOTE
             WHEN "PERIOD"
               MOVE "PERIOD fiscal period end" TO WS-RULE-NOTE
             WHEN OTHER
               STRING "unknown rule " WS-RUL-RULE(WS-RULE-I)
                 DELIMITED BY SIZE INTO WS-RULE-NOTE
           END-EVALUATE.
