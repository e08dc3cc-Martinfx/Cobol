      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Finance closes on fiscal periods, not calendar months: a year
      * starting in April, its twelve periods laid out in weeks on a
      * 4-4-5 pattern (or 4-5-4 / 5-4-4) repeated each quarter. This
      * CALLable service, alongside BUSINESS-DAY, turns any YYYYMMDD
      * date into its fiscal year, quarter, period and week and the
      * start and end dates of its period and year (FiscalPeriod.cpy).
      *
      * "../fiscal_calendar.dat" holds one row per fiscal year, kept
      * by finance: year label, first day, week pattern. A year ends
      * the day before the next row's first day, so a 53-week year is
      * simply a longer gap - the extra week falls into period 12;
      * the last row on file runs 52 weeks. A date before the first
      * row or past the last year falls back to the default: the year
      * from 1 April to 31 March on 4-4-5, period 12 running to the
      * 31st of March.
      *
      * CALL "FISCAL-PERIOD" USING <date X(8)> <W-FISCAL-PERIOD>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCAL-PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-FILE ASSIGN TO "../fiscal_calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FISCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FISCAL-FILE.
           01 FISCAL-RECORD.
             05 FCL-YEAR    PIC X(4).
             05 FILLER      PIC X.
             05 FCL-START   PIC X(8).
             05 FILLER      PIC X.
             05 FCL-PATTERN PIC X(3).

       WORKING-STORAGE SECTION.
           77 WS-FISCAL-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           77 WS-ASK-DATE      PIC X(8).
           77 WS-ASK-DATE-NUM REDEFINES WS-ASK-DATE PIC 9(8).
           77 WS-ASK-DAYNUM    PIC 9(9).
           77 WS-WORK-DATE     PIC 9(8).

      * The fiscal year the date falls in.
           77 WS-YEAR-LABEL    PIC 9(4).
           77 WS-YEAR-START    PIC 9(8).
           77 WS-YEAR-START-DN PIC 9(9).
           77 WS-YEAR-END-DN   PIC 9(9).
           77 WS-PATTERN       PIC X(3).
           77 WS-FOUND         PIC X.
             88 YEAR-FOUND     VALUE "Y".

      * The row being compared while the file is read: the best
      * (latest-starting) row not after the date, and the earliest
      * row starting after it.
           77 WS-ROW-START     PIC 9(8).
           77 WS-NEXT-START    PIC 9(8).

           77 WS-PERIOD-I      PIC 99.
           77 WS-PATTERN-I     PIC 9.
           77 WS-PERIOD-WEEKS  PIC 9.
           77 WS-WEEKS-BEFORE  PIC 99.
           77 WS-PERIOD-END-DN PIC 9(9).
           77 WS-DAYS-IN       PIC 9(5).

       LINKAGE SECTION.
           01 LS-DATE PIC X(8).
           COPY "FiscalPeriod.cpy".

       PROCEDURE DIVISION USING LS-DATE W-FISCAL-PERIOD.
       MAIN-PROCEDURE.
           MOVE ZERO TO W-FIS-YEAR W-FIS-QUARTER W-FIS-PERIOD
             W-FIS-WEEK.
           MOVE SPACES TO W-FIS-PERIOD-START W-FIS-PERIOD-END
             W-FIS-YEAR-START W-FIS-YEAR-END.
           SET FIS-DATE-INVALID TO TRUE.
           IF LS-DATE NOT NUMERIC
             GOBACK
           END-IF.
           MOVE LS-DATE TO WS-ASK-DATE.
           COMPUTE WS-ASK-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-ASK-DATE-NUM).
           IF WS-ASK-DAYNUM = ZERO
             GOBACK
           END-IF.
           PERFORM FIND-FISCAL-YEAR.
           IF NOT YEAR-FOUND
             PERFORM DEFAULT-FISCAL-YEAR
           END-IF.
           PERFORM PLACE-IN-YEAR.
           GOBACK.

           FIND-FISCAL-YEAR SECTION.
           MOVE "N" TO WS-FOUND.
           MOVE ZERO TO WS-YEAR-START.
           MOVE 99999999 TO WS-NEXT-START.
           OPEN INPUT FISCAL-FILE.
           IF WS-FISCAL-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ FISCAL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF FCL-START NUMERIC AND FCL-YEAR NUMERIC
                   MOVE FCL-START TO WS-ROW-START
                   IF WS-ROW-START <= WS-ASK-DATE-NUM
                       AND WS-ROW-START > WS-YEAR-START
                     MOVE WS-ROW-START TO WS-YEAR-START
                     MOVE FCL-YEAR TO WS-YEAR-LABEL
                     MOVE FCL-PATTERN TO WS-PATTERN
                     SET YEAR-FOUND TO TRUE
                   END-IF
                   IF WS-ROW-START > WS-ASK-DATE-NUM
                       AND WS-ROW-START < WS-NEXT-START
                     MOVE WS-ROW-START TO WS-NEXT-START
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FISCAL-FILE.
           IF NOT YEAR-FOUND
             EXIT SECTION
           END-IF.
           COMPUTE WS-YEAR-START-DN =
             FUNCTION INTEGER-OF-DATE(WS-YEAR-START).
           IF WS-NEXT-START = 99999999
             COMPUTE WS-YEAR-END-DN = WS-YEAR-START-DN + 363
           ELSE
             COMPUTE WS-YEAR-END-DN =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1
           END-IF.
      * Past the 52 weeks of the last year on file - not a year
      * finance has laid out, so the default takes it.
           IF WS-ASK-DAYNUM > WS-YEAR-END-DN
             MOVE "N" TO WS-FOUND
             EXIT SECTION
           END-IF.
           IF WS-PATTERN NOT = "445" AND WS-PATTERN NOT = "454"
               AND WS-PATTERN NOT = "544"
             MOVE "445" TO WS-PATTERN
           END-IF.
           SET FIS-FROM-CALENDAR TO TRUE.

           DEFAULT-FISCAL-YEAR SECTION.
           MOVE WS-ASK-DATE(1:4) TO WS-YEAR-LABEL.
           IF WS-ASK-DATE(5:2) < "04"
             SUBTRACT 1 FROM WS-YEAR-LABEL
           END-IF.
           COMPUTE WS-YEAR-START = WS-YEAR-LABEL * 10000 + 401.
           COMPUTE WS-YEAR-START-DN =
             FUNCTION INTEGER-OF-DATE(WS-YEAR-START).
           COMPUTE WS-WORK-DATE = (WS-YEAR-LABEL + 1) * 10000 + 401.
           COMPUTE WS-YEAR-END-DN =
             FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           MOVE "445" TO WS-PATTERN.
           SET FIS-DEFAULTED TO TRUE.

      * Periods are laid end to end in whole weeks from the year's
      * first day; period 12 always runs to the year's last day.
           PLACE-IN-YEAR SECTION.
           MOVE WS-YEAR-LABEL TO W-FIS-YEAR.
           MOVE WS-YEAR-START TO W-FIS-YEAR-START.
           COMPUTE WS-WORK-DATE =
             FUNCTION DATE-OF-INTEGER(WS-YEAR-END-DN).
           MOVE WS-WORK-DATE TO W-FIS-YEAR-END.
           COMPUTE WS-DAYS-IN = WS-ASK-DAYNUM - WS-YEAR-START-DN.
           COMPUTE W-FIS-WEEK = WS-DAYS-IN / 7 + 1.
           MOVE ZERO TO WS-WEEKS-BEFORE.
           PERFORM VARYING WS-PERIOD-I FROM 1 BY 1
               UNTIL WS-PERIOD-I > 12
             COMPUTE WS-PATTERN-I =
               FUNCTION MOD(WS-PERIOD-I - 1, 3) + 1
             MOVE WS-PATTERN(WS-PATTERN-I:1) TO WS-PERIOD-WEEKS
             IF WS-PERIOD-I = 12
               MOVE WS-YEAR-END-DN TO WS-PERIOD-END-DN
             ELSE
               COMPUTE WS-PERIOD-END-DN = WS-YEAR-START-DN
                 + (WS-WEEKS-BEFORE + WS-PERIOD-WEEKS) * 7 - 1
             END-IF
             IF WS-ASK-DAYNUM <= WS-PERIOD-END-DN
               MOVE WS-PERIOD-I TO W-FIS-PERIOD
               COMPUTE W-FIS-QUARTER = (WS-PERIOD-I - 1) / 3 + 1
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                 WS-YEAR-START-DN + WS-WEEKS-BEFORE * 7)
               MOVE WS-WORK-DATE TO W-FIS-PERIOD-START
               COMPUTE WS-WORK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-DN)
               MOVE WS-WORK-DATE TO W-FIS-PERIOD-END
               EXIT PERFORM
             END-IF
             ADD WS-PERIOD-WEEKS TO WS-WEEKS-BEFORE
           END-PERFORM.
