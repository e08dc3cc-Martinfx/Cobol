      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Monthly operations service-level scorecard. For the month,
      * and the month before it for the trend, each service level is
      * measured from the files operations already keeps and shown
      * against its target as met or missed:
      *   BATCH   nightly runs completed, every step passed, by the
      *           morning deadline (a run started after noon is due
      *           next morning) - "../batch_history.dat"
      *   EXCEPT  exceptions given a disposition within the limit in
      *           days - "../exception_store.dat" and the
      *           dispositions in "../exception_disp_serial.dat"
      *   ALERT   alerts acknowledged within the limit in minutes -
      *           "../alerts.dat" (an acknowledgment recorded before
      *           the time was kept counts at the end of its day)
      *   PARTNER partner acknowledgments received within the limit
      *           in days of the transmission - "../partner_send_log.
      *           dat" and "../partner_feed_status.dat"
      *   REPORT  reports filed by a nightly run, catalogued in
      *           "../report_catalog.dat" by the morning deadline
      *   SETTLE  lottery draws settled by the deadline the morning
      *           after the draw - "../lottery_rollover_hist.dat"
      * An item still waiting inside its limit is not counted yet;
      * one waiting past it counts as missed. Lines written before a
      * file carried the time or date a measure needs are left out.
      * The limit and the target percentage for each measure come
      * from "../sla_targets.parm" (code, space, limit, space,
      * percent); a measure with no row there keeps its default, and
      * the partner limit defaults to the acknowledgment deadline in
      * "../partner_ack_deadline.parm".
      * The month is that of the processing date; a YYYYMM in
      * "../sla_scorecard.parm" reports another month instead.
      * Output goes to "../sla_scorecard.rpt" through the shared
      * REPORT-WRITER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLA-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-PARAM-FILE ASSIGN TO "../sla_scorecard.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MONTH-STATUS.

           SELECT TARGET-PARAM-FILE ASSIGN TO "../sla_targets.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TARGET-STATUS.

           SELECT DEADLINE-PARAM-FILE
           ASSIGN TO "../partner_ack_deadline.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEADLINE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "../batch_history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTORY-STATUS.

           SELECT EXCEPTION-STORE ASSIGN TO "../exception_store.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXS-SERIAL
           FILE STATUS WS-EXC-FILE-STATUS.

           SELECT DISPOSITION-FILE
           ASSIGN TO "../exception_disp_serial.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DISP-STATUS.

           SELECT ALERT-FILE ASSIGN TO "../alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ALERT-STATUS.

           SELECT SEND-LOG-FILE ASSIGN TO "../partner_send_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SEND-LOG-STATUS.

           SELECT FEED-STATUS-FILE
           ASSIGN TO "../partner_feed_status.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FEED-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "../report_catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CATALOG-STATUS.

           SELECT ROLLOVER-HIST-FILE
             ASSIGN TO "../lottery_rollover_hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MONTH-PARAM-FILE.
           01 MONTH-PARAM-RECORD.
             05 PARM-MONTH PIC X(6).

           FD TARGET-PARAM-FILE.
           01 TARGET-PARAM-RECORD.
             05 TGT-CODE    PIC X(8).
             05 FILLER      PIC X.
             05 TGT-LIMIT   PIC X(4).
             05 FILLER      PIC X.
             05 TGT-PERCENT PIC X(3).

           FD DEADLINE-PARAM-FILE.
           01 DEADLINE-PARAM-RECORD.
             05 PARM-DEADLINE-DAYS PIC X(3).

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

           FD EXCEPTION-STORE.
           01 EXCEPTION-STORE-RECORD.
             05 EXS-SERIAL PIC 9(8).
             05 EXS-BODY   PIC X(189).

           FD DISPOSITION-FILE.
           01 DISPOSITION-RECORD.
             05 DSP-SERIAL   PIC 9(8).
             05 FILLER       PIC X.
             05 DSP-STATUS   PIC X(9).
             05 FILLER       PIC X.
             05 DSP-DATE     PIC X(8).
             05 FILLER       PIC X(40).

           FD ALERT-FILE.
           01 ALERT-RECORD.
             05 ALR-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ALR-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 ALR-SEVERITY PIC X.
             05 FILLER       PIC X.
             05 ALR-STATE    PIC X.
               88 ALR-ACKNOWLEDGED VALUE "A".
             05 FILLER       PIC X.
             05 ALR-PROGRAM  PIC X(20).
             05 FILLER       PIC X.
             05 ALR-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 ALR-MESSAGE  PIC X(50).
             05 FILLER       PIC X.
             05 ALR-ACK-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 ALR-ACK-DATE PIC X(8).
      * The three escalation steps lie between.
             05 FILLER       PIC X(82).
             05 ALR-ACK-TIME PIC X(8).

           FD SEND-LOG-FILE.
           01 SEND-LOG-RECORD.
             05 SND-RUN-ID PIC X(16).
             05 FILLER     PIC X.
             05 SND-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 SND-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 SND-STATE  PIC X(8).

           FD FEED-STATUS-FILE.
           01 FEED-STATUS-RECORD.
             05 PFS-RUN-ID  PIC X(16).
             05 FILLER      PIC X(16).
             05 FILLER      PIC X.
             05 PFS-RECEIVED-DATE PIC X(8).

           FD CATALOG-FILE.
           01 CATALOG-RECORD.
             05 CAT-NAME   PIC X(30).
             05 FILLER     PIC X.
             05 CAT-RUN-ID PIC X(16).
             05 FILLER     PIC X(75).

           FD ROLLOVER-HIST-FILE.
           01 ROLLOVER-HIST-RECORD.
             05 RLH-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 RLH-DRAW-DATE PIC X(8).
             05 FILLER        PIC X.
             05 RLH-POT-IN    PIC 9(9).
             05 FILLER        PIC X.
             05 RLH-POT-OUT   PIC 9(9).
             05 FILLER        PIC X.
             05 RLH-SETTLED-DATE PIC X(8).
             05 FILLER        PIC X.
             05 RLH-SETTLED-TIME PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-MONTH-STATUS    PIC XX.
           77 WS-TARGET-STATUS   PIC XX.
           77 WS-DEADLINE-STATUS PIC XX.
           77 WS-HISTORY-STATUS  PIC XX.
           77 WS-EXC-FILE-STATUS PIC XX.
           77 WS-DISP-STATUS     PIC XX.
           77 WS-ALERT-STATUS    PIC XX.
           77 WS-SEND-LOG-STATUS PIC XX.
           77 WS-FEED-STATUS     PIC XX.
           77 WS-CATALOG-STATUS  PIC XX.
           77 WS-ROLLHIST-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "ExceptionLog.cpy".

      * The two months scored: 1 the month reported, 2 the one
      * before it.
           01 WS-MONTHS.
             05 WS-MONTH PIC X(6) OCCURS 2 TIMES.
           77 WS-MONTH-NUM  PIC 9(6).
           77 WS-TEST-MONTH PIC X(6).
           77 WS-MONTH-I    PIC 9.
           77 WS-NOW        PIC X(16).

      * The measures, their default limits and target percentages.
           01 WS-MEASURE-DEFAULTS.
             05 FILLER PIC X(8)  VALUE "BATCH".
             05 FILLER PIC X(26) VALUE "Batch complete by (hhmm)".
             05 FILLER PIC 9(4)  VALUE 0600.
             05 FILLER PIC 9(3)  VALUE 095.
             05 FILLER PIC X(8)  VALUE "EXCEPT".
             05 FILLER PIC X(26) VALUE "Exceptions disposed (days)".
             05 FILLER PIC 9(4)  VALUE 0002.
             05 FILLER PIC 9(3)  VALUE 090.
             05 FILLER PIC X(8)  VALUE "ALERT".
             05 FILLER PIC X(26) VALUE "Alerts acknowledged (mins)".
             05 FILLER PIC 9(4)  VALUE 0030.
             05 FILLER PIC 9(3)  VALUE 095.
             05 FILLER PIC X(8)  VALUE "PARTNER".
             05 FILLER PIC X(26) VALUE "Partner acks within (days)".
             05 FILLER PIC 9(4)  VALUE 0002.
             05 FILLER PIC 9(3)  VALUE 095.
             05 FILLER PIC X(8)  VALUE "REPORT".
             05 FILLER PIC X(26) VALUE "Batch reports by (hhmm)".
             05 FILLER PIC 9(4)  VALUE 0630.
             05 FILLER PIC 9(3)  VALUE 095.
             05 FILLER PIC X(8)  VALUE "SETTLE".
             05 FILLER PIC X(26) VALUE "Lottery settled by (hhmm)".
             05 FILLER PIC 9(4)  VALUE 0900.
             05 FILLER PIC 9(3)  VALUE 100.
           01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-DEFAULTS.
             05 WS-MEASURE OCCURS 6 TIMES.
               10 WS-MS-CODE   PIC X(8).
               10 WS-MS-NAME   PIC X(26).
               10 WS-MS-LIMIT  PIC 9(4).
               10 WS-MS-TARGET PIC 9(3).
           78 WS-MS-BATCH   VALUE 1.
           78 WS-MS-EXCEPT  VALUE 2.
           78 WS-MS-ALERT   VALUE 3.
           78 WS-MS-PARTNER VALUE 4.
           78 WS-MS-REPORT  VALUE 5.
           78 WS-MS-SETTLE  VALUE 6.
           77 WS-MEASURE-I  PIC 9.

      * Items counted and met, per measure per month.
           01 WS-SCORE-TABLE.
             05 WS-SCORE OCCURS 6 TIMES.
               10 WS-SC-MONTH OCCURS 2 TIMES.
                 15 WS-SC-COUNT PIC 9(5).
                 15 WS-SC-MET   PIC 9(5).
                 15 WS-SC-PCT   PIC 9(3)V9.
           77 WS-ITEM-MET   PIC X.
             88 ITEM-MET    VALUE "Y".
             88 ITEM-MISSED VALUE "N".
             88 ITEM-PENDING VALUE "P".

      * Nightly runs started in either month, from the history.
           78 WS-MAX-RUNS VALUE 400.
           01 WS-RUN-TABLE.
             05 WS-RUN OCCURS 400 TIMES.
               10 WS-RUN-ID       PIC X(16).
               10 WS-RUN-START    PIC X(16).
               10 WS-RUN-END      PIC X(16).
               10 WS-RUN-FAILED   PIC X.
               10 WS-RUN-MONTH-I  PIC 9.
               10 WS-RUN-DUE-DATE PIC X(8).
           77 WS-RUN-USED    PIC 9(3) VALUE ZERO.
           77 WS-RUN-I       PIC 9(3).
           77 WS-RUN-HIT     PIC 9(3).
           77 WS-SKIPPED-RUN PIC X(16) VALUE SPACES.
           77 WS-STEP-END    PIC X(16).

      * Exceptions raised in either month, with their first
      * disposition.
           78 WS-MAX-EXCEPTIONS VALUE 1000.
           01 WS-EXCEPTION-TABLE.
             05 WS-EXCEPTION OCCURS 1000 TIMES.
               10 WS-EX-SERIAL    PIC 9(8).
               10 WS-EX-DATE      PIC X(8).
               10 WS-EX-MONTH-I   PIC 9.
               10 WS-EX-DISP-DATE PIC X(8).
           77 WS-EX-USED PIC 9(4) VALUE ZERO.
           77 WS-EX-I    PIC 9(4).

      * Partner transmissions sent in either month, with the date
      * their acknowledgment arrived.
           78 WS-MAX-SENDS VALUE 400.
           01 WS-SEND-TABLE.
             05 WS-SEND OCCURS 400 TIMES.
               10 WS-SND-RUN-ID   PIC X(16).
               10 WS-SND-DATE     PIC X(8).
               10 WS-SND-STATE    PIC X(8).
               10 WS-SND-RECEIVED PIC X(8).
               10 WS-SND-MONTH-I  PIC 9.
           77 WS-SEND-USED PIC 9(3) VALUE ZERO.
           77 WS-SEND-I    PIC 9(3).

      * Date and time arithmetic.
           77 WS-FROM-DATE   PIC X(8).
           77 WS-TO-DATE     PIC X(8).
           77 WS-DATE-NUM    PIC 9(8).
           77 WS-DAY-FROM    PIC 9(7).
           77 WS-DAY-TO      PIC 9(7).
           77 WS-DAYS        PIC S9(7).
           77 WS-NEXT-DATE   PIC X(8).
           77 WS-ELAPSED     PIC S9(8).
           77 WS-ACK-TIME    PIC X(8).
           77 WS-DUE         PIC X(12).
           77 WS-SETTLED     PIC X(12).
           77 WS-LIMIT-HHMM  PIC X(4).

      * Report lines.
           77 WS-COUNT-OUT  PIC ZZZZ9.
           77 WS-MET-OUT    PIC ZZZZ9.
           77 WS-PCT-OUT    PIC ZZ9.9.
           77 WS-VERDICT    PIC X(7).
           77 WS-MONTH-LABEL PIC X(16).
           77 WS-TREND      PIC X(4).
           77 WS-MISSED-COUNT PIC 9 VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH TO WS-NOW(9:8).
           PERFORM SET-REPORT-MONTHS.
           PERFORM LOAD-PARTNER-DEADLINE.
           PERFORM LOAD-TARGETS.
           INITIALIZE WS-SCORE-TABLE.
           PERFORM SCORE-BATCH-RUNS.
           PERFORM SCORE-EXCEPTIONS.
           PERFORM SCORE-ALERTS.
           PERFORM SCORE-PARTNER-ACKS.
           PERFORM SCORE-REPORTS.
           PERFORM SCORE-SETTLEMENTS.
           PERFORM PRINT-SCORECARD.
           DISPLAY "Service-level scorecard written for " WS-MONTH(1)
             " - " WS-MISSED-COUNT " measure(s) missed - see "
             "sla_scorecard.rpt".
           GOBACK.

           SET-REPORT-MONTHS SECTION.
           MOVE W-PROC-DATE(1:6) TO WS-MONTH(1).
           OPEN INPUT MONTH-PARAM-FILE.
           IF WS-MONTH-STATUS = "00"
             READ MONTH-PARAM-FILE
               NOT AT END
                 IF PARM-MONTH IS NUMERIC
                     AND PARM-MONTH(5:2) >= "01"
                     AND PARM-MONTH(5:2) <= "12"
                   MOVE PARM-MONTH TO WS-MONTH(1)
                 ELSE
                   DISPLAY "sla_scorecard.parm month " PARM-MONTH
                     " is not YYYYMM - processing month used"
                 END-IF
             END-READ
             CLOSE MONTH-PARAM-FILE
           END-IF.
           MOVE WS-MONTH(1) TO WS-MONTH-NUM.
           IF WS-MONTH(1)(5:2) = "01"
             SUBTRACT 89 FROM WS-MONTH-NUM
           ELSE
             SUBTRACT 1 FROM WS-MONTH-NUM
           END-IF.
           MOVE WS-MONTH-NUM TO WS-MONTH(2).

      * Which of the two months a date falls in; 0 for neither.
           FIND-MONTH SECTION.
           MOVE ZERO TO WS-MONTH-I.
           IF WS-TEST-MONTH = WS-MONTH(1)
             MOVE 1 TO WS-MONTH-I
           END-IF.
           IF WS-TEST-MONTH = WS-MONTH(2)
             MOVE 2 TO WS-MONTH-I
           END-IF.

           LOAD-PARTNER-DEADLINE SECTION.
           OPEN INPUT DEADLINE-PARAM-FILE.
           IF WS-DEADLINE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ DEADLINE-PARAM-FILE
             NOT AT END
               IF PARM-DEADLINE-DAYS IS NUMERIC
                 MOVE PARM-DEADLINE-DAYS
                   TO WS-MS-LIMIT(WS-MS-PARTNER)
               END-IF
           END-READ.
           CLOSE DEADLINE-PARAM-FILE.

      * A row that does not parse leaves the measure at its default
      * and says so.
           LOAD-TARGETS SECTION.
           OPEN INPUT TARGET-PARAM-FILE.
           IF WS-TARGET-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ TARGET-PARAM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM APPLY-TARGET-ROW
             END-READ
           END-PERFORM.
           CLOSE TARGET-PARAM-FILE.

           APPLY-TARGET-ROW SECTION.
           PERFORM VARYING WS-MEASURE-I FROM 1 BY 1
               UNTIL WS-MEASURE-I > 6
               OR WS-MS-CODE(WS-MEASURE-I) = TGT-CODE
             CONTINUE
           END-PERFORM.
           IF WS-MEASURE-I > 6
             DISPLAY "sla_targets.parm: no measure " TGT-CODE
               " - row ignored"
             EXIT SECTION
           END-IF.
           IF TGT-LIMIT NOT NUMERIC OR TGT-PERCENT NOT NUMERIC
               OR TGT-PERCENT > "100"
             DISPLAY "sla_targets.parm: " TGT-CODE " limit "
               TGT-LIMIT " target " TGT-PERCENT
               " not numeric - default kept"
             EXIT SECTION
           END-IF.
           MOVE TGT-LIMIT TO WS-MS-LIMIT(WS-MEASURE-I).
           MOVE TGT-PERCENT TO WS-MS-TARGET(WS-MEASURE-I).

      * One met, missed or pending item against a measure and month.
           COUNT-ITEM SECTION.
           IF ITEM-PENDING OR WS-MONTH-I = ZERO
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SC-COUNT(WS-MEASURE-I WS-MONTH-I).
           IF ITEM-MET
             ADD 1 TO WS-SC-MET(WS-MEASURE-I WS-MONTH-I)
           END-IF.

      * Whole days from WS-FROM-DATE to WS-TO-DATE.
           DAYS-BETWEEN SECTION.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-FROM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-TO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAYS = WS-DAY-TO - WS-DAY-FROM.

      * The day after WS-FROM-DATE, in WS-NEXT-DATE.
           NEXT-DAY SECTION.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-FROM =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-FROM).
           MOVE WS-DATE-NUM TO WS-NEXT-DATE.

      ******************************************************************
      * BATCH - a run is every history row under its run id; it ends
      * at its last step's end and fails if any step failed. The
      * history is append-only, so a run's rows follow its first.
      ******************************************************************
           SCORE-BATCH-RUNS SECTION.
           MOVE WS-MS-BATCH TO WS-MEASURE-I.
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
                 IF HIS-RUN-ID NOT = WS-SKIPPED-RUN
                     AND HIS-START-DATE IS NUMERIC
                   PERFORM TAKE-HISTORY-ROW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM VARYING WS-RUN-I FROM 1 BY 1
               UNTIL WS-RUN-I > WS-RUN-USED
             MOVE WS-RUN-MONTH-I(WS-RUN-I) TO WS-MONTH-I
             MOVE SPACES TO WS-DUE
             STRING WS-RUN-DUE-DATE(WS-RUN-I)
               WS-MS-LIMIT(WS-MS-BATCH) DELIMITED BY SIZE
               INTO WS-DUE
             IF WS-RUN-FAILED(WS-RUN-I) = "N"
                 AND WS-RUN-END(WS-RUN-I)(1:12) NOT > WS-DUE
               SET ITEM-MET TO TRUE
             ELSE
               SET ITEM-MISSED TO TRUE
             END-IF
             PERFORM COUNT-ITEM
           END-PERFORM.

           TAKE-HISTORY-ROW SECTION.
           MOVE ZERO TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-I FROM WS-RUN-USED BY -1
               UNTIL WS-RUN-I < 1 OR WS-RUN-HIT NOT = ZERO
             IF WS-RUN-ID(WS-RUN-I) = HIS-RUN-ID
               MOVE WS-RUN-I TO WS-RUN-HIT
             END-IF
           END-PERFORM.
           MOVE SPACES TO WS-STEP-END.
           STRING HIS-END-DATE HIS-END-TIME DELIMITED BY SIZE
             INTO WS-STEP-END.
           IF WS-RUN-HIT = ZERO
             MOVE HIS-START-DATE(1:6) TO WS-TEST-MONTH
             PERFORM FIND-MONTH
             IF WS-MONTH-I = ZERO
               MOVE HIS-RUN-ID TO WS-SKIPPED-RUN
               EXIT SECTION
             END-IF
             IF WS-RUN-USED >= WS-MAX-RUNS
               DISPLAY "batch_history.dat: more than " WS-MAX-RUNS
                 " runs in the two months - later runs not scored"
               MOVE HIS-RUN-ID TO WS-SKIPPED-RUN
               EXIT SECTION
             END-IF
             ADD 1 TO WS-RUN-USED
             MOVE WS-RUN-USED TO WS-RUN-HIT
             MOVE HIS-RUN-ID TO WS-RUN-ID(WS-RUN-HIT)
             MOVE SPACES TO WS-RUN-START(WS-RUN-HIT)
             STRING HIS-START-DATE HIS-START-TIME DELIMITED BY SIZE
               INTO WS-RUN-START(WS-RUN-HIT)
             MOVE WS-STEP-END TO WS-RUN-END(WS-RUN-HIT)
             MOVE "N" TO WS-RUN-FAILED(WS-RUN-HIT)
             MOVE WS-MONTH-I TO WS-RUN-MONTH-I(WS-RUN-HIT)
      * A run started after noon is due the next morning.
             IF HIS-START-TIME(1:2) < "12"
               MOVE HIS-START-DATE TO WS-RUN-DUE-DATE(WS-RUN-HIT)
             ELSE
               MOVE HIS-START-DATE TO WS-FROM-DATE
               PERFORM NEXT-DAY
               MOVE WS-NEXT-DATE TO WS-RUN-DUE-DATE(WS-RUN-HIT)
             END-IF
           END-IF.
           IF WS-STEP-END > WS-RUN-END(WS-RUN-HIT)
             MOVE WS-STEP-END TO WS-RUN-END(WS-RUN-HIT)
           END-IF.
           IF HIS-STATUS NOT = "PASS"
             MOVE "Y" TO WS-RUN-FAILED(WS-RUN-HIT)
           END-IF.

      ******************************************************************
      * EXCEPT - days from the exception to its first disposition.
      ******************************************************************
           SCORE-EXCEPTIONS SECTION.
           MOVE WS-MS-EXCEPT TO WS-MEASURE-I.
           OPEN INPUT EXCEPTION-STORE.
           IF WS-EXC-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ EXCEPTION-STORE NEXT
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE EXS-BODY TO W-EXCEPTION-RECORD
                 PERFORM TAKE-EXCEPTION
             END-READ
           END-PERFORM.
           CLOSE EXCEPTION-STORE.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ DISPOSITION-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   PERFORM TAKE-DISPOSITION
               END-READ
             END-PERFORM
             CLOSE DISPOSITION-FILE
           END-IF.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I > WS-EX-USED
             MOVE WS-EX-MONTH-I(WS-EX-I) TO WS-MONTH-I
             MOVE WS-EX-DATE(WS-EX-I) TO WS-FROM-DATE
             IF WS-EX-DISP-DATE(WS-EX-I) = SPACES
               MOVE WS-NOW(1:8) TO WS-TO-DATE
             ELSE
               MOVE WS-EX-DISP-DATE(WS-EX-I) TO WS-TO-DATE
             END-IF
             PERFORM DAYS-BETWEEN
             EVALUATE TRUE
               WHEN WS-DAYS > WS-MS-LIMIT(WS-MS-EXCEPT)
                 SET ITEM-MISSED TO TRUE
               WHEN WS-EX-DISP-DATE(WS-EX-I) = SPACES
                 SET ITEM-PENDING TO TRUE
               WHEN OTHER
                 SET ITEM-MET TO TRUE
             END-EVALUATE
             PERFORM COUNT-ITEM
           END-PERFORM.

           TAKE-EXCEPTION SECTION.
           IF W-EXC-DATE IS NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE W-EXC-DATE(1:6) TO WS-TEST-MONTH.
           PERFORM FIND-MONTH.
           IF WS-MONTH-I = ZERO
             EXIT SECTION
           END-IF.
           IF WS-EX-USED >= WS-MAX-EXCEPTIONS
             DISPLAY "exception_store.dat: more than "
               WS-MAX-EXCEPTIONS " exceptions in the two months - "
               "later ones not scored"
             SET EOF-T TO TRUE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-EX-USED.
           MOVE EXS-SERIAL TO WS-EX-SERIAL(WS-EX-USED).
           MOVE W-EXC-DATE TO WS-EX-DATE(WS-EX-USED).
           MOVE WS-MONTH-I TO WS-EX-MONTH-I(WS-EX-USED).
           MOVE SPACES TO WS-EX-DISP-DATE(WS-EX-USED).

           TAKE-DISPOSITION SECTION.
           IF DSP-DATE IS NOT NUMERIC
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
               UNTIL WS-EX-I > WS-EX-USED
             IF WS-EX-SERIAL(WS-EX-I) = DSP-SERIAL
                 AND (WS-EX-DISP-DATE(WS-EX-I) = SPACES
                   OR WS-EX-DISP-DATE(WS-EX-I) > DSP-DATE)
               MOVE DSP-DATE TO WS-EX-DISP-DATE(WS-EX-I)
             END-IF
           END-PERFORM.

      ******************************************************************
      * ALERT - minutes from the alert to its acknowledgment.
      ******************************************************************
           SCORE-ALERTS SECTION.
           MOVE WS-MS-ALERT TO WS-MEASURE-I.
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
                 MOVE ALR-DATE(1:6) TO WS-TEST-MONTH
                 PERFORM FIND-MONTH
                 IF WS-MONTH-I NOT = ZERO
                   PERFORM JUDGE-ALERT
                   PERFORM COUNT-ITEM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ALERT-FILE.

           JUDGE-ALERT SECTION.
           IF ALR-ACKNOWLEDGED
             MOVE ALR-ACK-DATE TO WS-TO-DATE
             IF ALR-ACK-TIME = SPACES
               MOVE "23595999" TO WS-ACK-TIME
             ELSE
               MOVE ALR-ACK-TIME TO WS-ACK-TIME
             END-IF
           ELSE
             MOVE WS-NOW(1:8) TO WS-TO-DATE
             MOVE WS-NOW(9:8) TO WS-ACK-TIME
           END-IF.
           CALL "ELAPSED-TIME" USING ALR-DATE ALR-TIME WS-TO-DATE
             WS-ACK-TIME WS-ELAPSED.
           EVALUATE TRUE
             WHEN WS-ELAPSED > WS-MS-LIMIT(WS-MS-ALERT) * 60
               SET ITEM-MISSED TO TRUE
             WHEN NOT ALR-ACKNOWLEDGED
               SET ITEM-PENDING TO TRUE
             WHEN OTHER
               SET ITEM-MET TO TRUE
           END-EVALUATE.

      ******************************************************************
      * PARTNER - days from the transmission to the first verdict
      * line of its acknowledgment.
      ******************************************************************
           SCORE-PARTNER-ACKS SECTION.
           MOVE WS-MS-PARTNER TO WS-MEASURE-I.
           OPEN INPUT SEND-LOG-FILE.
           IF WS-SEND-LOG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SEND-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM TAKE-TRANSMISSION
             END-READ
           END-PERFORM.
           CLOSE SEND-LOG-FILE.
           OPEN INPUT FEED-STATUS-FILE.
           IF WS-FEED-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ FEED-STATUS-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF PFS-RECEIVED-DATE IS NUMERIC
                     PERFORM TAKE-FEED-STATUS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FEED-STATUS-FILE
           END-IF.
           PERFORM VARYING WS-SEND-I FROM 1 BY 1
               UNTIL WS-SEND-I > WS-SEND-USED
             PERFORM JUDGE-TRANSMISSION
             PERFORM COUNT-ITEM
           END-PERFORM.

           TAKE-TRANSMISSION SECTION.
           IF SND-DATE IS NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE SND-DATE(1:6) TO WS-TEST-MONTH.
           PERFORM FIND-MONTH.
           IF WS-MONTH-I = ZERO
             EXIT SECTION
           END-IF.
           IF WS-SEND-USED >= WS-MAX-SENDS
             DISPLAY "partner_send_log.dat: more than " WS-MAX-SENDS
               " transmissions in the two months - later ones not "
               "scored"
             SET EOF-T TO TRUE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SEND-USED.
           MOVE SND-RUN-ID TO WS-SND-RUN-ID(WS-SEND-USED).
           MOVE SND-DATE TO WS-SND-DATE(WS-SEND-USED).
           MOVE SND-STATE TO WS-SND-STATE(WS-SEND-USED).
           MOVE SPACES TO WS-SND-RECEIVED(WS-SEND-USED).
           MOVE WS-MONTH-I TO WS-SND-MONTH-I(WS-SEND-USED).

           TAKE-FEED-STATUS SECTION.
           PERFORM VARYING WS-SEND-I FROM 1 BY 1
               UNTIL WS-SEND-I > WS-SEND-USED
             IF WS-SND-RUN-ID(WS-SEND-I) = PFS-RUN-ID
                 AND (WS-SND-RECEIVED(WS-SEND-I) = SPACES
                   OR WS-SND-RECEIVED(WS-SEND-I) > PFS-RECEIVED-DATE)
               MOVE PFS-RECEIVED-DATE TO WS-SND-RECEIVED(WS-SEND-I)
             END-IF
           END-PERFORM.

      * Acknowledged before the verdict lines were dated - there is
      * nothing to measure, so it is left out.
           JUDGE-TRANSMISSION SECTION.
           MOVE WS-SND-MONTH-I(WS-SEND-I) TO WS-MONTH-I.
           MOVE WS-SND-DATE(WS-SEND-I) TO WS-FROM-DATE.
           IF WS-SND-RECEIVED(WS-SEND-I) = SPACES
             IF WS-SND-STATE(WS-SEND-I)(1:5) = "ACKED"
               SET ITEM-PENDING TO TRUE
               MOVE ZERO TO WS-MONTH-I
               EXIT SECTION
             END-IF
             MOVE WS-NOW(1:8) TO WS-TO-DATE
           ELSE
             MOVE WS-SND-RECEIVED(WS-SEND-I) TO WS-TO-DATE
           END-IF.
           PERFORM DAYS-BETWEEN.
           EVALUATE TRUE
             WHEN WS-DAYS > WS-MS-LIMIT(WS-MS-PARTNER)
               SET ITEM-MISSED TO TRUE
             WHEN WS-SND-RECEIVED(WS-SEND-I) = SPACES
               SET ITEM-PENDING TO TRUE
             WHEN OTHER
               SET ITEM-MET TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT - a report whose run stamp falls inside a nightly run
      * was filed by that run, and is due by the run's morning.
      ******************************************************************
           SCORE-REPORTS SECTION.
           MOVE WS-MS-REPORT TO WS-MEASURE-I.
           IF WS-RUN-USED = ZERO
             EXIT SECTION
           END-IF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CATALOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-CATALOG-ENTRY
             END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

           JUDGE-CATALOG-ENTRY SECTION.
           MOVE ZERO TO WS-RUN-HIT.
           PERFORM VARYING WS-RUN-I FROM 1 BY 1
               UNTIL WS-RUN-I > WS-RUN-USED OR WS-RUN-HIT NOT = ZERO
             IF CAT-RUN-ID NOT < WS-RUN-START(WS-RUN-I)
                 AND CAT-RUN-ID NOT > WS-RUN-END(WS-RUN-I)
               MOVE WS-RUN-I TO WS-RUN-HIT
             END-IF
           END-PERFORM.
           IF WS-RUN-HIT = ZERO
             EXIT SECTION
           END-IF.
           MOVE WS-RUN-MONTH-I(WS-RUN-HIT) TO WS-MONTH-I.
           MOVE SPACES TO WS-DUE.
           STRING WS-RUN-DUE-DATE(WS-RUN-HIT)
             WS-MS-LIMIT(WS-MS-REPORT) DELIMITED BY SIZE INTO WS-DUE.
           IF CAT-RUN-ID(1:12) NOT > WS-DUE
             SET ITEM-MET TO TRUE
           ELSE
             SET ITEM-MISSED TO TRUE
           END-IF.
           PERFORM COUNT-ITEM.

      ******************************************************************
      * SETTLE - each draw's settlement against the morning after the
      * draw. A line from before the finish was stamped is left out.
      ******************************************************************
           SCORE-SETTLEMENTS SECTION.
           MOVE WS-MS-SETTLE TO WS-MEASURE-I.
           OPEN INPUT ROLLOVER-HIST-FILE.
           IF WS-ROLLHIST-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ROLLOVER-HIST-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF RLH-SETTLED-DATE IS NUMERIC
                     AND RLH-DRAW-DATE IS NUMERIC
                   MOVE RLH-DRAW-DATE(1:6) TO WS-TEST-MONTH
                   PERFORM FIND-MONTH
                   PERFORM JUDGE-SETTLEMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROLLOVER-HIST-FILE.

           JUDGE-SETTLEMENT SECTION.
           IF WS-MONTH-I = ZERO
             EXIT SECTION
           END-IF.
           MOVE RLH-DRAW-DATE TO WS-FROM-DATE.
           PERFORM NEXT-DAY.
           MOVE SPACES TO WS-DUE.
           STRING WS-NEXT-DATE WS-MS-LIMIT(WS-MS-SETTLE)
             DELIMITED BY SIZE INTO WS-DUE.
           MOVE SPACES TO WS-SETTLED.
           STRING RLH-SETTLED-DATE RLH-SETTLED-TIME(1:4)
             DELIMITED BY SIZE INTO WS-SETTLED.
           IF WS-SETTLED NOT > WS-DUE
             SET ITEM-MET TO TRUE
           ELSE
             SET ITEM-MISSED TO TRUE
           END-IF.
           PERFORM COUNT-ITEM.

      ******************************************************************
      * The scorecard: a block per measure - its limit and target,
      * this month against the target, the prior month and the trend.
      ******************************************************************
           PRINT-SCORECARD SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "SERVICE-LEVEL SCORECARD - MONTH " WS-MONTH(1)
             DELIMITED BY SIZE INTO W-RPT-TITLE.
           MOVE "../sla_scorecard.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM VARYING WS-MEASURE-I FROM 1 BY 1
               UNTIL WS-MEASURE-I > 6
             PERFORM PRINT-MEASURE
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Measures missed this month: " WS-MISSED-COUNT
             " of 6" DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-MISSED-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-MEASURE SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-MS-CODE(WS-MEASURE-I) WS-MS-NAME(WS-MEASURE-I)
             "  limit " WS-MS-LIMIT(WS-MEASURE-I) "  target "
             WS-MS-TARGET(WS-MEASURE-I) "%"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-MONTH-I FROM 1 BY 1 UNTIL WS-MONTH-I > 2
             PERFORM PRINT-MONTH-LINE
           END-PERFORM.
           MOVE "n/a" TO WS-TREND.
           IF WS-SC-COUNT(WS-MEASURE-I 1) > ZERO
               AND WS-SC-COUNT(WS-MEASURE-I 2) > ZERO
             EVALUATE TRUE
               WHEN WS-SC-PCT(WS-MEASURE-I 1) >
                   WS-SC-PCT(WS-MEASURE-I 2)
                 MOVE "UP" TO WS-TREND
               WHEN WS-SC-PCT(WS-MEASURE-I 1) <
                   WS-SC-PCT(WS-MEASURE-I 2)
                 MOVE "DOWN" TO WS-TREND
               WHEN OTHER
                 MOVE "SAME" TO WS-TREND
             END-EVALUATE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "    trend on prior month: " WS-TREND
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

      * A month with nothing to measure is neither met nor missed.
           PRINT-MONTH-LINE SECTION.
           MOVE WS-SC-COUNT(WS-MEASURE-I WS-MONTH-I) TO WS-COUNT-OUT.
           MOVE WS-SC-MET(WS-MEASURE-I WS-MONTH-I) TO WS-MET-OUT.
           IF WS-SC-COUNT(WS-MEASURE-I WS-MONTH-I) = ZERO
             MOVE ZERO TO WS-SC-PCT(WS-MEASURE-I WS-MONTH-I)
             MOVE "NO DATA" TO WS-VERDICT
           ELSE
             COMPUTE WS-SC-PCT(WS-MEASURE-I WS-MONTH-I) ROUNDED =
               WS-SC-MET(WS-MEASURE-I WS-MONTH-I) * 100
               / WS-SC-COUNT(WS-MEASURE-I WS-MONTH-I)
             IF WS-SC-PCT(WS-MEASURE-I WS-MONTH-I)
                 < WS-MS-TARGET(WS-MEASURE-I)
               MOVE "MISSED" TO WS-VERDICT
               IF WS-MONTH-I = 1
                 ADD 1 TO WS-MISSED-COUNT
               END-IF
             ELSE
               MOVE "MET" TO WS-VERDICT
             END-IF
           END-IF.
           MOVE WS-SC-PCT(WS-MEASURE-I WS-MONTH-I) TO WS-PCT-OUT.
           IF WS-MONTH-I = 1
             MOVE "    this month" TO WS-MONTH-LABEL
           ELSE
             MOVE "    prior month" TO WS-MONTH-LABEL
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-MONTH-LABEL WS-MONTH(WS-MONTH-I) "  "
             WS-MET-OUT " of " WS-COUNT-OUT " met  " WS-PCT-OUT "%  "
             WS-VERDICT DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
