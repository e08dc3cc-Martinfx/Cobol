      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * DAILY-BALANCE-REPORT says whether a branch's total agrees
      * with its control figure; it cannot say whether one DET-NUM
      * on the way to that total looks wrong. This report sorts each
      * branch's amounts from data.dat and prints count, minimum,
      * maximum, mean, median, the quartiles and the 95th
      * percentile (nearest rank). An amount lying more than the
      * configured number of spreads - the inter-quartile range -
      * below the lower quartile or above the upper quartile is an
      * outlier: it is listed, and logged by its MY-DATA-ID through
      * EXCEPTION-LOG-DETAIL so it lands in the exception store for
      * EXCEPTION-REVIEW. Each branch's median and 95th percentile
      * are then set against the baseline kept in
      * "../amount_baseline.dat", and a branch whose figures moved
      * by more than the configured percentage is flagged and logged
      * the same way, keyed by the branch. A branch with no baseline
      * yet is seeded from today's figures; the whole baseline is
      * taken afresh from today when the parm asks for it.
      *
      * "../amount_outlier.parm", keyword lines (all optional):
      *   SPREADS  3.0    spreads outside the quartiles that flag
      *   SHIFT    50     percent move against the baseline that flags
      *   MINCOUNT 5      fewer amounts than this - no outlier test
      *   REBASE   Y      replace the baseline with today's figures
      * The listing goes to "../amount_outlier.rpt" through the
      * shared REPORT-WRITER. RC 4 when anything was flagged.
      * Revision: Maxfx 15/10/2026 - the report and the rewritten
      *   baseline post their lineage from data.dat and the previous
      *   baseline through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMOUNT-OUTLIER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "../amount_outlier.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PARM-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "../amount_baseline.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BASELINE-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortwk".

       DATA DIVISION.
       FILE SECTION.
           FD DATA-FILE.
           01 DETAILS.
             02 DET-ID     PIC X(5).
             02 DET-STR.
               03 DET-TIME   PIC X(5).
               03 DET-NUM    PIC X(6).
             02 FILLER     PIC X(9).
             02 DET-BRANCH PIC X(3).

      * HDR/TRL control records are the longer shape.
           01 DATA-FILE-CONTROL PIC X(30).

           FD PARM-FILE.
           01 PARM-RECORD.
             05 PRM-KEYWORD PIC X(8).
             05 FILLER      PIC X.
             05 PRM-VALUE   PIC X(20).

      * One line per branch: the figures today's run is measured
      * against, and the date they were taken.
           FD BASELINE-FILE.
           01 BASELINE-RECORD.
             05 BSL-BRANCH PIC X(3).
             05 FILLER     PIC X.
             05 BSL-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 BSL-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 BSL-MEDIAN PIC 9(6)V9.
             05 FILLER     PIC X.
             05 BSL-P95    PIC 9(6).
             05 FILLER     PIC X.
             05 BSL-MEAN   PIC 9(7)V99.

           SD SORT-WORK.
           01 SORT-RECORD.
             02 SRT-BRANCH PIC X(3).
             02 SRT-AMOUNT PIC 9(6).
             02 SRT-ID     PIC X(5).

       WORKING-STORAGE SECTION.
           77 WS-DATA-PATH     PIC X(60) VALUE "../data.dat".
           77 WS-LOGICAL-NAME  PIC X(20).
           77 WS-FILE-SET-NAME PIC X(8).
           77 FILE-STATUS        PIC XX.
           77 WS-PARM-STATUS     PIC XX.
           77 WS-BASELINE-STATUS PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 WS-REC-TAG         PIC X(3).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-RETURN-EOF PIC X.
             88 RETURN-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".

      * Settings from the parm file, with their defaults.
           77 WS-SPREADS     PIC 9(2)V9 VALUE 3.0.
           77 WS-SHIFT-PCT   PIC 9(3) VALUE 50.
           77 WS-MIN-COUNT   PIC 9(4) VALUE 5.
           77 WS-REBASE      PIC X VALUE "N".
             88 REBASE-TODAY VALUE "Y".

           77 WS-READ-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-SKIP-COUNT  PIC 9(6) VALUE ZERO.

      * The amounts of the branch in hand, in ascending order as
      * they come back from the sort.
           78 WS-MAX-AMOUNTS VALUE 5000.
           01 WS-GROUP-TABLE.
             05 WS-GRP-ENTRY OCCURS 5000 TIMES.
               10 WS-GRP-AMOUNT PIC 9(6).
               10 WS-GRP-ID     PIC X(5).
           77 WS-GRP-N        PIC 9(5) VALUE ZERO.
           77 WS-GRP-I        PIC 9(5).
           77 WS-GRP-BRANCH   PIC X(3) VALUE SPACES.
           77 WS-GRP-DROPPED  PIC 9(6) VALUE ZERO.
           77 WS-GRP-STARTED  PIC X VALUE "N".
             88 GROUP-STARTED VALUE "Y".

      * The branch's figures.
           77 WS-SUM          PIC 9(12).
           77 WS-MEAN         PIC 9(7)V99.
           77 WS-MEDIAN       PIC 9(6)V9.
           77 WS-Q1           PIC 9(6).
           77 WS-Q3           PIC 9(6).
           77 WS-P95          PIC 9(6).
           77 WS-SPREAD       PIC 9(6).
           77 WS-LOW-FENCE    PIC S9(8)V9.
           77 WS-HIGH-FENCE   PIC S9(8)V9.
           77 WS-PCT          PIC 9(3).
           77 WS-RANK         PIC 9(5).
           77 WS-PCT-VALUE    PIC 9(6).
           77 WS-MID          PIC 9(5).
           77 WS-OUTLIERS     PIC 9(6).
           77 WS-FENCE-EDIT   PIC -(7)9.9.
           77 WS-FENCE-EDIT-2 PIC -(7)9.9.
           77 WS-SPREADS-EDIT PIC Z9.9.
           77 WS-MEAN-EDIT    PIC Z(6)9.99.
           77 WS-MEDIAN-EDIT  PIC Z(5)9.9.

      * Baseline per branch, loaded whole and written back whole.
           78 WS-MAX-BASELINES VALUE 20.
           01 WS-BASELINE-TABLE.
             05 WS-BSL-ENTRY OCCURS 20 TIMES.
               10 WS-BSL-BRANCH PIC X(3).
               10 WS-BSL-DATE   PIC X(8).
               10 WS-BSL-COUNT  PIC 9(6).
               10 WS-BSL-MEDIAN PIC 9(6)V9.
               10 WS-BSL-P95    PIC 9(6).
               10 WS-BSL-MEAN   PIC 9(7)V99.
           77 WS-BSL-USED     PIC 99 VALUE ZERO.
           77 WS-BSL-I        PIC 99.
           77 WS-BSL-HIT      PIC 99.
           77 WS-HIGH-LIMIT   PIC 9(8)V9.
           77 WS-LOW-LIMIT    PIC 9(8)V9.
           77 WS-SHIFT-TEXT   PIC X(12).

           77 WS-OUTLIER-TOTAL PIC 9(6) VALUE ZERO.
           77 WS-SHIFT-TOTAL   PIC 9(4) VALUE ZERO.
           77 WS-BRANCH-TOTAL  PIC 9(4) VALUE ZERO.

      * Fields carried into EXCEPTION-LOG-DETAIL.
           77 WS-PROGRAM-NAME    PIC X(30)
             VALUE "AMOUNT-OUTLIER-REPORT".
           77 WS-EXC-PARAGRAPH   PIC X(30).
           77 WS-EXC-FIELD-NAME  PIC X(20).
           77 WS-EXC-RECORD-KEY  PIC X(20).
           77 WS-EXC-BAD-VALUE   PIC X(20).
           77 WS-EXC-MESSAGE     PIC X(50).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".
           77 WS-BSL-LOADED PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "DATA-FILE" TO WS-LOGICAL-NAME.
           CALL "FILE-SET-RESOLVE" USING WS-LOGICAL-NAME
             WS-DATA-PATH WS-FILE-SET-NAME.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-BASELINE.
           MOVE WS-BSL-USED TO WS-BSL-LOADED.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK
             ON ASCENDING KEY SRT-BRANCH SRT-AMOUNT
             INPUT PROCEDURE IS FEED-SORT-INPUT
             OUTPUT PROCEDURE IS MEASURE-BRANCHES.
           IF RETURN-CODE = 1
             GOBACK
           END-IF.
           PERFORM CLOSE-REPORT.
           PERFORM SAVE-BASELINE.
           PERFORM POST-LINEAGE.
           DISPLAY "Amounts measured: " WS-READ-COUNT " over "
             WS-BRANCH-TOTAL " branch(es), outliers "
             WS-OUTLIER-TOTAL ", baseline shifts " WS-SHIFT-TOTAL
             " - see amount_outlier.rpt".
           IF WS-OUTLIER-TOTAL > ZERO OR WS-SHIFT-TOTAL > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           LOAD-PARAMETERS SECTION.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PARM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM STORE-ONE-PARAMETER
             END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

           STORE-ONE-PARAMETER SECTION.
           IF PRM-KEYWORD = SPACES OR PRM-VALUE = SPACES
             EXIT SECTION
           END-IF.
           EVALUATE FUNCTION TRIM(PRM-KEYWORD)
             WHEN "SPREADS"
               MOVE FUNCTION NUMVAL(PRM-VALUE) TO WS-SPREADS
             WHEN "SHIFT"
               MOVE FUNCTION NUMVAL(PRM-VALUE) TO WS-SHIFT-PCT
             WHEN "MINCOUNT"
               MOVE FUNCTION NUMVAL(PRM-VALUE) TO WS-MIN-COUNT
             WHEN "REBASE"
               IF PRM-VALUE(1:1) = "Y"
                 SET REBASE-TODAY TO TRUE
               END-IF
             WHEN OTHER
               DISPLAY "Unknown parameter keyword ignored: "
                 PRM-KEYWORD
           END-EVALUATE.

           LOAD-BASELINE SECTION.
           MOVE ZERO TO WS-BSL-USED.
           OPEN INPUT BASELINE-FILE.
           IF WS-BASELINE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ BASELINE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-BSL-USED < WS-MAX-BASELINES
                     AND BSL-COUNT NUMERIC
                   ADD 1 TO WS-BSL-USED
                   MOVE BSL-BRANCH TO WS-BSL-BRANCH(WS-BSL-USED)
                   MOVE BSL-DATE   TO WS-BSL-DATE(WS-BSL-USED)
                   MOVE BSL-COUNT  TO WS-BSL-COUNT(WS-BSL-USED)
                   MOVE BSL-MEDIAN TO WS-BSL-MEDIAN(WS-BSL-USED)
                   MOVE BSL-P95    TO WS-BSL-P95(WS-BSL-USED)
                   MOVE BSL-MEAN   TO WS-BSL-MEAN(WS-BSL-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BASELINE-FILE.

      * Only amount records are measured: control records and
      * transfers are not branch amounts, and an amount that fails
      * the DET-NUM edit cannot be placed.
           FEED-SORT-INPUT SECTION.
           OPEN INPUT DATA-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening data.dat: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DATA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM RELEASE-ONE-AMOUNT
             END-READ
           END-PERFORM.
           CLOSE DATA-FILE.

           RELEASE-ONE-AMOUNT SECTION.
           MOVE DET-ID(1:3) TO WS-REC-TAG.
           IF WS-REC-TAG = "HDR" OR WS-REC-TAG = "TRL"
               OR WS-REC-TAG = "XFR"
             EXIT SECTION
           END-IF.
           IF DET-NUM NOT NUMERIC
             ADD 1 TO WS-SKIP-COUNT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           MOVE DET-BRANCH TO SRT-BRANCH.
           MOVE DET-NUM    TO SRT-AMOUNT.
           MOVE DET-ID     TO SRT-ID.
           RELEASE SORT-RECORD.

           MEASURE-BRANCHES SECTION.
           MOVE "N" TO WS-RETURN-EOF.
           PERFORM UNTIL RETURN-EOF-T
             RETURN SORT-WORK
               AT END
                 SET RETURN-EOF-T TO TRUE
               NOT AT END
                 IF GROUP-STARTED AND SRT-BRANCH NOT = WS-GRP-BRANCH
                   PERFORM MEASURE-ONE-BRANCH
                 END-IF
                 PERFORM ADD-TO-GROUP
             END-RETURN
           END-PERFORM.
           IF GROUP-STARTED
             PERFORM MEASURE-ONE-BRANCH
           END-IF.

           ADD-TO-GROUP SECTION.
           IF NOT GROUP-STARTED
             SET GROUP-STARTED TO TRUE
             MOVE SRT-BRANCH TO WS-GRP-BRANCH
             MOVE ZERO TO WS-GRP-N
             MOVE ZERO TO WS-GRP-DROPPED
           END-IF.
           IF WS-GRP-N >= WS-MAX-AMOUNTS
             ADD 1 TO WS-GRP-DROPPED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-GRP-N.
           MOVE SRT-AMOUNT TO WS-GRP-AMOUNT(WS-GRP-N).
           MOVE SRT-ID     TO WS-GRP-ID(WS-GRP-N).

           MEASURE-ONE-BRANCH SECTION.
           ADD 1 TO WS-BRANCH-TOTAL.
           PERFORM COMPUTE-FIGURES.
           PERFORM REPORT-FIGURES.
           PERFORM FLAG-OUTLIERS.
           PERFORM COMPARE-BASELINE.
           MOVE "N" TO WS-GRP-STARTED.

      * Percentiles by nearest rank over the sorted amounts; the
      * median is the middle amount, or the mean of the middle two.
           COMPUTE-FIGURES SECTION.
           MOVE ZERO TO WS-SUM.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-N
             ADD WS-GRP-AMOUNT(WS-GRP-I) TO WS-SUM
           END-PERFORM.
           COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-GRP-N.
           DIVIDE WS-GRP-N BY 2 GIVING WS-MID.
           IF WS-MID * 2 = WS-GRP-N
             COMPUTE WS-MEDIAN = (WS-GRP-AMOUNT(WS-MID)
               + WS-GRP-AMOUNT(WS-MID + 1)) / 2
           ELSE
             MOVE WS-GRP-AMOUNT(WS-MID + 1) TO WS-MEDIAN
           END-IF.
           MOVE 25 TO WS-PCT.
           PERFORM NEAREST-RANK.
           MOVE WS-PCT-VALUE TO WS-Q1.
           MOVE 75 TO WS-PCT.
           PERFORM NEAREST-RANK.
           MOVE WS-PCT-VALUE TO WS-Q3.
           MOVE 95 TO WS-PCT.
           PERFORM NEAREST-RANK.
           MOVE WS-PCT-VALUE TO WS-P95.
           COMPUTE WS-SPREAD = WS-Q3 - WS-Q1.
           COMPUTE WS-LOW-FENCE = WS-Q1 - WS-SPREADS * WS-SPREAD.
           COMPUTE WS-HIGH-FENCE = WS-Q3 + WS-SPREADS * WS-SPREAD.

           NEAREST-RANK SECTION.
           COMPUTE WS-RANK = (WS-PCT * WS-GRP-N + 99) / 100.
           IF WS-RANK < 1
             MOVE 1 TO WS-RANK
           END-IF.
           IF WS-RANK > WS-GRP-N
             MOVE WS-GRP-N TO WS-RANK
           END-IF.
           MOVE WS-GRP-AMOUNT(WS-RANK) TO WS-PCT-VALUE.

           REPORT-FIGURES SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "BRANCH " WS-GRP-BRANCH "  COUNT " WS-GRP-N
             "  MIN " WS-GRP-AMOUNT(1) "  MAX "
             WS-GRP-AMOUNT(WS-GRP-N)
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-MEAN TO WS-MEAN-EDIT.
           MOVE WS-MEDIAN TO WS-MEDIAN-EDIT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  MEAN " WS-MEAN-EDIT "  MEDIAN " WS-MEDIAN-EDIT
             "  Q1 " WS-Q1 "  Q3 " WS-Q3 "  P95 " WS-P95
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-GRP-DROPPED > ZERO
             MOVE SPACES TO W-RPT-TEXT
             STRING "  WARNING: " WS-GRP-DROPPED " amount(s) beyond "
               "the table were not measured"
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

           FLAG-OUTLIERS SECTION.
           MOVE ZERO TO WS-OUTLIERS.
           IF WS-GRP-N < WS-MIN-COUNT
             MOVE SPACES TO W-RPT-TEXT
             STRING "  too few amounts for an outlier test (under "
               WS-MIN-COUNT ")" DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE WS-LOW-FENCE TO WS-FENCE-EDIT.
           MOVE WS-HIGH-FENCE TO WS-FENCE-EDIT-2.
           STRING "  normal range " FUNCTION TRIM(WS-FENCE-EDIT)
             " to " FUNCTION TRIM(WS-FENCE-EDIT-2)
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
               UNTIL WS-GRP-I > WS-GRP-N
             IF WS-GRP-AMOUNT(WS-GRP-I) < WS-LOW-FENCE
                 OR WS-GRP-AMOUNT(WS-GRP-I) > WS-HIGH-FENCE
               PERFORM FLAG-ONE-OUTLIER
             END-IF
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  outliers " WS-OUTLIERS
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           FLAG-ONE-OUTLIER SECTION.
           ADD 1 TO WS-OUTLIERS.
           ADD 1 TO WS-OUTLIER-TOTAL.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-GRP-AMOUNT(WS-GRP-I) > WS-HIGH-FENCE
             STRING "    *** MY-DATA-ID " WS-GRP-ID(WS-GRP-I)
               " AMOUNT " WS-GRP-AMOUNT(WS-GRP-I) " ABOVE THE RANGE"
               DELIMITED BY SIZE INTO W-RPT-TEXT
           ELSE
             STRING "    *** MY-DATA-ID " WS-GRP-ID(WS-GRP-I)
               " AMOUNT " WS-GRP-AMOUNT(WS-GRP-I) " BELOW THE RANGE"
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           MOVE "FLAG-OUTLIERS" TO WS-EXC-PARAGRAPH.
           MOVE "DET-NUM" TO WS-EXC-FIELD-NAME.
           MOVE WS-GRP-ID(WS-GRP-I) TO WS-EXC-RECORD-KEY.
           MOVE WS-GRP-AMOUNT(WS-GRP-I) TO WS-EXC-BAD-VALUE.
           MOVE SPACES TO WS-EXC-MESSAGE.
           MOVE WS-SPREADS TO WS-SPREADS-EDIT.
           STRING "Amount outside " FUNCTION TRIM(WS-SPREADS-EDIT)
             " spreads, branch "
             WS-GRP-BRANCH DELIMITED BY SIZE INTO WS-EXC-MESSAGE.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
             WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
             WS-EXC-BAD-VALUE WS-EXC-MESSAGE.

      * Either the median or the 95th percentile moving by more than
      * the shift percentage marks the branch; a branch new to the
      * baseline (or every branch, on a rebase) is taken as today.
           COMPARE-BASELINE SECTION.
           MOVE ZERO TO WS-BSL-HIT.
           PERFORM VARYING WS-BSL-I FROM 1 BY 1
               UNTIL WS-BSL-I > WS-BSL-USED
             IF WS-BSL-BRANCH(WS-BSL-I) = WS-GRP-BRANCH
               MOVE WS-BSL-I TO WS-BSL-HIT
             END-IF
           END-PERFORM.
           IF WS-BSL-HIT = ZERO
             IF WS-BSL-USED >= WS-MAX-BASELINES
               MOVE "  no room for this branch in the baseline"
                 TO W-RPT-TEXT
               PERFORM REPORT-LINE
               EXIT SECTION
             END-IF
             ADD 1 TO WS-BSL-USED
             MOVE WS-BSL-USED TO WS-BSL-HIT
             PERFORM TAKE-BASELINE
             MOVE "  baseline taken from today's figures"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE WS-BSL-MEDIAN(WS-BSL-HIT) TO WS-MEDIAN-EDIT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  BASELINE " WS-BSL-DATE(WS-BSL-HIT) "  MEDIAN "
             WS-MEDIAN-EDIT "  P95 " WS-BSL-P95(WS-BSL-HIT)
             "  COUNT " WS-BSL-COUNT(WS-BSL-HIT)
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-SHIFT-TEXT.
           COMPUTE WS-HIGH-LIMIT = WS-BSL-MEDIAN(WS-BSL-HIT)
             * (100 + WS-SHIFT-PCT) / 100.
           COMPUTE WS-LOW-LIMIT = WS-BSL-MEDIAN(WS-BSL-HIT)
             * (100 - FUNCTION MIN(WS-SHIFT-PCT 100)) / 100.
           IF WS-MEDIAN > WS-HIGH-LIMIT
             MOVE "HIGHER" TO WS-SHIFT-TEXT
           END-IF.
           IF WS-MEDIAN < WS-LOW-LIMIT
             MOVE "LOWER" TO WS-SHIFT-TEXT
           END-IF.
           COMPUTE WS-HIGH-LIMIT = WS-BSL-P95(WS-BSL-HIT)
             * (100 + WS-SHIFT-PCT) / 100.
           COMPUTE WS-LOW-LIMIT = WS-BSL-P95(WS-BSL-HIT)
             * (100 - FUNCTION MIN(WS-SHIFT-PCT 100)) / 100.
           IF WS-SHIFT-TEXT = SPACES AND WS-P95 > WS-HIGH-LIMIT
             MOVE "HIGHER" TO WS-SHIFT-TEXT
           END-IF.
           IF WS-SHIFT-TEXT = SPACES AND WS-P95 < WS-LOW-LIMIT
             MOVE "LOWER" TO WS-SHIFT-TEXT
           END-IF.
           IF WS-SHIFT-TEXT = SPACES
             MOVE "  in line with the baseline" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           ELSE
             PERFORM FLAG-BASELINE-SHIFT
           END-IF.
           IF REBASE-TODAY
             PERFORM TAKE-BASELINE
           END-IF.

           FLAG-BASELINE-SHIFT SECTION.
           ADD 1 TO WS-SHIFT-TOTAL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  *** AMOUNTS " FUNCTION TRIM(WS-SHIFT-TEXT)
             " THAN THE BASELINE BY MORE THAN " WS-SHIFT-PCT "% ***"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "COMPARE-BASELINE" TO WS-EXC-PARAGRAPH.
           MOVE "DET-BRANCH" TO WS-EXC-FIELD-NAME.
           MOVE WS-GRP-BRANCH TO WS-EXC-RECORD-KEY.
           MOVE WS-MEDIAN TO WS-MEDIAN-EDIT.
           MOVE WS-MEDIAN-EDIT TO WS-EXC-BAD-VALUE.
           MOVE SPACES TO WS-EXC-MESSAGE.
           STRING "Branch amounts " FUNCTION TRIM(WS-SHIFT-TEXT)
             " than baseline of " WS-BSL-DATE(WS-BSL-HIT)
             DELIMITED BY SIZE INTO WS-EXC-MESSAGE.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
             WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
             WS-EXC-BAD-VALUE WS-EXC-MESSAGE.

           TAKE-BASELINE SECTION.
           MOVE WS-GRP-BRANCH TO WS-BSL-BRANCH(WS-BSL-HIT).
           MOVE W-DATE OF W-BATCH TO WS-BSL-DATE(WS-BSL-HIT).
           MOVE WS-GRP-N TO WS-BSL-COUNT(WS-BSL-HIT).
           MOVE WS-MEDIAN TO WS-BSL-MEDIAN(WS-BSL-HIT).
           MOVE WS-P95 TO WS-BSL-P95(WS-BSL-HIT).
           MOVE WS-MEAN TO WS-BSL-MEAN(WS-BSL-HIT).

           SAVE-BASELINE SECTION.
           OPEN OUTPUT BASELINE-FILE.
           IF WS-BASELINE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-BASELINE-STATUS
               WS-STATUS-MSG
             DISPLAY "WARNING: baseline not saved - " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-BSL-I FROM 1 BY 1
               UNTIL WS-BSL-I > WS-BSL-USED
             MOVE SPACES TO BASELINE-RECORD
             MOVE WS-BSL-BRANCH(WS-BSL-I) TO BSL-BRANCH
             MOVE WS-BSL-DATE(WS-BSL-I)   TO BSL-DATE
             MOVE WS-BSL-COUNT(WS-BSL-I)  TO BSL-COUNT
             MOVE WS-BSL-MEDIAN(WS-BSL-I) TO BSL-MEDIAN
             MOVE WS-BSL-P95(WS-BSL-I)    TO BSL-P95
             MOVE WS-BSL-MEAN(WS-BSL-I)   TO BSL-MEAN
             WRITE BASELINE-RECORD
           END-PERFORM.
           CLOSE BASELINE-FILE.

      * The baseline is both read and rewritten, so it appears on
      * both sides of its own lineage.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-PATH TO W-LIN-FILE.
           MOVE WS-READ-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../amount_baseline.dat" TO W-LIN-FILE.
           MOVE WS-BSL-LOADED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-OUTLIER-TOTAL TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../amount_baseline.dat" TO W-LIN-FILE.
           MOVE WS-BSL-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "DET-NUM DISTRIBUTION AND OUTLIERS" TO W-RPT-TITLE.
           MOVE "../amount_outlier.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE WS-SPREADS TO WS-SPREADS-EDIT.
           STRING "File set " WS-FILE-SET-NAME "  spreads "
             WS-SPREADS-EDIT "  shift " WS-SHIFT-PCT "%  min count "
             WS-MIN-COUNT DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF REBASE-TODAY
             MOVE "Baseline retaken from today's figures this run"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

           CLOSE-REPORT SECTION.
           IF WS-BRANCH-TOTAL = ZERO
             MOVE "  (no amounts in data.dat)" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Amounts " WS-READ-COUNT "  not numeric "
             WS-SKIP-COUNT "  outliers " WS-OUTLIER-TOTAL
             "  branches shifted " WS-SHIFT-TOTAL
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-OUTLIER-TOTAL TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
