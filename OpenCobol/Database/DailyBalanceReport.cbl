      *   raises an "E" alert through the shared ALERT-SERVICE hub,
      *   so the condition reaches the operator alert console instead
      *   of living only on this report.
      * Revision: Maxfx 15/10/2026 - inter-branch transfers: an "XFR"
      *   record (DataTransfer.cpy) posts its O side out of the
      *   from-branch and its I side into the to-branch, in a
      *   transfer section after the branch balancing with each
      *   branch's net position. Transfers stay out of the hourly
      *   buckets and the DET-NUM grand total; the sides' matching
      *   is TRANSFER-MATCH-REPORT's job.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-BALANCE-REPORT.
               10 WS-BR-CONTROL  PIC 9(12).
               10 WS-BR-HAS-CTL  PIC X.
                 88 BR-HAS-CONTROL VALUE "Y".
               10 WS-BR-XFR-OUT  PIC 9(12).
               10 WS-BR-XFR-IN   PIC 9(12).
           77 WS-BRANCH-USED    PIC 99 VALUE ZERO.
           77 WS-BR-I           PIC 99.
           77 WS-BR-HIT         PIC 99.
             88 BATCH-IN-PROGRESS VALUE "Y".
           77 WS-BATCH-FAILS   PIC 99 VALUE ZERO.

      * Transfer postings: the day's totals out and in must agree
      * across the branches when every transfer has both sides.
           COPY "DataTransfer.cpy".
           77 WS-XFR-BRANCH     PIC X(3).
           77 WS-XFR-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-XFR-BAD        PIC 9(6) VALUE ZERO.
           77 WS-XFR-OUT-TOTAL  PIC 9(12) VALUE ZERO.
           77 WS-XFR-IN-TOTAL   PIC 9(12) VALUE ZERO.
           77 WS-XFR-NET        PIC S9(12).
           77 WS-XFR-NET-EDIT   PIC -(12)9.

           77 WS-PROGRAM-NAME   PIC X(30)
             VALUE "DAILY-BALANCE-REPORT".
           77 WS-ALERT-SEVERITY PIC X.
             MOVE ZERO TO WS-BR-COUNT(WS-BR-I)
             MOVE ZERO TO WS-BR-CONTROL(WS-BR-I)
             MOVE "N" TO WS-BR-HAS-CTL(WS-BR-I)
             MOVE ZERO TO WS-BR-XFR-OUT(WS-BR-I)
             MOVE ZERO TO WS-BR-XFR-IN(WS-BR-I)
           END-PERFORM.
           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-STATUS = "00"
             PERFORM CLOSE-CURRENT-BATCH
             EXIT SECTION
           END-IF.
           IF WS-REC-TAG = "XFR"
             ADD 1 TO WS-BATCH-COUNT
             PERFORM POST-TRANSFER
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO WS-RECORD-COUNT.
           IF DET-NUM NOT NUMERIC OR DET-TIME(1:2) NOT NUMERIC
           ADD WS-AMOUNT TO WS-BR-TOTAL(WS-BR-HIT).
           ADD 1 TO WS-BR-COUNT(WS-BR-HIT).

      * The O side leaves the sending branch, the I side arrives at
      * the receiving one; a branch not on the master posts to the
      * UNASSIGNED row, as an amount record would.
           POST-TRANSFER SECTION.
           MOVE DETAILS TO W-DATA-TRANSFER.
           IF W-XFR-AMOUNT NOT NUMERIC OR NOT XFR-SIDE-OK
             ADD 1 TO WS-XFR-BAD
             DISPLAY "  unpostable transfer: ref " W-XFR-REF
               " side " W-XFR-SIDE " amount " W-XFR-AMOUNT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-XFR-COUNT.
           IF XFR-SIDE-OUT
             MOVE W-XFR-FROM TO WS-XFR-BRANCH
             PERFORM FIND-TRANSFER-BRANCH
             ADD W-XFR-AMOUNT-NUM TO WS-BR-XFR-OUT(WS-BR-HIT)
             ADD W-XFR-AMOUNT-NUM TO WS-XFR-OUT-TOTAL
           ELSE
             MOVE W-XFR-TO TO WS-XFR-BRANCH
             PERFORM FIND-TRANSFER-BRANCH
             ADD W-XFR-AMOUNT-NUM TO WS-BR-XFR-IN(WS-BR-HIT)
             ADD W-XFR-AMOUNT-NUM TO WS-XFR-IN-TOTAL
           END-IF.

           FIND-TRANSFER-BRANCH SECTION.
           MOVE WS-BRANCH-USED TO WS-BR-HIT.
           PERFORM VARYING WS-BR-I FROM 1 BY 1
               UNTIL WS-BR-I >= WS-BRANCH-USED
             IF WS-BR-CODE(WS-BR-I) = WS-XFR-BRANCH
               MOVE WS-BR-I TO WS-BR-HIT
             END-IF
           END-PERFORM.

      * Each drop balances on its own before joining the day.
           START-NEW-BATCH SECTION.
           IF BATCH-IN-PROGRESS
               UNTIL WS-BR-I > WS-BRANCH-USED
             PERFORM PRINT-ONE-BRANCH
           END-PERFORM.
           PERFORM PRINT-TRANSFERS.
           IF BATCH-IN-PROGRESS
             DISPLAY "WARNING: the last batch had no trailer"
             ADD 1 TO WS-BATCH-FAILS
                 "  *** OUT OF BALANCE ***"
               ADD 1 TO WS-OUT-OF-BALANCE
           END-EVALUATE.

      * Net position is the branch's own amounts plus what arrived
      * less what left.
           PRINT-TRANSFERS SECTION.
           IF WS-XFR-COUNT = ZERO AND WS-XFR-BAD = ZERO
             EXIT SECTION
           END-IF.
           DISPLAY " ".
           DISPLAY "INTER-BRANCH TRANSFERS".
           DISPLAY "BRANCH  TRANSFERS OUT  TRANSFERS IN   "
             "NET POSITION".
           PERFORM VARYING WS-BR-I FROM 1 BY 1
               UNTIL WS-BR-I > WS-BRANCH-USED
             IF WS-BR-XFR-OUT(WS-BR-I) NOT = ZERO
                 OR WS-BR-XFR-IN(WS-BR-I) NOT = ZERO
               COMPUTE WS-XFR-NET = WS-BR-TOTAL(WS-BR-I)
                 + WS-BR-XFR-IN(WS-BR-I) - WS-BR-XFR-OUT(WS-BR-I)
               MOVE WS-XFR-NET TO WS-XFR-NET-EDIT
               DISPLAY "  " WS-BR-CODE(WS-BR-I) "   "
                 WS-BR-XFR-OUT(WS-BR-I) "   " WS-BR-XFR-IN(WS-BR-I)
                 " " WS-XFR-NET-EDIT
             END-IF
           END-PERFORM.
           DISPLAY "TRANSFER SIDES POSTED: " WS-XFR-COUNT
             ", unpostable " WS-XFR-BAD.
           IF WS-XFR-OUT-TOTAL = WS-XFR-IN-TOTAL
             DISPLAY "TRANSFERS OUT " WS-XFR-OUT-TOTAL
               " = TRANSFERS IN " WS-XFR-IN-TOTAL
           ELSE
             DISPLAY "TRANSFERS OUT " WS-XFR-OUT-TOTAL
               " vs TRANSFERS IN " WS-XFR-IN-TOTAL
               " - see the transfer matching report"
           END-IF.
