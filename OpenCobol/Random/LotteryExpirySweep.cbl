      * the ledger stops accumulating dead claims. Ledger rows carry
      * no game code, so the money returns to the primary (blank
      * code) pot.
      * Revision: Maxfx 15/10/2026 - the ledger row now ends with the
      *   cashing outlet; the FD covers it so the held rows keep it
      *   through the rewrite.
      * Revision: Maxfx 15/10/2026 - the ledger row gains trailing tax
      *   withheld and net paid columns; the FD and the rewrite buffer
      *   carry them.
      * Revision: Maxfx 15/10/2026 - the ledger row is read and
      *   rewritten at its full width, carrying the new ticket serial
      *   (column 80) and validation code (column 88) columns.
      * Revision: Maxfx 15/10/2026 - claim age is measured to, and
      *   EXPIRD rows are dated with, the business processing date
      *   (W-PROC-DATE); the sweep log keeps the clock stamp.
      * Revision: Maxfx 15/10/2026 - a confirmed sweep records the
      *   rewritten ledger, the rollover file, the sweep log and its
      *   report in the lineage register through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-EXPIRY-SWEEP.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 LGR-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 LGR-TAX       PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-NET       PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

           FD ROLLOVER-FILE.
           01 ROLLOVER-RECORD.
      * The ledger in memory for the in-place status flip.
           78 WS-MAX-CLAIMS VALUE 200.
           01 WS-CLAIM-TABLE.
             05 WS-CLM-LINE PIC X(91) OCCURS 200 TIMES.
           77 WS-CLM-USED  PIC 9(3) VALUE ZERO.
           77 WS-CLM-I     PIC 9(3).

           77 WS-POT-I    PIC 99.
           77 WS-POT-HIT  PIC 99.

           COPY "Lineage.cpy".
           77 WS-READ-PERIOD   PIC 9(8) VALUE ZERO.
           77 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

           END-IF.
           PERFORM REWRITE-LEDGER.
           PERFORM RETURN-TO-ROLLOVER.
           PERFORM POST-LINEAGE.
           MOVE "S" TO WS-ACT-ACTION.
           MOVE "EXPIRED" TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             READ PERIOD-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 ADD 1 TO WS-READ-PERIOD
                 IF PARM-PERIOD-DAYS NUMERIC
                     AND PARM-PERIOD-DAYS NOT = ZERO
                   MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS

           MARK-EXPIRED-CLAIMS SECTION.
           COMPUTE WS-TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(W-PROC-DATE)).
           PERFORM VARYING WS-CLM-I FROM 1 BY 1
               UNTIL WS-CLM-I > WS-CLM-USED
             MOVE WS-CLM-LINE(WS-CLM-I) TO LEDGER-RECORD

           SWEEP-ONE-CLAIM SECTION.
           MOVE "EXPIRD" TO LGR-STATUS.
           MOVE W-PROC-DATE TO LGR-PAID-DATE.
           MOVE WS-OPERATOR-ID TO LGR-OPERATOR.
           MOVE LEDGER-RECORD TO WS-CLM-LINE(WS-CLM-I).
           ADD 1 TO WS-SWEPT-COUNT.
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-ROLLOVER
                   PERFORM STORE-ONE-POT
               END-READ
             END-PERFORM
           END-PERFORM.
           CLOSE ROLLOVER-FILE.

      * The ledger is rewritten in place and the primary pot topped
      * up from the rows swept; the log and the report list them.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-ACT-PROGRAM TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-CLM-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-READ-ROLLOVER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_claim_period.parm" TO W-LIN-FILE.
           MOVE WS-READ-PERIOD TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-CLM-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-POT-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_sweep.log" TO W-LIN-FILE.
           MOVE WS-SWEPT-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           STORE-ONE-POT SECTION.
           IF WS-POT-USED >= WS-MAX-POTS
             EXIT SECTION
