      * date, A/R verdict, reason) moving each PENDNG row to PAID or
      * back to OPEN with the reason on the console. Supervisor role
      * required; both runs are logged.
      * Revision: Maxfx 15/10/2026 - the ledger row now ends with the
      *   cashing outlet; the FD covers it so the held rows keep it
      *   through the rewrite.
      * Revision: Maxfx 15/10/2026 - prize tax: the payment run asks
      *   PRIZE-TAX what to withhold, stamps the tax and net on the held
      *   row and instructs the bank to pay the net; a refused payment
      *   is cleared back to an untaxed OPEN row.
      * Revision: Maxfx 15/10/2026 - the ledger row is read and
      *   rewritten at its full width, carrying the new ticket serial
      *   (column 80) and validation code (column 88) columns.
      * Revision: Maxfx 15/10/2026 - jackpot annuity: the payment run
      *   also instructs every annuity instalment in
      *   "../lottery_annuity.dat" that has fallen due, as a BP record
      *   taxed on its own, and the return run settles PENDNG
      *   instalments the same way as claims.
      * Revision: Maxfx 15/10/2026 - the return run appends every
      *   payment the bank confirms - claim or instalment, gross, tax
      *   and net - to "../bank_paid.dat" for the winner's payment
      *   confirmation letter.
      * Revision: Maxfx 15/10/2026 - an annuity instalment is paid with
      *   the tax and net decided on the whole prize when the annuity
      *   was set up, no longer taxed on its own amount; an older
      *   schedule's instalment is taxed at the rate the sum of its
      *   instalments draws, and a refused instalment keeps its
      *   withholding.
      * Revision: Maxfx 15/10/2026 - both runs post the ledger, the
      *   annuity schedule, the instruction file and the confirmed
      *   payments to the lineage register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-BANK-PAY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONFIRM-STATUS.

           SELECT ANNUITY-FILE ASSIGN TO "../lottery_annuity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-STATUS.

      * Every payment the bank confirms, for the winner's payment
      * confirmation letter.
           SELECT BANK-PAID-FILE ASSIGN TO "../bank_paid.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANK-PAID-STATUS.

           SELECT THRESHOLD-PARAM-FILE
           ASSIGN TO "../bank_threshold.parm"
           ORGANIZATION IS LINE SEQUENTIAL
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

      * The bank's fixed interchange: BH run id, BP payments, BT
      * count and amount totals.
             05 FILLER        PIC X.
             05 CNF-REASON    PIC X(3).

      * The annuity instalments LOTTERY-CLAIMS scheduled: DUE until
      * a payment run instructs one, PENDNG with the bank, PAID.
           FD ANNUITY-FILE.
           01 ANNUITY-RECORD.
             05 ANN-PLAYER-ID   PIC X(10).
             05 FILLER          PIC X.
             05 ANN-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 ANN-SERIAL      PIC X(7).
             05 FILLER          PIC X.
             05 ANN-INSTALMENT  PIC 9(2).
             05 FILLER          PIC X.
             05 ANN-INSTALMENTS PIC 9(2).
             05 FILLER          PIC X.
             05 ANN-AMOUNT      PIC 9(7).
             05 FILLER          PIC X.
             05 ANN-DUE-DATE    PIC 9(8).
             05 FILLER          PIC X.
             05 ANN-STATUS      PIC X(6).
             05 FILLER          PIC X.
             05 ANN-PAID-DATE   PIC X(8).
             05 FILLER          PIC X.
             05 ANN-WITHHOLDING.
               10 ANN-TAX       PIC 9(7).
               10 FILLER        PIC X.
               10 ANN-NET       PIC 9(7).

      * Instalment 00 is a lump-sum claim.
           FD BANK-PAID-FILE.
           01 BANK-PAID-RECORD.
             05 BPD-PLAYER-ID   PIC X(10).
             05 FILLER          PIC X.
             05 BPD-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 BPD-SERIAL      PIC X(7).
             05 FILLER          PIC X.
             05 BPD-INSTALMENT  PIC 9(2).
             05 FILLER          PIC X.
             05 BPD-AMOUNT      PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-TAX         PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-NET         PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-PAID-DATE   PIC X(8).

           FD THRESHOLD-PARAM-FILE.
           01 THRESHOLD-PARAM-RECORD.
             05 PARM-THRESHOLD PIC 9(7).
           77 WS-INSTRUCTION-STATUS PIC XX.
           77 WS-CONFIRM-STATUS     PIC XX.
           77 WS-THRESHOLD-STATUS   PIC XX.
           77 WS-ANNUITY-STATUS     PIC XX.
           77 WS-BANK-PAID-STATUS   PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Bank confirmations read by the return run, for the lineage
      * register.
           77 WS-READ-CONFIRM PIC 9(8) VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).

           78 WS-MAX-CLAIMS VALUE 200.
           01 WS-CLAIM-TABLE.
             05 WS-CLM-LINE PIC X(91) OCCURS 200 TIMES.
           77 WS-CLM-USED  PIC 9(3) VALUE ZERO.
           77 WS-CLM-I     PIC 9(3).

           78 WS-MAX-INSTALMENTS VALUE 500.
           01 WS-INSTALMENT-TABLE.
             05 WS-ANN-LINE PIC X(82) OCCURS 500 TIMES.
           77 WS-ANN-USED  PIC 9(3) VALUE ZERO.
           77 WS-ANN-I     PIC 9(3).
           77 WS-ANN-COUNT PIC 9(6) VALUE ZERO.
           77 WS-ANN-J     PIC 9(3).
           77 WS-PRIZE-GROSS PIC 9(9).
           01 WS-HOLD-INSTALMENT.
             05 WS-HOLD-PLAYER-ID PIC X(10).
             05 FILLER            PIC X.
             05 WS-HOLD-DRAW-DATE PIC 9(8).
             05 FILLER            PIC X.
             05 WS-HOLD-SERIAL    PIC X(7).
             05 FILLER            PIC X(55).

           77 WS-PAY-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-PAY-TOTAL    PIC 9(9) VALUE ZERO.
           77 WS-PAID-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-REOPEN-COUNT PIC 9(6) VALUE ZERO.
           77 WS-TAX-GROSS    PIC 9(7).
           77 WS-TAX-AMOUNT   PIC 9(7).
           77 WS-NET-AMOUNT   PIC 9(7).
           77 WS-MATCHED      PIC X.
             88 CONFIRM-MATCHED VALUE "Y".

           END-IF.
           PERFORM LOAD-THRESHOLD.
           PERFORM LOAD-LEDGER.
           PERFORM LOAD-ANNUITY.
           DISPLAY "R) Payment run (write instructions)  "
             "P) Process bank confirmations: ".
           ACCEPT WS-CHOICE.
           END-PERFORM.
           CLOSE LEDGER-FILE.

           LOAD-ANNUITY SECTION.
           MOVE ZERO TO WS-ANN-USED.
           OPEN INPUT ANNUITY-FILE.
           IF WS-ANNUITY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ANNUITY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-ANN-USED >= WS-MAX-INSTALMENTS
                   DISPLAY "ERROR: the annuity schedule exceeds the "
                     WS-MAX-INSTALMENTS "-row buffer - bank desk "
                     "closed before the rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE ANNUITY-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-ANN-USED
                 MOVE ANNUITY-RECORD TO WS-ANN-LINE(WS-ANN-USED)
             END-READ
           END-PERFORM.
           CLOSE ANNUITY-FILE.

      * OPEN claims at or over the threshold leave as instructions
      * and wait PENDNG - neither payable at the counter nor
      * payable twice while the bank has them. The bank is told to
      * pay the net after PRIZE-TAX's withholding; the row carries
      * both from the moment it is held.
           PAYMENT-RUN SECTION.
           OPEN OUTPUT INSTRUCTION-FILE.
           IF WS-INSTRUCTION-STATUS NOT = "00"
               PERFORM WRITE-ONE-INSTRUCTION
             END-IF
           END-PERFORM.
      * Annuity instalments fall due whatever their size.
           PERFORM VARYING WS-ANN-I FROM 1 BY 1
               UNTIL WS-ANN-I > WS-ANN-USED
             MOVE WS-ANN-LINE(WS-ANN-I) TO ANNUITY-RECORD
             IF ANN-STATUS = "DUE"
                 AND ANN-DUE-DATE NOT > W-DATE OF W-BATCH
               PERFORM WRITE-ONE-INSTALMENT
             END-IF
           END-PERFORM.
           MOVE SPACES TO BANK-TRAILER-VIEW.
           MOVE "BT" TO BANK-TRAILER-VIEW(1:2).
           MOVE WS-PAY-COUNT TO BT-COUNT.
           WRITE INSTRUCTION-RECORD.
           CLOSE INSTRUCTION-FILE.
           PERFORM REWRITE-LEDGER.
           IF WS-ANN-COUNT > ZERO
             PERFORM REWRITE-ANNUITY
           END-IF.
           PERFORM POST-RUN-LINEAGE.
           MOVE "B" TO WS-ACT-ACTION.
           MOVE "INSTRUCT" TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
           DISPLAY "Instruction file written: " WS-PAY-COUNT
             " payment(s) totalling " WS-PAY-TOTAL
             ", claims held PENDNG.".
           IF WS-ANN-COUNT > ZERO
             DISPLAY "  of which " WS-ANN-COUNT
               " annuity instalment(s)."
           END-IF.

           WRITE-ONE-INSTRUCTION SECTION.
           MOVE SPACES TO BANK-PAYMENT-VIEW.
           MOVE "BP" TO BANK-PAYMENT-VIEW(1:2).
           MOVE LGR-PLAYER-ID TO BP-PLAYER.
           MOVE LGR-DRAW-DATE TO BP-DRAW-DATE.
           MOVE LGR-AMOUNT TO WS-TAX-GROSS.
           CALL "PRIZE-TAX" USING WS-TAX-GROSS WS-TAX-AMOUNT
             WS-NET-AMOUNT.
           MOVE WS-TAX-AMOUNT TO LGR-TAX.
           MOVE WS-NET-AMOUNT TO LGR-NET.
           MOVE WS-NET-AMOUNT TO BP-AMOUNT.
           MOVE BANK-PAYMENT-VIEW TO INSTRUCTION-RECORD.
           WRITE INSTRUCTION-RECORD.
           ADD 1 TO WS-PAY-COUNT.
           ADD WS-NET-AMOUNT TO WS-PAY-TOTAL.
           MOVE "PENDNG" TO LGR-STATUS.
           MOVE WS-OPERATOR-ID TO LGR-OPERATOR.
           MOVE LEDGER-RECORD TO WS-CLM-LINE(WS-CLM-I).

      * An instalment goes to the bank as a BP record like any
      * claim, keyed by the winner and the draw. Its withholding was
      * decided on the whole prize when the annuity was set up and
      * rides on the row; a schedule set up before that carried it
      * has it decided here the same way.
           WRITE-ONE-INSTALMENT SECTION.
           MOVE SPACES TO BANK-PAYMENT-VIEW.
           MOVE "BP" TO BANK-PAYMENT-VIEW(1:2).
           MOVE ANN-PLAYER-ID TO BP-PLAYER.
           MOVE ANN-DRAW-DATE TO BP-DRAW-DATE.
           IF ANN-TAX NOT NUMERIC OR ANN-NET NOT NUMERIC
             PERFORM DECIDE-INSTALMENT-TAX
           END-IF.
           MOVE ANN-NET TO WS-NET-AMOUNT.
           MOVE WS-NET-AMOUNT TO BP-AMOUNT.
           MOVE BANK-PAYMENT-VIEW TO INSTRUCTION-RECORD.
           WRITE INSTRUCTION-RECORD.
           ADD 1 TO WS-PAY-COUNT.
           ADD 1 TO WS-ANN-COUNT.
           ADD WS-NET-AMOUNT TO WS-PAY-TOTAL.
           MOVE "PENDNG" TO ANN-STATUS.
           MOVE ANNUITY-RECORD TO WS-ANN-LINE(WS-ANN-I).

      * The whole prize is the sum of the claim's instalments; the
      * instalment is taxed at the rate PRIZE-TAX applies to it.
           DECIDE-INSTALMENT-TAX SECTION.
           MOVE ANNUITY-RECORD TO WS-HOLD-INSTALMENT.
           MOVE ZERO TO WS-PRIZE-GROSS.
           PERFORM VARYING WS-ANN-J FROM 1 BY 1
               UNTIL WS-ANN-J > WS-ANN-USED
             MOVE WS-ANN-LINE(WS-ANN-J) TO ANNUITY-RECORD
             IF ANN-PLAYER-ID = WS-HOLD-PLAYER-ID
                 AND ANN-DRAW-DATE = WS-HOLD-DRAW-DATE
                 AND ANN-SERIAL = WS-HOLD-SERIAL
                 AND ANN-AMOUNT NUMERIC
               ADD ANN-AMOUNT TO WS-PRIZE-GROSS
             END-IF
           END-PERFORM.
           MOVE WS-HOLD-INSTALMENT TO ANNUITY-RECORD.
           MOVE WS-PRIZE-GROSS TO WS-TAX-GROSS.
           CALL "PRIZE-TAX" USING WS-TAX-GROSS WS-TAX-AMOUNT
             WS-NET-AMOUNT.
           MOVE ZERO TO ANN-TAX.
           IF WS-TAX-AMOUNT > ZERO
             COMPUTE ANN-TAX ROUNDED =
               ANN-AMOUNT * WS-TAX-AMOUNT / WS-TAX-GROSS
           END-IF.
           COMPUTE ANN-NET = ANN-AMOUNT - ANN-TAX.

           PROCESS-CONFIRMATIONS SECTION.
           OPEN INPUT CONFIRM-FILE.
           IF WS-CONFIRM-STATUS NOT = "00"
               WS-CONFIRM-STATUS ")."
             EXIT SECTION
           END-IF.
           OPEN EXTEND BANK-PAID-FILE.
           IF WS-BANK-PAID-STATUS = "35"
             OPEN OUTPUT BANK-PAID-FILE
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CONFIRM-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CONFIRM
                 PERFORM APPLY-ONE-CONFIRMATION
             END-READ
           END-PERFORM.
           CLOSE CONFIRM-FILE.
           CLOSE BANK-PAID-FILE.
           PERFORM REWRITE-LEDGER.
           IF WS-ANN-USED > ZERO
             PERFORM REWRITE-ANNUITY
           END-IF.
           PERFORM POST-CONFIRM-LINEAGE.
           MOVE "B" TO WS-ACT-ACTION.
           MOVE "CONFIRM" TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
                 MOVE "PAID  " TO LGR-STATUS
                 MOVE W-DATE OF W-BATCH TO LGR-PAID-DATE
                 ADD 1 TO WS-PAID-COUNT
                 MOVE SPACES TO BANK-PAID-RECORD
                 MOVE LGR-PLAYER-ID TO BPD-PLAYER-ID
                 MOVE LGR-DRAW-DATE TO BPD-DRAW-DATE
                 MOVE LGR-SERIAL TO BPD-SERIAL
                 MOVE ZERO TO BPD-INSTALMENT
                 MOVE LGR-AMOUNT TO BPD-AMOUNT
                 MOVE LGR-TAX TO BPD-TAX
                 MOVE LGR-NET TO BPD-NET
                 PERFORM WRITE-BANK-PAID
               ELSE
                 MOVE "OPEN  " TO LGR-STATUS
      * Back to OPEN it is unpaid again, and so untaxed - whichever
      * desk pays it next works the withholding out afresh.
                 MOVE SPACES TO LEDGER-RECORD(63:16)
                 ADD 1 TO WS-REOPEN-COUNT
                 DISPLAY "Bank refused " CNF-PLAYER " draw "
                   CNF-DRAW-DATE " reason " CNF-REASON
               MOVE LEDGER-RECORD TO WS-CLM-LINE(WS-CLM-I)
             END-IF
           END-PERFORM.
           IF NOT CONFIRM-MATCHED
             PERFORM APPLY-INSTALMENT-CONFIRMATION
           END-IF.
           IF NOT CONFIRM-MATCHED
             DISPLAY "Confirmation for " CNF-PLAYER " draw "
               CNF-DRAW-DATE " matches no PENDNG claim."
           END-IF.

      * A confirmation no lump-sum claim is waiting on settles the
      * winner's oldest instalment with the bank. Refused, it is due
      * again, keeping its withholding, for the next payment run to
      * retry.
           APPLY-INSTALMENT-CONFIRMATION SECTION.
           PERFORM VARYING WS-ANN-I FROM 1 BY 1
               UNTIL WS-ANN-I > WS-ANN-USED OR CONFIRM-MATCHED
             MOVE WS-ANN-LINE(WS-ANN-I) TO ANNUITY-RECORD
             IF ANN-PLAYER-ID = CNF-PLAYER
                 AND ANN-DRAW-DATE = CNF-DRAW-DATE
                 AND ANN-STATUS = "PENDNG"
               SET CONFIRM-MATCHED TO TRUE
               IF CNF-VERDICT = "A"
                 MOVE "PAID" TO ANN-STATUS
                 MOVE W-DATE OF W-BATCH TO ANN-PAID-DATE
                 ADD 1 TO WS-PAID-COUNT
                 MOVE SPACES TO BANK-PAID-RECORD
                 MOVE ANN-PLAYER-ID TO BPD-PLAYER-ID
                 MOVE ANN-DRAW-DATE TO BPD-DRAW-DATE
                 MOVE ANN-SERIAL TO BPD-SERIAL
                 MOVE ANN-INSTALMENT TO BPD-INSTALMENT
                 MOVE ANN-AMOUNT TO BPD-AMOUNT
                 MOVE ANN-TAX TO BPD-TAX
                 MOVE ANN-NET TO BPD-NET
                 PERFORM WRITE-BANK-PAID
               ELSE
                 MOVE "DUE" TO ANN-STATUS
                 ADD 1 TO WS-REOPEN-COUNT
                 DISPLAY "Bank refused " CNF-PLAYER " draw "
                   CNF-DRAW-DATE " instalment " ANN-INSTALMENT
                   " reason " CNF-REASON " - instalment due again"
               END-IF
               MOVE ANNUITY-RECORD TO WS-ANN-LINE(WS-ANN-I)
             END-IF
           END-PERFORM.

           WRITE-BANK-PAID SECTION.
           MOVE W-DATE OF W-BATCH TO BPD-PAID-DATE.
           IF WS-BANK-PAID-STATUS = "00"
             WRITE BANK-PAID-RECORD
           END-IF.

           REWRITE-ANNUITY SECTION.
           OPEN OUTPUT ANNUITY-FILE.
           PERFORM VARYING WS-ANN-I FROM 1 BY 1
               UNTIL WS-ANN-I > WS-ANN-USED
             MOVE WS-ANN-LINE(WS-ANN-I) TO ANNUITY-RECORD
             WRITE ANNUITY-RECORD
           END-PERFORM.
           CLOSE ANNUITY-FILE.

           REWRITE-LEDGER SECTION.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM VARYING WS-CLM-I FROM 1 BY 1
             WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE LEDGER-FILE.

      * The payment run builds the instruction file from the ledger
      * and the annuity schedule, and rewrites the rows it held.
           POST-RUN-LINEAGE SECTION.
           PERFORM POST-INPUT-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../bank_instructions.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-PAY-COUNT + 2.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-CLM-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-ANN-COUNT > ZERO
             MOVE "../lottery_annuity.dat" TO W-LIN-FILE
             MOVE WS-ANN-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

      * The return run settles the held rows from the bank's
      * confirmations and appends the payments it confirmed.
           POST-CONFIRM-LINEAGE SECTION.
           PERFORM POST-INPUT-LINEAGE.
           MOVE "../bank_confirm.dat" TO W-LIN-FILE.
           MOVE WS-READ-CONFIRM TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-CLM-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-ANN-USED > ZERO
             MOVE "../lottery_annuity.dat" TO W-LIN-FILE
             MOVE WS-ANN-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "../bank_paid.dat" TO W-LIN-FILE.
           MOVE WS-PAID-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * Both runs start from the ledger and the annuity schedule as
      * loaded.
           POST-INPUT-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "LOTTERY-BANK-PAY" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-CLM-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_annuity.dat" TO W-LIN-FILE.
           MOVE WS-ANN-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
