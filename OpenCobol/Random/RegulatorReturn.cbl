      * pot carried must balance to the penny, and when it does not
      * a discrepancy section names the difference - a pot carried
      * in from before the month shows there rather than silently.
      * Revision: Maxfx 15/10/2026 - scratch-card wins (game SCRT) are
      *   left out of the draw prizes awarded and claimed.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket is revenue
      *   at the game price times its draws in column 93, less any draw
      *   portion a draw void refunded on lottery_advance.dat.
      * Revision: Maxfx 15/10/2026 - the return is recorded in the
      *   lineage register through LINEAGE-POST, with the records read
      *   from each input, before the cross-foot sets the return code.
      * Revision: Maxfx 15/10/2026 - second-chance draw records (game
      *   SCND) are not counted as draws held.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULATOR-RETURN.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GAME-STATUS.

      * Advance-play register: one line per draw an advance ticket
      * covers, "R" where a draw void refunded that draw's portion.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

           SELECT RETURN-FILE ASSIGN TO "../regulator_return.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RETURN-STATUS.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X(51).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(34).

           FD ROLLOVER-FILE.
           01 ROLLOVER-RECORD.
             05 FILLER       PIC X.
             05 GMM-DESC     PIC X(20).

           FD ADVANCE-FILE.
           01 ADVANCE-RECORD.
             05 ADV-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 ADV-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 ADV-DRAW-NO   PIC 99.
             05 FILLER        PIC X.
             05 ADV-DRAWS     PIC 99.
             05 FILLER        PIC X.
             05 ADV-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 ADV-PLAYER    PIC X(10).
             05 FILLER        PIC X.
             05 ADV-STATE     PIC X.

           FD RETURN-FILE.
           01 RETURN-RECORD.
             05 RTN-LINE-CODE PIC X(4).
           77 WS-PRICE-STATUS    PIC XX.
           77 WS-GAME-STATUS     PIC XX.
           77 WS-RETURN-STATUS   PIC XX.
           77 WS-ADVANCE-STATUS  PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-TKT-GAME   PIC X(4).
           77 WS-TKT-DATE   PIC X(8).
           77 WS-TKT-PRICE  PIC 9(4).
           77 WS-TKT-DRAWS  PIC 99.

      * One entry per advance-play draw portion refunded by a draw
      * void; the ticket's revenue is its draws less these.
           78 WS-MAX-PORTIONS VALUE 1000.
           01 WS-PORTION-TABLE.
             05 WS-PTN-SERIAL PIC X(7) OCCURS 1000 TIMES.
           77 WS-PORTION-USED PIC 9(4) VALUE ZERO.
           77 WS-PTN-I        PIC 9(4).

           77 WS-DRAW-COUNT    PIC 9(6) VALUE ZERO.

           77 WS-POT-CARRIED   PIC 9(12) VALUE ZERO.
           77 WS-DISCREPANCY   PIC S9(12) VALUE ZERO.
           77 WS-ABS-DISC      PIC 9(12).
           77 WS-RETURN-LINES  PIC 9(2) VALUE ZERO.

           COPY "Lineage.cpy".

      * Records read from each input, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-AUDIT    PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS  PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER   PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.
             05 WS-READ-PRICE    PIC 9(8) VALUE ZERO.
             05 WS-READ-GAMES    PIC 9(8) VALUE ZERO.
             05 WS-READ-ADVANCE  PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           COMPUTE WS-DISCREPANCY = WS-FUND-SHARE
             - WS-PRIZES-AWARDED - WS-POT-CARRIED.
           PERFORM WRITE-RETURN-FILE.
           PERFORM POST-LINEAGE.
           PERFORM PRINT-RETURN-SUMMARY.
           GOBACK.

             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 ADD 1 TO WS-READ-PRICE
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-BASE-PRICE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-GAMES
                 IF GMM-CODE NOT = SPACES
                     AND WS-GAME-USED < WS-MAX-GAMES
                   ADD 1 TO WS-GAME-USED
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-AUDIT
      * A second-chance draw picks entries, not a draw held.
                 IF AUDIT-RECORD(1:6) = WS-RETURN-MONTH
                     AND AUD-GAME-CODE NOT = "SCND"
                     AND WS-MDRAW-USED < WS-MAX-MONTH-DRAWS
                   ADD 1 TO WS-MDRAW-USED
                   MOVE AUD-DRAW-DATE
      * went back to the player, so it is neither a sale nor
      * revenue in the month's figures.
           TOTAL-MONTH-TICKETS SECTION.
           PERFORM LOAD-REFUNDED-PORTIONS.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             EXIT SECTION
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-TICKETS
                 PERFORM JUDGE-ONE-TICKET
             END-READ
           END-PERFORM.
               MOVE WS-GAM-PRICE(WS-GAM-I) TO WS-TKT-PRICE
             END-IF
           END-PERFORM.
      * An advance-play ticket is revenue for every draw it was
      * bought for, less any draw refunded by a void.
           MOVE 1 TO WS-TKT-DRAWS.
           IF TICKET-LINE(1:2) = "T2" AND TICKET-LINE(93:2) NUMERIC
               AND TICKET-LINE(93:2) > "01"
             MOVE TICKET-LINE(93:2) TO WS-TKT-DRAWS
             PERFORM VARYING WS-PTN-I FROM 1 BY 1
                 UNTIL WS-PTN-I > WS-PORTION-USED
               IF WS-PTN-SERIAL(WS-PTN-I) = TICKET-LINE(80:7)
                   AND WS-TKT-DRAWS > ZERO
                 SUBTRACT 1 FROM WS-TKT-DRAWS
               END-IF
             END-PERFORM
           END-IF.
           COMPUTE WS-REVENUE = WS-REVENUE
             + WS-TKT-PRICE * WS-TKT-DRAWS.

           LOAD-REFUNDED-PORTIONS SECTION.
           MOVE ZERO TO WS-PORTION-USED.
           OPEN INPUT ADVANCE-FILE.
           IF WS-ADVANCE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ADVANCE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ADVANCE
                 IF ADV-STATE = "R"
                     AND WS-PORTION-USED < WS-MAX-PORTIONS
                   ADD 1 TO WS-PORTION-USED
                   MOVE ADV-SERIAL TO WS-PTN-SERIAL(WS-PORTION-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ADVANCE-FILE.

           TOTAL-MONTH-PRIZES SECTION.
           OPEN INPUT LEDGER-FILE.
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-LEDGER
      * A reversed row's money came back when its draw was voided -
      * it was never awarded as far as the month is concerned.
      * Scratch-card wins are paid from the cards' own prize file,
      * not the draw prize fund, and stay off the draw return.
                 IF LGR-DRAW-DATE(1:6) = WS-RETURN-MONTH
                     AND LGR-STATUS NOT = "REVRSD"
                     AND LGR-GAME NOT = "SCRT"
                   ADD LGR-AMOUNT TO WS-PRIZES-AWARDED
                 END-IF
                 IF LGR-STATUS(1:4) = "PAID"
                     AND LGR-PAID-DATE(1:6) = WS-RETURN-MONTH
                     AND LGR-GAME NOT = "SCRT"
                   ADD LGR-AMOUNT TO WS-PRIZES-CLAIMED
                 END-IF
             END-READ
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ROLLOVER
                 IF ROLLOVER-LEGACY-RECORD NUMERIC
                   ADD ROLLOVER-LEGACY-RECORD TO WS-POT-CARRIED
                 ELSE

           WRITE-RETURN-LINE SECTION.
           WRITE RETURN-RECORD.
           ADD 1 TO WS-RETURN-LINES.

      * The return comes from the month's lottery files and the
      * price parm and game master that price its tickets.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "REGULATOR-RETURN" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_audit.dat" TO W-LIN-FILE.
           MOVE WS-READ-AUDIT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_advance.dat" TO W-LIN-FILE.
           MOVE WS-READ-ADVANCE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-READ-ROLLOVER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_price.parm" TO W-LIN-FILE.
           MOVE WS-READ-PRICE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../regulator_return.dat" TO W-LIN-FILE.
           MOVE WS-RETURN-LINES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           PRINT-RETURN-SUMMARY SECTION.
           DISPLAY "REGULATOR RETURN FOR " WS-RETURN-MONTH.
