      * "../lottery_games.dat" row, the same override the
      * settlement applies; the standing parm only prices the
      * primary game.
      * Revision: Maxfx 15/10/2026 - each run appends its figures (date,
      *   game, tickets, fund share, pot in, funded, worst case) to
      *   "../lottery_forecast.dat"; LOTTERY-RESULTS estimates the next
      *   jackpot from them.
      * Revision: Maxfx 15/10/2026 - advance-play tickets are counted in
      *   the draws lottery_advance.dat holds live for them, one draw's
      *   portion of the price each, instead of by sale date.
      * Revision: Maxfx 15/10/2026 - the forecast line appended each run
      *   is posted to the lineage register with the ticket,
      *   advance-play, rollover and game files it was drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-LIABILITY-FORECAST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MIN-PRIZE-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "../lottery_forecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FORECAST-STATUS.

      * Advance-play register: one line per draw an advance ticket
      * covers.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TICKET-FILE.
             05 FILLER       PIC X.
             05 GMM-DESC     PIC X(20).

      * One row per forecast run, kept for LOTTERY-RESULTS' next
      * jackpot estimate.
           FD FORECAST-FILE.
           01 FORECAST-RECORD.
             05 FCT-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 FCT-GAME       PIC X(4).
             05 FILLER         PIC X.
             05 FCT-TICKETS    PIC 9(7).
             05 FILLER         PIC X.
             05 FCT-FUND-SHARE PIC 9(9).
             05 FILLER         PIC X.
             05 FCT-POT-IN     PIC 9(9).
             05 FILLER         PIC X.
             05 FCT-FUNDED     PIC 9(9).
             05 FILLER         PIC X.
             05 FCT-WORST-CASE PIC 9(10).

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

       WORKING-STORAGE SECTION.
           77 WS-TICKET-STATUS    PIC XX.
           77 WS-ROLLOVER-STATUS  PIC XX.
           77 WS-PRICE-STATUS     PIC XX.
           77 WS-MIN-PRIZE-STATUS PIC XX.
           77 WS-FORECAST-STATUS  PIC XX.
           77 WS-ADVANCE-STATUS   PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from the draw's inputs, for the lineage
      * register.
           01 WS-READ-COUNTS.
             05 WS-READ-GAMES    PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS  PIC 9(8) VALUE ZERO.
             05 WS-READ-ADVANCE  PIC 9(8) VALUE ZERO.

           77 WS-PROGRAM-NAME PIC X(30)
             VALUE "LOTTERY-LIABILITY-FORECAST".
           77 WS-TOP-COMBO  PIC X(24).
           77 WS-TOP-COUNT  PIC 9(4) VALUE ZERO.

      * Advance-play serials live for today's draw of this game.
           78 WS-MAX-COVERED VALUE 1000.
           01 WS-COVER-TABLE.
             05 WS-COVER-SERIAL PIC X(7) OCCURS 1000 TIMES.
           77 WS-COVER-USED  PIC 9(4) VALUE ZERO.
           77 WS-COVER-I     PIC 9(4).
           77 WS-TKT-ADVANCE PIC X.
             88 ADVANCE-TICKET VALUE "Y".
           77 WS-TKT-COVERED PIC X.
             88 TICKET-COVERED VALUE "Y".

           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           COMPUTE WS-WORST-CASE = WS-MAX-UNITS * WS-MIN-PRIZE.
           PERFORM FIND-TOP-COMBO.
           PERFORM PRINT-FORECAST.
           PERFORM RECORD-FORECAST.
           IF WS-WORST-CASE > WS-FUNDED
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
           END-IF.
           GOBACK.

      * The figures stay on file: the results bulletin estimates the
      * next jackpot from the pot carried plus the fund share the
      * latest forecast saw.
           RECORD-FORECAST SECTION.
           OPEN EXTEND FORECAST-FILE.
           IF WS-FORECAST-STATUS = "35"
             OPEN OUTPUT FORECAST-FILE
           END-IF.
           MOVE SPACES TO FORECAST-RECORD.
           MOVE W-DATE OF W-BATCH TO FCT-DATE.
           MOVE WS-GAME-CODE TO FCT-GAME.
           MOVE WS-TICKET-COUNT TO FCT-TICKETS.
           MOVE WS-FUND-SHARE TO FCT-FUND-SHARE.
           MOVE WS-POT-IN TO FCT-POT-IN.
           MOVE WS-FUNDED TO FCT-FUNDED.
           MOVE WS-WORST-CASE TO FCT-WORST-CASE.
           WRITE FORECAST-RECORD.
           CLOSE FORECAST-FILE.
           PERFORM POST-LINEAGE.

      * The forecast line is drawn from the day's tickets, their
      * advance-play cover, the pot carried and the game's row.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_advance.dat" TO W-LIN-FILE.
           MOVE WS-READ-ADVANCE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-READ-ROLLOVER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../lottery_forecast.dat" TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           LOAD-PRICE-PARAM SECTION.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WS-PRICE-STATUS = "00"
               AT END
                 SET GAME-EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-GAMES
                 IF GMM-CODE = WS-GAME-CODE
                   IF GMM-PRICE NUMERIC AND GMM-PRICE NOT = ZERO
                     MOVE GMM-PRICE TO WS-TICKET-PRICE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ROLLOVER
                 IF ROLLOVER-LEGACY-RECORD NUMERIC
                   IF WS-GAME-CODE = SPACES
                     ADD ROLLOVER-LEGACY-RECORD TO WS-POT-IN
           CLOSE ROLLOVER-FILE.

           TALLY-TODAYS-TICKETS SECTION.
           PERFORM LOAD-ADVANCE-COVER.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             DISPLAY "No ticket file on disk (status "
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-TICKETS
                 PERFORM JUDGE-ONE-TICKET
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

      * Today's live tickets of this game only: dated today, not
      * voided. An advance-play ticket is in play when it covers
      * today's draw, whenever it was sold, and then counts one
      * draw's portion of its price. The tier ceiling is the
      * settlement's own rule.
           JUDGE-ONE-TICKET SECTION.
           IF TICKET-LINE(60:1) = "V"
             EXIT SECTION
             MOVE SPACES TO WS-TKT-COMBO
             MOVE TICKET-LINE(12:3) TO WS-TKT-COMBO(1:3)
           END-IF.
           MOVE "N" TO WS-TKT-ADVANCE.
           IF TICKET-LINE(1:2) = "T2" AND TICKET-LINE(93:2) NUMERIC
               AND TICKET-LINE(93:2) > "01"
             SET ADVANCE-TICKET TO TRUE
             PERFORM CHECK-ADVANCE-COVER
             IF NOT TICKET-COVERED
               EXIT SECTION
             END-IF
           END-IF.
           IF WS-TKT-DATE NOT = W-DATE OF W-BATCH
               AND NOT ADVANCE-TICKET
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-TICKET-COUNT.
           ADD WS-TKT-UNITS TO WS-MAX-UNITS.
           PERFORM TALLY-COMBO.

           LOAD-ADVANCE-COVER SECTION.
           MOVE ZERO TO WS-COVER-USED.
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
                 IF ADV-DRAW-DATE = W-DATE OF W-BATCH
                     AND ADV-GAME = WS-GAME-CODE
                     AND ADV-STATE = SPACE
                     AND WS-COVER-USED < WS-MAX-COVERED
                   ADD 1 TO WS-COVER-USED
                   MOVE ADV-SERIAL TO WS-COVER-SERIAL(WS-COVER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ADVANCE-FILE.

           CHECK-ADVANCE-COVER SECTION.
           MOVE "N" TO WS-TKT-COVERED.
           PERFORM VARYING WS-COVER-I FROM 1 BY 1
               UNTIL WS-COVER-I > WS-COVER-USED OR TICKET-COVERED
             IF WS-COVER-SERIAL(WS-COVER-I) = TICKET-LINE(80:7)
               SET TICKET-COVERED TO TRUE
             END-IF
           END-PERFORM.

           TALLY-COMBO SECTION.
           MOVE ZERO TO WS-CMB-HIT.
           PERFORM VARYING WS-CMB-I FROM 1 BY 1
