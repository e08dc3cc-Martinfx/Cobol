      *      - LOTTERY-CLAIMS pays it at the counter. A card that
      *      has already won is marked "W" in bingo_cards.dat and a
      *      re-claim is refused, so one card files one claim.
      * Revision: Maxfx 15/10/2026 - responsible gambling: a card
      *   sale asks PLAYER-LIMIT-CHECK first; a self-excluded player,
      *   or cards that would take the player past their weekly
      *   spend cap, are refused and the refusal logged.
      * Revision: Maxfx 15/10/2026 - ticket serials: each card sold
      *   takes a serial and validation code from TICKET-SERIAL-ISSUE
      *   (card columns 74 and 82, shown at the sale); a filed win
      *   carries both into the ledger's serial (column 80) and
      *   validation (column 88) columns for LOTTERY-CLAIMS.
      * Revision: Maxfx 15/10/2026 - loyalty points: each card sold
      *   earns the player points at the BNGO rate through
      *   LOYALTY-POINTS, posted against the card's serial.
      * Revision: Maxfx 15/10/2026 - a card that wins is marked "L" for
      *   a LINE or "H" for the FULL HOUSE instead of "W", so
      *   BINGO-NIGHT-ACCOUNTS can total the two kinds of prize; any
      *   state but "O" still refuses a re-claim.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINGO-NIGHT.
       DATA DIVISION.
       FILE SECTION.
      * One line per card: number, owner, sale date, the fifteen
      * numbers in three rows of five, a claim state, and the card's
      * ticket serial and validation code (blank on older cards).
           FD CARD-FILE.
           01 CARD-RECORD.
             05 BCD-CARD-NO   PIC 9(5).
                 15 BCD-NUM     PIC 99.
             05 FILLER        PIC X.
             05 BCD-STATE     PIC X.
             05 FILLER        PIC X.
             05 BCD-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 BCD-VALIDATION PIC X(4).

      * One sealed line per call: date, call sequence of the night,
      * the number, and the chain fields.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(22).
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

       WORKING-STORAGE SECTION.
           77 WS-CARD-STATUS   PIC XX.
           77 WS-NUM-J        PIC 99.
           77 WS-CANDIDATE    PIC 99.
           77 WS-NUM-DUP      PIC X.
           77 WS-CARD-SERIAL  PIC 9(7).
           77 WS-CARD-VALIDATION PIC 9(4).
           77 WS-SERIAL-OK    PIC X.
             88 SERIAL-ISSUED VALUE "Y".

      * Caller state: the numbers already called tonight, so the
      * draw is without replacement across the whole night.
      * win can flip the card's state in place.
           78 WS-MAX-CARDS VALUE 500.
           01 WS-CARD-TABLE.
             05 WS-CRD-LINE PIC X(90) OCCURS 500 TIMES.
           77 WS-CARD-USED  PIC 9(3) VALUE ZERO.
           77 WS-CRD-I      PIC 9(3).
           77 WS-CLAIM-HIT  PIC 9(3) VALUE ZERO.
           77 WS-PRIZE        PIC 9(7).
           77 WS-WIN-KIND     PIC X(10).

      * Self-exclusion and weekly spend cap, per card sale.
           77 WS-LIMIT-GAME     PIC X(4) VALUE "BNGO".
           77 WS-LIMIT-VERDICT  PIC X.
             88 LIMIT-ALLOWED   VALUE "A".
             88 LIMIT-EXCLUDED  VALUE "E".
           77 WS-WEEK-SPEND     PIC 9(7).
           77 WS-WEEK-CAP       PIC 9(7).

      * Loyalty points, earned card by card at the BNGO rate.
           77 WS-LOY-FUNCTION   PIC X VALUE "E".
           77 WS-LOY-QUANTITY   PIC 9(3) VALUE 1.
           77 WS-LOY-POINTS     PIC 9(5).
           77 WS-LOY-BALANCE    PIC 9(7).
           77 WS-LOY-COST       PIC 9(5).
           77 WS-LOY-RESULT     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CLOSE CALL-FILE.

           SELL-CARDS SECTION.
           MOVE ZERO TO WS-LOY-BALANCE.
           DISPLAY "Player id: ".
           ACCEPT WS-CARD-PLAYER.
           PERFORM CHECK-PLAYER-REGISTERED.
           END-IF.
           DISPLAY "How many cards: ".
           ACCEPT WS-CARDS-WANTED.
           CALL "PLAYER-LIMIT-CHECK" USING WS-CARD-PLAYER
             WS-LIMIT-GAME WS-CARDS-WANTED W-DATE OF W-BATCH
             WS-LIMIT-VERDICT WS-WEEK-SPEND WS-WEEK-CAP.
           IF NOT LIMIT-ALLOWED
             IF LIMIT-EXCLUDED
               DISPLAY "Player " WS-CARD-PLAYER " is self-excluded "
                 "- no cards sold."
             ELSE
               DISPLAY "Player " WS-CARD-PLAYER " would spend "
                 WS-WEEK-SPEND " this week against a cap of "
                 WS-WEEK-CAP " - no cards sold."
             END-IF
             MOVE "X" TO WS-ACT-ACTION
             MOVE WS-CARD-PLAYER TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           OPEN EXTEND CARD-FILE.
           IF WS-CARD-STATUS = "35"
             OPEN OUTPUT CARD-FILE
           END-IF.
           PERFORM VARYING WS-CARD-I FROM 1 BY 1
               UNTIL WS-CARD-I > WS-CARDS-WANTED
             CALL "TICKET-SERIAL-ISSUE" USING WS-CARD-SERIAL
               WS-CARD-VALIDATION WS-SERIAL-OK
             IF NOT SERIAL-ISSUED
               DISPLAY "No ticket serial could be issued - card "
                 WS-CARD-I " and any after it not sold."
               EXIT PERFORM
             END-IF
             PERFORM BUILD-ONE-CARD
             WRITE CARD-RECORD
             DISPLAY "Card " BCD-CARD-NO " sold: " BCD-NUMBERS
             DISPLAY "  serial " BCD-SERIAL " validation code "
               BCD-VALIDATION
             CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION
               WS-CARD-PLAYER WS-LIMIT-GAME WS-LOY-QUANTITY
               W-DATE OF W-BATCH BCD-SERIAL WS-OPERATOR-ID
               WS-LOY-POINTS WS-LOY-BALANCE WS-LOY-COST
               WS-LOY-RESULT
           END-PERFORM.
           IF WS-LOY-BALANCE > ZERO
             DISPLAY "Loyalty points balance: " WS-LOY-BALANCE
           END-IF.
           CLOSE CARD-FILE.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE WS-CARD-PLAYER TO WS-ACT-KEY.
             MOVE WS-CARD-NUM(WS-NUM-I) TO BCD-NUM(WS-NUM-I)
           END-PERFORM.
           MOVE "O" TO BCD-STATE.
           MOVE WS-CARD-SERIAL TO BCD-SERIAL.
           MOVE WS-CARD-VALIDATION TO BCD-VALIDATION.

      * One number per prompt, never repeated across the night;
      * every call lands sealed on the trail before it is shouted.
             DISPLAY "Card " WS-CLAIM-CARD " is not on file."
             EXIT SECTION
           END-IF.
      * One card, one claim - any state but "O" (open) is the
      * double-pay stop.
           IF BCD-STATE NOT = "O"
             DISPLAY "Card " WS-CLAIM-CARD " has already won and "
               "filed its claim - re-claim refused."
      * "BNGO" keeps the night's wins out of the lottery's
      * settled-draw checks and reversals for the same date.
           MOVE "BNGO" TO LGR-GAME.
      * The claims desk pays the row against the card's serial and
      * validation code.
           MOVE BCD-SERIAL TO LGR-SERIAL.
           MOVE BCD-VALIDATION TO LGR-VALIDATION.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.
           MOVE "B" TO WS-ACT-ACTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * The state keeps the kind of win - "L" a LINE, "H" the FULL
      * HOUSE - for the night's accounts.
           MARK-CARD-WON SECTION.
           IF WS-WIN-KIND = "LINE"
             MOVE "L" TO BCD-STATE
           ELSE
             MOVE "H" TO BCD-STATE
           END-IF.
           MOVE CARD-RECORD TO WS-CRD-LINE(WS-CLAIM-HIT).
           OPEN OUTPUT CARD-FILE.
           PERFORM VARYING WS-CRD-I FROM 1 BY 1
