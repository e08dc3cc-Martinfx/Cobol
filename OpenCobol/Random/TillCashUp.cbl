      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * At the end of a shift the counter cash was counted and put in
      * the bag with nothing in the system to check it against. This
      * cash-up takes the signed-on operator's shift - the date and
      * the start and end times - and works out what the till should
      * hold: the opening float, plus every ticket the operator sold
      * in the window (LOTTERY-TICKET-SALES stamps the selling
      * operator at column 71 of a T2 ticket), less every void and
      * draw-void refund they paid back (the VOID and RFND lines of
      * "../lottery_void.log" carry the operator at column 19), less
      * the cash prizes they marked PAID at the counter that day
      * (lottery_ledger.dat by LGR-OPERATOR; a bank-paid prize carries
      * no outlet and never passed through a till). It then takes
      * the counted cash, prints expected against counted with the
      * variance, keeps the cash-up on "../till_history.dat", and
      * raises a "W" alert through ALERT-SERVICE when the variance
      * is beyond the tolerance in "../till_tolerance.parm" (default
      * WS-DEFAULT-TOLERANCE). A supervisor may cash up another
      * operator's till - the clerk who went home sick still has a
      * drawer to count.
      * Revision: Maxfx 15/10/2026 - cash prizes count at the net handed
      *   over once tax is withheld.
      * Revision: Maxfx 15/10/2026 - free-play tickets ("F" in column
      *   92, paid for in loyalty points) take no cash and are left out
      *   of the shift's sales.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket counts its
      *   full price - the game price times the draws in column 93 - as
      *   a sale of the shift.
      * Revision: Maxfx 15/10/2026 - the cash-up and its till history
      *   line are posted to the lineage register with the ticket, void,
      *   ledger and game files they were drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TILL-CASH-UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT VOID-LOG-FILE ASSIGN TO "../lottery_void.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VOID-LOG-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT PRICE-PARAM-FILE ASSIGN TO "../lottery_price.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRICE-STATUS.

           SELECT GAME-MASTER-FILE ASSIGN TO "../lottery_games.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GAME-STATUS.

           SELECT TOLERANCE-PARAM-FILE
           ASSIGN TO "../till_tolerance.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TOLERANCE-STATUS.

           SELECT TILL-HISTORY-FILE ASSIGN TO "../till_history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

      * The void desk's line: who paid the money back, and when. The
      * ticket's game sits after the reason.
           FD VOID-LOG-FILE.
           01 VOID-LOG-RECORD.
             05 VLG-DATE      PIC X(8).
             05 FILLER        PIC X.
             05 VLG-TIME      PIC X(8).
             05 FILLER        PIC X.
             05 VLG-OPERATOR  PIC X(8).
             05 VLG-KIND      PIC X(6).
             05 FILLER        PIC X(79).
             05 VLG-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 VLG-GAME      PIC X(4).

           FD LEDGER-FILE.
           01 LEDGER-RECORD.
             05 LGR-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 LGR-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 LGR-AMOUNT    PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 LGR-PAID-DATE PIC X(8).
             05 FILLER        PIC X.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 LGR-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 LGR-TAX       PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-NET       PIC 9(7).
             05 FILLER        PIC X(13).

           FD PRICE-PARAM-FILE.
           01 PRICE-PARAM-RECORD.
             05 PARM-TICKET-PRICE PIC 9(4).

           FD GAME-MASTER-FILE.
           01 GAME-MASTER-RECORD.
             05 GMM-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 GMM-ACTIVE   PIC X.
             05 FILLER       PIC X.
             05 GMM-PICKS    PIC 9.
             05 FILLER       PIC X.
             05 GMM-RANGE    PIC 999.
             05 FILLER       PIC X.
             05 GMM-PRICE    PIC 9(4).
             05 FILLER       PIC X.
             05 GMM-FUND-PCT PIC 99.
             05 FILLER       PIC X.
             05 GMM-DESC     PIC X(20).

           FD TOLERANCE-PARAM-FILE.
           01 TOLERANCE-PARAM-RECORD.
             05 PARM-TOLERANCE PIC 9(5).

      * One line per cash-up: whose till, which window, what the
      * files said it should hold and what was counted. The flag is
      * "B" for a till within tolerance, "V" for one beyond it.
           FD TILL-HISTORY-FILE.
           01 TILL-HISTORY-RECORD.
             05 TLH-SHIFT-DATE  PIC X(8).
             05 FILLER          PIC X.
             05 TLH-SHIFT-START PIC X(6).
             05 FILLER          PIC X.
             05 TLH-SHIFT-END   PIC X(6).
             05 FILLER          PIC X.
             05 TLH-OPERATOR    PIC X(8).
             05 FILLER          PIC X.
             05 TLH-FLOAT       PIC 9(7).
             05 FILLER          PIC X.
             05 TLH-SALES       PIC 9(7).
             05 FILLER          PIC X.
             05 TLH-REFUNDS     PIC 9(7).
             05 FILLER          PIC X.
             05 TLH-PRIZES      PIC 9(7).
             05 FILLER          PIC X.
             05 TLH-EXPECTED    PIC -9(8).
             05 FILLER          PIC X.
             05 TLH-COUNTED     PIC 9(7).
             05 FILLER          PIC X.
             05 TLH-VARIANCE    PIC -9(8).
             05 FILLER          PIC X.
             05 TLH-FLAG        PIC X.
             05 FILLER          PIC X.
             05 TLH-CASHED-BY   PIC X(8).
             05 FILLER          PIC X.
             05 TLH-STAMP-TIME  PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-TICKET-STATUS    PIC XX.
           77 WS-VOID-LOG-STATUS  PIC XX.
           77 WS-LEDGER-STATUS    PIC XX.
           77 WS-PRICE-STATUS     PIC XX.
           77 WS-GAME-STATUS      PIC XX.
           77 WS-TOLERANCE-STATUS PIC XX.
           77 WS-HISTORY-STATUS   PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from each input, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-GAMES   PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS PIC 9(8) VALUE ZERO.
             05 WS-READ-VOIDS   PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER  PIC 9(8) VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY    VALUE "I".
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "TILL-CASH-UP".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "TILL-CASH-UP".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-DEFAULT-PRICE VALUE 5.
           77 WS-BASE-PRICE    PIC 9(4) VALUE WS-DEFAULT-PRICE.
           78 WS-DEFAULT-TOLERANCE VALUE 5.
           77 WS-TOLERANCE     PIC 9(5) VALUE WS-DEFAULT-TOLERANCE.

           78 WS-MAX-GAMES VALUE 20.
           01 WS-GAME-TABLE.
             05 WS-GAM-ENTRY OCCURS 20 TIMES.
               10 WS-GAM-CODE  PIC X(4).
               10 WS-GAM-PRICE PIC 9(4).
           77 WS-GAME-USED  PIC 99 VALUE ZERO.
           77 WS-GAM-I      PIC 99.
           77 WS-PRICE-GAME PIC X(4).
           77 WS-PRICE      PIC 9(4).
      * Draws an advance-play ticket was paid for (column 93).
           77 WS-TKT-DRAWS  PIC 99.

      * The till being counted and its shift window.
           77 WS-TILL-OPERATOR PIC X(8).
           77 WS-SHIFT-DATE    PIC X(8).
           77 WS-SHIFT-START   PIC X(6).
           77 WS-SHIFT-END     PIC X(6).
           77 WS-DATE-VALID    PIC X.
             88 DATE-IS-VALID  VALUE "Y".
           77 WS-IN-SHIFT      PIC X.
             88 IN-SHIFT       VALUE "Y".
           77 WS-CHECK-DATE    PIC X(8).
           77 WS-CHECK-TIME    PIC X(6).

           77 WS-FLOAT        PIC 9(7) VALUE ZERO.
           77 WS-COUNTED      PIC 9(7) VALUE ZERO.
           77 WS-SOLD-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-SALES        PIC 9(7) VALUE ZERO.
           77 WS-VOID-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-VOIDS        PIC 9(7) VALUE ZERO.
           77 WS-REFUND-COUNT PIC 9(5) VALUE ZERO.
           77 WS-REFUNDS      PIC 9(7) VALUE ZERO.
           77 WS-PRIZE-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-PRIZES       PIC 9(7) VALUE ZERO.
           77 WS-EXPECTED     PIC S9(8) VALUE ZERO.
           77 WS-VARIANCE     PIC S9(8) VALUE ZERO.
           77 WS-ABS-VARIANCE PIC 9(8) VALUE ZERO.
           77 WS-OVER-TOLERANCE PIC X VALUE "N".
             88 OVER-TOLERANCE VALUE "Y".

      * Edited figures for the cash-up sheet.
           77 WS-ED-COUNT  PIC ZZZZZ.
           77 WS-ED-AMOUNT PIC -ZZZZZZZ9.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - cash-up refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "An inquiry operator holds no till - cash-up "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "CASH-UP" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM ASK-SHIFT-WINDOW.
           IF WS-SHIFT-DATE = SPACES
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-PRICE-PARAM.
           PERFORM LOAD-GAME-PRICES.
           PERFORM LOAD-TOLERANCE-PARAM.
           PERFORM TOTAL-SHIFT-SALES.
           PERFORM TOTAL-SHIFT-VOIDS.
           PERFORM TOTAL-SHIFT-PRIZES.
           COMPUTE WS-EXPECTED = WS-FLOAT + WS-SALES - WS-VOIDS
             - WS-REFUNDS - WS-PRIZES.
           MOVE WS-EXPECTED TO WS-ED-AMOUNT.
           DISPLAY "Till " WS-TILL-OPERATOR " should hold "
             WS-ED-AMOUNT ".".
           DISPLAY "Counted cash in the till: ".
           ACCEPT WS-COUNTED.
           COMPUTE WS-VARIANCE = WS-COUNTED - WS-EXPECTED.
           IF WS-VARIANCE < ZERO
             COMPUTE WS-ABS-VARIANCE = ZERO - WS-VARIANCE
           ELSE
             MOVE WS-VARIANCE TO WS-ABS-VARIANCE
           END-IF.
           IF WS-ABS-VARIANCE > WS-TOLERANCE
             SET OVER-TOLERANCE TO TRUE
           END-IF.
           PERFORM PRINT-CASH-UP.
           PERFORM APPEND-TILL-HISTORY.
           PERFORM POST-LINEAGE.
           MOVE "K" TO WS-ACT-ACTION.
           MOVE WS-TILL-OPERATOR TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           MOVE WS-VARIANCE TO WS-ED-AMOUNT.
           DISPLAY "Variance " WS-ED-AMOUNT " (tolerance "
             WS-TOLERANCE ").".
           IF OVER-TOLERANCE
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "Till " DELIMITED BY SIZE
               WS-TILL-OPERATOR DELIMITED BY SIZE
               " variance " DELIMITED BY SIZE
               WS-ED-AMOUNT DELIMITED BY SIZE
               " on " DELIMITED BY SIZE
               WS-SHIFT-DATE DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A blank date is today; a blank start is the start of the
      * day and a blank end is now, which is the ordinary end-of-
      * shift cash-up.
           ASK-SHIFT-WINDOW SECTION.
           MOVE WS-OPERATOR-ID TO WS-TILL-OPERATOR.
           IF ROLE-SUPERVISOR
             DISPLAY "Till of operator (blank = your own): "
             ACCEPT WS-TILL-OPERATOR
             IF WS-TILL-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-TILL-OPERATOR
             END-IF
           END-IF.
           DISPLAY "Shift date (YYYYMMDD, blank = today): ".
           ACCEPT WS-SHIFT-DATE.
           IF WS-SHIFT-DATE = SPACES
             MOVE W-DATE OF W-BATCH TO WS-SHIFT-DATE
           END-IF.
           CALL "VALIDATE-DATE" USING WS-SHIFT-DATE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - no cash-up."
             MOVE SPACES TO WS-SHIFT-DATE
             EXIT SECTION
           END-IF.
           DISPLAY "Shift start (HHMMSS, blank = start of day): ".
           ACCEPT WS-SHIFT-START.
           IF WS-SHIFT-START = SPACES
             MOVE "000000" TO WS-SHIFT-START
           END-IF.
           DISPLAY "Shift end (HHMMSS, blank = now): ".
           ACCEPT WS-SHIFT-END.
           IF WS-SHIFT-END = SPACES
             IF WS-SHIFT-DATE = W-DATE OF W-BATCH
               MOVE W-TIME OF W-BATCH(1:6) TO WS-SHIFT-END
             ELSE
               MOVE "235959" TO WS-SHIFT-END
             END-IF
           END-IF.
           IF WS-SHIFT-START NOT NUMERIC OR WS-SHIFT-END NOT NUMERIC
               OR WS-SHIFT-END < WS-SHIFT-START
             DISPLAY "Not a valid shift window - no cash-up."
             MOVE SPACES TO WS-SHIFT-DATE
             EXIT SECTION
           END-IF.
           DISPLAY "Opening float: ".
           ACCEPT WS-FLOAT.

           LOAD-PRICE-PARAM SECTION.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WS-PRICE-STATUS = "00"
             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-BASE-PRICE
                 END-IF
             END-READ
             CLOSE PRICE-PARAM-FILE
           END-IF.

           LOAD-GAME-PRICES SECTION.
           OPEN INPUT GAME-MASTER-FILE.
           IF WS-GAME-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ GAME-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-GAMES
                 IF GMM-CODE NOT = SPACES
                     AND WS-GAME-USED < WS-MAX-GAMES
                   ADD 1 TO WS-GAME-USED
                   MOVE GMM-CODE TO WS-GAM-CODE(WS-GAME-USED)
                   IF GMM-PRICE NUMERIC AND GMM-PRICE NOT = ZERO
                     MOVE GMM-PRICE TO WS-GAM-PRICE(WS-GAME-USED)
                   ELSE
                     MOVE WS-BASE-PRICE
                       TO WS-GAM-PRICE(WS-GAME-USED)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GAME-MASTER-FILE.

           PRICE-OF-GAME SECTION.
           MOVE WS-BASE-PRICE TO WS-PRICE.
           PERFORM VARYING WS-GAM-I FROM 1 BY 1
               UNTIL WS-GAM-I > WS-GAME-USED
             IF WS-GAM-CODE(WS-GAM-I) = WS-PRICE-GAME
               MOVE WS-GAM-PRICE(WS-GAM-I) TO WS-PRICE
             END-IF
           END-PERFORM.

           LOAD-TOLERANCE-PARAM SECTION.
           OPEN INPUT TOLERANCE-PARAM-FILE.
           IF WS-TOLERANCE-STATUS = "00"
             READ TOLERANCE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-TOLERANCE NUMERIC
                   MOVE PARM-TOLERANCE TO WS-TOLERANCE
                 END-IF
             END-READ
             CLOSE TOLERANCE-PARAM-FILE
           END-IF.

           CHECK-IN-SHIFT SECTION.
           MOVE "N" TO WS-IN-SHIFT.
           IF WS-CHECK-DATE = WS-SHIFT-DATE
               AND WS-CHECK-TIME >= WS-SHIFT-START
               AND WS-CHECK-TIME <= WS-SHIFT-END
             SET IN-SHIFT TO TRUE
           END-IF.

      * Only T2 tickets carry the seller; a voided ticket still took
      * its money at the counter - the void pays it back below.
           TOTAL-SHIFT-SALES SECTION.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ TICKET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-TICKETS
                 IF TICKET-LINE(1:2) = "T2"
                     AND TICKET-LINE(71:8) = WS-TILL-OPERATOR
                     AND TICKET-LINE(92:1) NOT = "F"
                   MOVE TICKET-LINE(41:8) TO WS-CHECK-DATE
                   MOVE TICKET-LINE(50:6) TO WS-CHECK-TIME
                   PERFORM CHECK-IN-SHIFT
                   IF IN-SHIFT
                     MOVE TICKET-LINE(62:4) TO WS-PRICE-GAME
                     PERFORM PRICE-OF-GAME
                     MOVE 1 TO WS-TKT-DRAWS
                     IF TICKET-LINE(93:2) NUMERIC
                         AND TICKET-LINE(93:2) > "01"
                       MOVE TICKET-LINE(93:2) TO WS-TKT-DRAWS
                     END-IF
                     ADD 1 TO WS-SOLD-COUNT
                     COMPUTE WS-SALES = WS-SALES
                       + WS-PRICE * WS-TKT-DRAWS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

      * VOID lines are LOTTERY-TICKET-VOID's, RFND lines the refunds
      * of a draw LOTTERY-DRAW-VOID cancelled; both are cash paid
      * back out of the till of the operator on the line.
           TOTAL-SHIFT-VOIDS SECTION.
           OPEN INPUT VOID-LOG-FILE.
           IF WS-VOID-LOG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ VOID-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-VOIDS
                 IF VLG-OPERATOR = WS-TILL-OPERATOR
                   MOVE VLG-DATE TO WS-CHECK-DATE
                   MOVE VLG-TIME(1:6) TO WS-CHECK-TIME
                   PERFORM CHECK-IN-SHIFT
                   IF IN-SHIFT
                     MOVE VLG-GAME TO WS-PRICE-GAME
                     PERFORM PRICE-OF-GAME
                     IF VLG-KIND = " RFND "
                       ADD 1 TO WS-REFUND-COUNT
                       ADD WS-PRICE TO WS-REFUNDS
                     ELSE
                       ADD 1 TO WS-VOID-COUNT
                       ADD WS-PRICE TO WS-VOIDS
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VOID-LOG-FILE.

      * The ledger keeps the paid date but not the time, so a prize
      * counts against the shift that falls on its paid date. The
      * till paid out the net after tax withheld; a row from before
      * withholding has no net and paid its gross.
           TOTAL-SHIFT-PRIZES SECTION.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LEDGER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-LEDGER
                 IF LGR-STATUS(1:4) = "PAID"
                     AND LGR-OPERATOR = WS-TILL-OPERATOR
                     AND LGR-OUTLET NOT = SPACES
                     AND LGR-PAID-DATE = WS-SHIFT-DATE
                   ADD 1 TO WS-PRIZE-COUNT
                   IF LGR-NET NUMERIC
                     ADD LGR-NET TO WS-PRIZES
                   ELSE
                     ADD LGR-AMOUNT TO WS-PRIZES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           PRINT-CASH-UP SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "TILL CASH-UP" TO W-RPT-TITLE.
           MOVE "../till_cashup.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "OPERATOR " DELIMITED BY SIZE
             WS-TILL-OPERATOR DELIMITED BY SIZE
             "  SHIFT " DELIMITED BY SIZE
             WS-SHIFT-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-SHIFT-START DELIMITED BY SIZE
             " TO " DELIMITED BY SIZE
             WS-SHIFT-END DELIMITED BY SIZE
             "  COUNTED BY " DELIMITED BY SIZE
             WS-OPERATOR-ID DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE ZERO TO WS-ED-COUNT.
           MOVE WS-FLOAT TO WS-ED-AMOUNT.
           MOVE "OPENING FLOAT        " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-SOLD-COUNT TO WS-ED-COUNT.
           MOVE WS-SALES TO WS-ED-AMOUNT.
           MOVE "TICKET SALES         " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-VOID-COUNT TO WS-ED-COUNT.
           COMPUTE WS-ED-AMOUNT = ZERO - WS-VOIDS.
           MOVE "TICKET VOIDS         " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-REFUND-COUNT TO WS-ED-COUNT.
           COMPUTE WS-ED-AMOUNT = ZERO - WS-REFUNDS.
           MOVE "DRAW-VOID REFUNDS    " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-PRIZE-COUNT TO WS-ED-COUNT.
           COMPUTE WS-ED-AMOUNT = ZERO - WS-PRIZES.
           MOVE "CASH PRIZES PAID     " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE ZERO TO WS-ED-COUNT.
           MOVE WS-EXPECTED TO WS-ED-AMOUNT.
           MOVE "EXPECTED IN TILL     " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-COUNTED TO WS-ED-AMOUNT.
           MOVE "COUNTED              " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-VARIANCE TO WS-ED-AMOUNT.
           MOVE "VARIANCE             " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           IF OVER-TOLERANCE
             MOVE SPACES TO W-RPT-TEXT
             STRING "*** VARIANCE BEYOND TOLERANCE OF "
               DELIMITED BY SIZE
               WS-TOLERANCE DELIMITED BY SIZE
               " - SUPERVISOR ALERTED ***" DELIMITED BY SIZE
               INTO W-RPT-TEXT
             END-STRING
             PERFORM REPORT-LINE
           END-IF.
           MOVE 1 TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * The caption is already in the line; the count (left blank
      * when zero) and the amount follow it.
           AMOUNT-LINE SECTION.
           IF WS-ED-COUNT NOT = SPACES
             MOVE WS-ED-COUNT TO W-RPT-TEXT(23:5)
           END-IF.
           MOVE WS-ED-AMOUNT TO W-RPT-TEXT(30:9).
           PERFORM REPORT-LINE.

           APPEND-TILL-HISTORY SECTION.
           OPEN EXTEND TILL-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
             OPEN OUTPUT TILL-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "WARNING: cash-up not kept on the till history, "
               "status " WS-HISTORY-STATUS
             EXIT SECTION
           END-IF.
           MOVE SPACES TO TILL-HISTORY-RECORD.
           MOVE WS-SHIFT-DATE TO TLH-SHIFT-DATE.
           MOVE WS-SHIFT-START TO TLH-SHIFT-START.
           MOVE WS-SHIFT-END TO TLH-SHIFT-END.
           MOVE WS-TILL-OPERATOR TO TLH-OPERATOR.
           MOVE WS-FLOAT TO TLH-FLOAT.
           MOVE WS-SALES TO TLH-SALES.
           COMPUTE TLH-REFUNDS = WS-VOIDS + WS-REFUNDS.
           MOVE WS-PRIZES TO TLH-PRIZES.
           MOVE WS-EXPECTED TO TLH-EXPECTED.
           MOVE WS-COUNTED TO TLH-COUNTED.
           MOVE WS-VARIANCE TO TLH-VARIANCE.
           IF OVER-TOLERANCE
             MOVE "V" TO TLH-FLAG
           ELSE
             MOVE "B" TO TLH-FLAG
           END-IF.
           MOVE WS-OPERATOR-ID TO TLH-CASHED-BY.
           MOVE W-TIME OF W-BATCH TO TLH-STAMP-TIME.
           WRITE TILL-HISTORY-RECORD.
           CLOSE TILL-HISTORY-FILE.

      * The cash-up is drawn from the shift's sales, voids and cashed
      * prizes; the history keeps it when the append went through.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_void.log" TO W-LIN-FILE.
           MOVE WS-READ-VOIDS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-HISTORY-STATUS = "00"
             MOVE "../till_history.dat" TO W-LIN-FILE
             MOVE 1 TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
