      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Finance worked out what each outlet was owed from the paper
      * sales slips. Now that LOTTERY-TICKET-SALES stamps the selling
      * outlet on every T2 ticket (column 66), the void log carries
      * the voided ticket's outlet, and LOTTERY-CLAIMS records the
      * outlet a prize was cashed at, this weekly statement does it
      * from the files: for each outlet on the retailer master
      * "../lottery_outlets.dat" (outlet code, name, commission
      * percent, active flag) it totals the Monday-to-Sunday week's
      * ticket sales, the voids charged back from lottery_void.log
      * and the prizes it cashed, and shows the commission owed on
      * the net sales and what the outlet must settle with us after
      * its commission and the prizes it paid out. Sales from before
      * the outlet stamp (or a shop without a retailer master) show
      * on an UNASSIGNED line so the week still adds up.
      * Revision: Maxfx 15/10/2026 - a voided draw's refunds now reach
      *   lottery_void.log as RFND lines and are charged back with the
      *   voids.
      * Revision: Maxfx 15/10/2026 - prizes are charged at the net the
      *   outlet handed over once tax is withheld.
      * Revision: Maxfx 15/10/2026 - free-play tickets paid for in
      *   loyalty points earn the outlet no commission.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket's sales are
      *   the game price times the draws in column 93.
      * Revision: Maxfx 15/10/2026 - the statement is posted to the
      *   lineage register with the ticket, void, ledger, outlet and
      *   game files it was drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-COMMISSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTLET-FILE ASSIGN TO "../lottery_outlets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTLET-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
           FD OUTLET-FILE.
           01 OUTLET-RECORD.
             05 OUT-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 OUT-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OUT-COMM-PCT PIC 99.
             05 FILLER       PIC X.
             05 OUT-ACTIVE   PIC X.

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

      * The void desk's free-text line, with the voided ticket's
      * outlet and game at fixed columns after the reason.
           FD VOID-LOG-FILE.
           01 VOID-LOG-RECORD.
             05 VLG-DATE      PIC X(8).
             05 FILLER        PIC X(103).
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

       WORKING-STORAGE SECTION.
           77 WS-OUTLET-STATUS   PIC XX.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-VOID-LOG-STATUS PIC XX.
           77 WS-LEDGER-STATUS   PIC XX.
           77 WS-PRICE-STATUS    PIC XX.
           77 WS-GAME-STATUS     PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from each input, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-GAMES   PIC 9(8) VALUE ZERO.
             05 WS-READ-OUTLETS PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS PIC 9(8) VALUE ZERO.
             05 WS-READ-VOIDS   PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER  PIC 9(8) VALUE ZERO.

           78 WS-DEFAULT-PRICE VALUE 5.
           77 WS-BASE-PRICE    PIC 9(4) VALUE WS-DEFAULT-PRICE.

           78 WS-MAX-GAMES VALUE 20.
           01 WS-GAME-TABLE.
             05 WS-GAM-ENTRY OCCURS 20 TIMES.
               10 WS-GAM-CODE  PIC X(4).
               10 WS-GAM-PRICE PIC 9(4).
           77 WS-GAME-USED PIC 99 VALUE ZERO.
           77 WS-GAM-I     PIC 99.
           77 WS-PRICE-GAME PIC X(4).
           77 WS-PRICE     PIC 9(4).
      * Draws an advance-play ticket was paid for (column 93).
           77 WS-TKT-DRAWS PIC 99.

      * One slot per outlet on the master; slot 1 is the UNASSIGNED
      * bucket for blank and unknown outlet codes.
           78 WS-MAX-OUTLETS VALUE 100.
           01 WS-OUTLET-TABLE.
             05 WS-OUT-ENTRY OCCURS 100 TIMES.
               10 WS-OUT-CODE     PIC X(4).
               10 WS-OUT-NAME     PIC X(20).
               10 WS-OUT-PCT      PIC 99.
               10 WS-OUT-ACTIVE   PIC X.
               10 WS-OUT-SOLD     PIC 9(6).
               10 WS-OUT-SALES    PIC 9(9).
               10 WS-OUT-VOIDED   PIC 9(6).
               10 WS-OUT-VOIDS    PIC 9(9).
               10 WS-OUT-CASHED   PIC 9(6).
               10 WS-OUT-PRIZES   PIC 9(9).
           77 WS-OUTLET-USED PIC 9(3) VALUE ZERO.
           77 WS-OUT-I       PIC 9(3).
           77 WS-OUT-HIT     PIC 9(3).
           77 WS-FIND-OUTLET PIC X(4).

      * The statement week, Monday to Sunday.
           77 WS-WEEK-ASKED    PIC X(8).
           77 WS-ASKED-NUM     PIC 9(8).
           77 WS-ASKED-INT     PIC 9(7).
           77 WS-MONDAY-INT    PIC 9(7).
           77 WS-WEEK-NUM      PIC 9(8).
           77 WS-WEEK-START    PIC X(8).
           77 WS-WEEK-END      PIC X(8).
           77 WS-DATE-VALID    PIC X.
             88 DATE-IS-VALID  VALUE "Y".

           77 WS-TKT-DATE   PIC X(8).
           77 WS-NET-SALES  PIC S9(9).
           77 WS-COMMISSION PIC S9(9).
           77 WS-DUE        PIC S9(9).
           77 WS-TOT-SALES  PIC S9(10) VALUE ZERO.
           77 WS-TOT-VOIDS  PIC S9(10) VALUE ZERO.
           77 WS-TOT-COMM   PIC S9(10) VALUE ZERO.
           77 WS-TOT-PRIZES PIC S9(10) VALUE ZERO.
           77 WS-TOT-DUE    PIC S9(10) VALUE ZERO.
           77 WS-SHOWN      PIC 9(6) VALUE ZERO.

      * Edited figures for the statement lines.
           77 WS-ED-COUNT   PIC ZZZZZ9.
           77 WS-ED-AMOUNT  PIC -ZZZZZZZ9.
           77 WS-ED-AMOUNT2 PIC -ZZZZZZZ9.
           77 WS-ED-AMOUNT3 PIC -ZZZZZZZ9.
           77 WS-ED-AMOUNT4 PIC -ZZZZZZZ9.
           77 WS-ED-AMOUNT5 PIC -ZZZZZZZ9.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           DISPLAY "Statement for the week containing (YYYYMMDD, "
             "blank = this week): ".
           ACCEPT WS-WEEK-ASKED.
           IF WS-WEEK-ASKED = SPACES
             MOVE W-DATE OF W-BATCH TO WS-WEEK-ASKED
           END-IF.
           CALL "VALIDATE-DATE" USING WS-WEEK-ASKED WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - no statement."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WORK-OUT-WEEK.
           PERFORM LOAD-PRICE-PARAM.
           PERFORM LOAD-GAME-PRICES.
           PERFORM LOAD-OUTLET-MASTER.
           PERFORM TOTAL-WEEK-SALES.
           PERFORM TOTAL-WEEK-VOIDS.
           PERFORM TOTAL-WEEK-PRIZES.
           PERFORM PRINT-STATEMENT.
           PERFORM POST-LINEAGE.
           GOBACK.

      * Day 1 of the integer calendar was a Monday, so a date's
      * offset into its week is (day - 1) mod 7.
           WORK-OUT-WEEK SECTION.
           MOVE WS-WEEK-ASKED TO WS-ASKED-NUM.
           COMPUTE WS-ASKED-INT =
             FUNCTION INTEGER-OF-DATE(WS-ASKED-NUM).
           COMPUTE WS-MONDAY-INT = WS-ASKED-INT
             - FUNCTION MOD(WS-ASKED-INT - 1, 7).
           COMPUTE WS-WEEK-NUM =
             FUNCTION DATE-OF-INTEGER(WS-MONDAY-INT).
           MOVE WS-WEEK-NUM TO WS-WEEK-START.
           COMPUTE WS-WEEK-NUM =
             FUNCTION DATE-OF-INTEGER(WS-MONDAY-INT + 6).
           MOVE WS-WEEK-NUM TO WS-WEEK-END.

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

           LOAD-OUTLET-MASTER SECTION.
           MOVE 1 TO WS-OUTLET-USED.
           MOVE SPACES TO WS-OUT-CODE(1).
           MOVE "UNASSIGNED" TO WS-OUT-NAME(1).
           MOVE ZERO TO WS-OUT-PCT(1).
           MOVE "N" TO WS-OUT-ACTIVE(1).
           OPEN INPUT OUTLET-FILE.
           IF WS-OUTLET-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ OUTLET-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-OUTLETS
                   IF OUT-CODE NOT = SPACES
                       AND WS-OUTLET-USED < WS-MAX-OUTLETS
                     ADD 1 TO WS-OUTLET-USED
                     MOVE OUT-CODE TO WS-OUT-CODE(WS-OUTLET-USED)
                     MOVE OUT-NAME TO WS-OUT-NAME(WS-OUTLET-USED)
                     IF OUT-COMM-PCT NUMERIC
                       MOVE OUT-COMM-PCT
                         TO WS-OUT-PCT(WS-OUTLET-USED)
                     ELSE
                       MOVE ZERO TO WS-OUT-PCT(WS-OUTLET-USED)
                     END-IF
                     MOVE OUT-ACTIVE
                       TO WS-OUT-ACTIVE(WS-OUTLET-USED)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE OUTLET-FILE
           ELSE
             DISPLAY "No retailer master on file - every sale shows "
               "as UNASSIGNED."
           END-IF.
           PERFORM VARYING WS-OUT-I FROM 1 BY 1
               UNTIL WS-OUT-I > WS-OUTLET-USED
             MOVE ZERO TO WS-OUT-SOLD(WS-OUT-I)
             MOVE ZERO TO WS-OUT-SALES(WS-OUT-I)
             MOVE ZERO TO WS-OUT-VOIDED(WS-OUT-I)
             MOVE ZERO TO WS-OUT-VOIDS(WS-OUT-I)
             MOVE ZERO TO WS-OUT-CASHED(WS-OUT-I)
             MOVE ZERO TO WS-OUT-PRIZES(WS-OUT-I)
           END-PERFORM.

      * An outlet code no longer on the master still has to be
      * accounted for - it lands in the UNASSIGNED slot.
           FIND-OUTLET-SLOT SECTION.
           MOVE 1 TO WS-OUT-HIT.
           IF WS-FIND-OUTLET = SPACES
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-OUT-I FROM 2 BY 1
               UNTIL WS-OUT-I > WS-OUTLET-USED
             IF WS-OUT-CODE(WS-OUT-I) = WS-FIND-OUTLET
               MOVE WS-OUT-I TO WS-OUT-HIT
             END-IF
           END-PERFORM.

      * Every ticket sold in the week is a sale at its outlet; a
      * void is charged back separately from the void log, so the
      * voided ticket still counts here as the sale it was.
           TOTAL-WEEK-SALES SECTION.
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
                   MOVE TICKET-LINE(41:8) TO WS-TKT-DATE
                   MOVE TICKET-LINE(66:4) TO WS-FIND-OUTLET
                   MOVE TICKET-LINE(62:4) TO WS-PRICE-GAME
                 ELSE
                   MOVE TICKET-LINE(16:8) TO WS-TKT-DATE
                   MOVE SPACES TO WS-FIND-OUTLET
                   MOVE SPACES TO WS-PRICE-GAME
                 END-IF
                 IF WS-TKT-DATE >= WS-WEEK-START
                     AND WS-TKT-DATE <= WS-WEEK-END
                     AND TICKET-LINE(92:1) NOT = "F"
                   PERFORM FIND-OUTLET-SLOT
                   PERFORM PRICE-OF-GAME
                   MOVE 1 TO WS-TKT-DRAWS
                   IF TICKET-LINE(1:2) = "T2"
                       AND TICKET-LINE(93:2) NUMERIC
                       AND TICKET-LINE(93:2) > "01"
                     MOVE TICKET-LINE(93:2) TO WS-TKT-DRAWS
                   END-IF
                   ADD 1 TO WS-OUT-SOLD(WS-OUT-HIT)
                   COMPUTE WS-OUT-SALES(WS-OUT-HIT) =
                     WS-OUT-SALES(WS-OUT-HIT) + WS-PRICE * WS-TKT-DRAWS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

      * Voids keyed in the week - and the refunds of a voided draw,
      * logged as RFND lines - charged to the outlet that sold the
      * ticket; lines from before the outlet column are UNASSIGNED.
           TOTAL-WEEK-VOIDS SECTION.
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
                 IF VLG-DATE >= WS-WEEK-START
                     AND VLG-DATE <= WS-WEEK-END
                   MOVE VLG-OUTLET TO WS-FIND-OUTLET
                   MOVE VLG-GAME TO WS-PRICE-GAME
                   PERFORM FIND-OUTLET-SLOT
                   PERFORM PRICE-OF-GAME
                   ADD 1 TO WS-OUT-VOIDED(WS-OUT-HIT)
                   ADD WS-PRICE TO WS-OUT-VOIDS(WS-OUT-HIT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VOID-LOG-FILE.

      * Prizes the outlet paid out over its counter in the week; a
      * bank-paid prize carries no outlet and is not the outlet's.
      * The outlet handed over the net after tax withheld (the gross
      * on a row from before withholding).
           TOTAL-WEEK-PRIZES SECTION.
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
                     AND LGR-OUTLET NOT = SPACES
                     AND LGR-PAID-DATE >= WS-WEEK-START
                     AND LGR-PAID-DATE <= WS-WEEK-END
                   MOVE LGR-OUTLET TO WS-FIND-OUTLET
                   PERFORM FIND-OUTLET-SLOT
                   ADD 1 TO WS-OUT-CASHED(WS-OUT-HIT)
                   IF LGR-NET NUMERIC
                     ADD LGR-NET TO WS-OUT-PRIZES(WS-OUT-HIT)
                   ELSE
                     ADD LGR-AMOUNT TO WS-OUT-PRIZES(WS-OUT-HIT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           PRINT-STATEMENT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "OUTLET COMMISSION STATEMENT" TO W-RPT-TITLE.
           MOVE "../lottery_commission.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "WEEK " DELIMITED BY SIZE
             WS-WEEK-START DELIMITED BY SIZE
             " TO " DELIMITED BY SIZE
             WS-WEEK-END DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE "OUTL NAME           PCT TICKET    SALES "
             & "   VOIDS  COMMISN   PRIZES      DUE"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-OUT-I FROM 1 BY 1
               UNTIL WS-OUT-I > WS-OUTLET-USED
             PERFORM PRINT-ONE-OUTLET
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-TOT-SALES TO WS-ED-AMOUNT.
           MOVE WS-TOT-VOIDS TO WS-ED-AMOUNT2.
           MOVE WS-TOT-COMM TO WS-ED-AMOUNT3.
           MOVE WS-TOT-PRIZES TO WS-ED-AMOUNT4.
           MOVE WS-TOT-DUE TO WS-ED-AMOUNT5.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "TOTAL                         " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             WS-ED-AMOUNT2 DELIMITED BY SIZE
             WS-ED-AMOUNT3 DELIMITED BY SIZE
             WS-ED-AMOUNT4 DELIMITED BY SIZE
             WS-ED-AMOUNT5 DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-SHOWN TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * Commission is earned on what the outlet actually sold - its
      * sales less the voids charged back; what it owes us is that
      * net less its commission and the prizes it paid out in cash.
      * An outlet with no activity in the week is left off.
           PRINT-ONE-OUTLET SECTION.
           IF WS-OUT-SOLD(WS-OUT-I) = ZERO
               AND WS-OUT-VOIDED(WS-OUT-I) = ZERO
               AND WS-OUT-CASHED(WS-OUT-I) = ZERO
             EXIT SECTION
           END-IF.
           COMPUTE WS-NET-SALES = WS-OUT-SALES(WS-OUT-I)
             - WS-OUT-VOIDS(WS-OUT-I).
           COMPUTE WS-COMMISSION ROUNDED =
             WS-NET-SALES * WS-OUT-PCT(WS-OUT-I) / 100.
           COMPUTE WS-DUE = WS-NET-SALES - WS-COMMISSION
             - WS-OUT-PRIZES(WS-OUT-I).
           ADD WS-OUT-SALES(WS-OUT-I) TO WS-TOT-SALES.
           ADD WS-OUT-VOIDS(WS-OUT-I) TO WS-TOT-VOIDS.
           ADD WS-COMMISSION TO WS-TOT-COMM.
           ADD WS-OUT-PRIZES(WS-OUT-I) TO WS-TOT-PRIZES.
           ADD WS-DUE TO WS-TOT-DUE.
           ADD 1 TO WS-SHOWN.
           MOVE WS-OUT-SOLD(WS-OUT-I) TO WS-ED-COUNT.
           MOVE WS-OUT-SALES(WS-OUT-I) TO WS-ED-AMOUNT.
           MOVE WS-OUT-VOIDS(WS-OUT-I) TO WS-ED-AMOUNT2.
           MOVE WS-COMMISSION TO WS-ED-AMOUNT3.
           MOVE WS-OUT-PRIZES(WS-OUT-I) TO WS-ED-AMOUNT4.
           MOVE WS-DUE TO WS-ED-AMOUNT5.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-OUT-CODE(WS-OUT-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-OUT-NAME(WS-OUT-I)(1:14) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-OUT-PCT(WS-OUT-I) DELIMITED BY SIZE
             "% " DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             WS-ED-AMOUNT2 DELIMITED BY SIZE
             WS-ED-AMOUNT3 DELIMITED BY SIZE
             WS-ED-AMOUNT4 DELIMITED BY SIZE
             WS-ED-AMOUNT5 DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

      * The statement is drawn from the week's sales, voids and
      * cashed prizes, priced and grouped by outlet.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "LOTTERY-COMMISSION" TO W-LIN-PROGRAM.
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
           MOVE "../lottery_outlets.dat" TO W-LIN-FILE.
           MOVE WS-READ-OUTLETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-SHOWN TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
