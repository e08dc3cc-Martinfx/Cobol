      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Liability forecasts and the regulator return say what is owed
      * and what was sold in a month, but nothing showed which way
      * sales were heading. This analysis reads lottery_tickets.dat
      * for a period (default the last twelve weeks to today) and
      * prices each ticket from its game's master row the way the
      * commission statement does. Per game code it gives ticket
      * counts and revenue by draw date - each draw set against the
      * same weekday the week before and against the average of the
      * same weekday over the four weeks before - then by day of week
      * and by hour of sale, and finally the rollover effect: sales
      * on draws that carried a rollover pot against draws that did
      * not. Whether a draw carried a pot comes from the pot-in on
      * its line in "../lottery_rollover_hist.dat" (written by
      * LOTTERY-SETTLEMENT); a draw not settled yet carries whatever
      * stands in lottery_rollover.dat for its game. Voided, refunded
      * and free-play tickets took no money and are left out. The
      * report goes through REPORT-WRITER to the report repository;
      * a CSV of the same figures for marketing is optional.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket's revenue is
      *   the game price times the draws in column 93, taken on its sale
      *   date.
      * Revision: Maxfx 15/10/2026 - reads the rollover history at its
      *   new width, with the date and time each settlement finished.
      * Revision: Maxfx 15/10/2026 - the report and the CSV extract are
      *   posted to the lineage register with the ticket, game and
      *   rollover files they were drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-SALES-TREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT PRICE-PARAM-FILE ASSIGN TO "../lottery_price.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRICE-STATUS.

           SELECT GAME-MASTER-FILE ASSIGN TO "../lottery_games.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GAME-STATUS.

           SELECT ROLLOVER-FILE ASSIGN TO "../lottery_rollover.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLOVER-STATUS.

           SELECT ROLLOVER-HIST-FILE
             ASSIGN TO "../lottery_rollover_hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLHIST-STATUS.

           SELECT CSV-OUT ASSIGN TO "../lottery_sales_trend.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

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

      * One pot per game; a bare legacy number is the primary game's.
           FD ROLLOVER-FILE.
           01 ROLLOVER-RECORD.
             05 ROL-CODE   PIC X(4).
             05 FILLER     PIC X.
             05 ROL-AMOUNT PIC 9(9).
           01 ROLLOVER-LEGACY-RECORD PIC 9(9).

           FD ROLLOVER-HIST-FILE.
           01 ROLLOVER-HIST-RECORD.
             05 RLH-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 RLH-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 RLH-POT-IN    PIC 9(9).
             05 FILLER        PIC X.
             05 RLH-POT-OUT   PIC 9(9).
             05 FILLER        PIC X.
             05 RLH-SETTLED-DATE PIC X(8).
             05 FILLER        PIC X.
             05 RLH-SETTLED-TIME PIC X(8).

           FD CSV-OUT.
           01 CSV-OUT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-PRICE-STATUS    PIC XX.
           77 WS-GAME-STATUS     PIC XX.
           77 WS-ROLLOVER-STATUS PIC XX.
           77 WS-ROLLHIST-STATUS PIC XX.
           77 WS-CSV-STATUS      PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from each input, and the report and CSV lines
      * written, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-GAMES    PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.
             05 WS-READ-HISTORY  PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS  PIC 9(8) VALUE ZERO.
           77 WS-REPORT-LINES PIC 9(8) VALUE ZERO.
           77 WS-CSV-LINES    PIC 9(8) VALUE ZERO.

           77 WS-CSV-MODE     PIC X VALUE "N".
             88 CSV-MODE      VALUE "Y" "y".

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
           77 WS-PRICE     PIC 9(6).
           77 WS-TKT-DRAWS PIC 99.

      * The period asked for, and the four weeks before it that the
      * same-weekday comparison looks back over.
           78 WS-DEFAULT-DAYS    VALUE 84.
           78 WS-LOOKBACK-WEEKS  VALUE 4.
           77 WS-FROM-DATE     PIC X(8).
           77 WS-TO-DATE       PIC X(8).
           77 WS-SCAN-DATE     PIC X(8).
           77 WS-DATE-NUM      PIC 9(8).
           77 WS-DATE-INT      PIC 9(7).
           77 WS-DATE-VALID    PIC X.
             88 DATE-IS-VALID  VALUE "Y".

      * Pots as they stand now, for draws not settled yet.
           78 WS-MAX-POTS VALUE 20.
           01 WS-POT-TABLE.
             05 WS-POT-ENTRY OCCURS 20 TIMES.
               10 WS-POT-CODE   PIC X(4).
               10 WS-POT-AMOUNT PIC 9(9).
           77 WS-POT-USED PIC 99 VALUE ZERO.
           77 WS-POT-I    PIC 99.

      * Every settled draw's pot carried in.
           78 WS-MAX-HIST VALUE 2000.
           01 WS-HIST-TABLE.
             05 WS-HST-ENTRY OCCURS 2000 TIMES.
               10 WS-HST-GAME   PIC X(4).
               10 WS-HST-DATE   PIC 9(8).
               10 WS-HST-POT-IN PIC 9(9).
           77 WS-HIST-USED PIC 9(4) VALUE ZERO.
           77 WS-HST-I     PIC 9(4).

      * One slot per game and draw date sold in the period or the
      * lookback before it.
           78 WS-MAX-DRAWS VALUE 1000.
           01 WS-DRAW-TABLE.
             05 WS-DRW-ENTRY OCCURS 1000 TIMES.
               10 WS-DRW-GAME     PIC X(4).
               10 WS-DRW-DATE     PIC 9(8).
               10 WS-DRW-TICKETS  PIC 9(6).
               10 WS-DRW-REVENUE  PIC 9(9).
               10 WS-DRW-ROLLOVER PIC X.
                 88 DRW-ROLLOVER  VALUE "Y".
           77 WS-DRAW-USED PIC 9(4) VALUE ZERO.
           77 WS-DRW-I     PIC 9(4).
           77 WS-DRW-J     PIC 9(4).
           77 WS-DRW-HIT   PIC 9(4).
           77 WS-FIND-DATE PIC 9(8).

      * Per game in the period: day of week (1 = Monday), hour of
      * sale (slot 25 for legacy tickets with no sale time) and the
      * rollover split.
           01 WS-TREND-TABLE.
             05 WS-TRD-ENTRY OCCURS 20 TIMES.
               10 WS-TRD-GAME      PIC X(4).
               10 WS-TRD-TICKETS   PIC 9(7).
               10 WS-TRD-REVENUE   PIC 9(10).
               10 WS-TRD-DAY OCCURS 7 TIMES.
                 15 WS-TRD-DAY-DRAWS   PIC 9(4).
                 15 WS-TRD-DAY-TICKETS PIC 9(7).
                 15 WS-TRD-DAY-REVENUE PIC 9(10).
               10 WS-TRD-HOUR OCCURS 25 TIMES.
                 15 WS-TRD-HR-TICKETS PIC 9(7).
                 15 WS-TRD-HR-REVENUE PIC 9(10).
               10 WS-TRD-RO-DRAWS   PIC 9(4).
               10 WS-TRD-RO-TICKETS PIC 9(7).
               10 WS-TRD-RO-REVENUE PIC 9(10).
               10 WS-TRD-NR-DRAWS   PIC 9(4).
               10 WS-TRD-NR-TICKETS PIC 9(7).
               10 WS-TRD-NR-REVENUE PIC 9(10).
           77 WS-TREND-USED PIC 99 VALUE ZERO.
           77 WS-TRD-I      PIC 99.
           77 WS-TRD-HIT    PIC 99.
           77 WS-FIND-GAME  PIC X(4).
           77 WS-DAY-I      PIC 9.
           77 WS-HOUR-I     PIC 99.

           01 WS-DAY-NAMES-LIST PIC X(21)
             VALUE "MONTUEWEDTHUFRISATSUN".
           01 WS-DAY-NAMES REDEFINES WS-DAY-NAMES-LIST.
             05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.

      * The ticket being looked at.
           77 WS-TKT-DATE   PIC X(8).
           77 WS-TKT-GAME   PIC X(4).
           77 WS-TKT-HOUR   PIC 99.
           77 WS-TOT-TICKETS  PIC 9(7) VALUE ZERO.
           77 WS-TOT-REVENUE  PIC 9(10) VALUE ZERO.
           77 WS-NOT-ANALYSED PIC 9(7) VALUE ZERO.

      * Same-weekday comparison for one draw.
           77 WS-PREV-REVENUE PIC 9(9).
           77 WS-PREV-FOUND   PIC X.
             88 PREV-FOUND    VALUE "Y".
           77 WS-AVG-SUM      PIC 9(10).
           77 WS-AVG-COUNT    PIC 9.
           77 WS-AVG-REVENUE  PIC 9(9).
           77 WS-WEEK-I       PIC 9.
           77 WS-CHANGE-BASE  PIC 9(10).
           77 WS-CHANGE-NOW   PIC 9(10).
           77 WS-CHANGE-PCT   PIC S9(5).
           77 WS-CHANGE-TEXT  PIC X(7).
           77 WS-PREV-TEXT    PIC X(7).
           77 WS-AVG-TEXT     PIC X(7).
           77 WS-RO-AVG       PIC 9(9).
           77 WS-NR-AVG       PIC 9(9).
           77 WS-CSV-KIND     PIC X(11).
           77 WS-CSV-FLAG     PIC X.

      * Edited figures for the report and CSV lines.
           77 WS-ED-GAME    PIC X(4).
           77 WS-ED-COUNT   PIC ZZZZZZ9.
           77 WS-ED-DRAWS   PIC ZZZ9.
           77 WS-ED-AMOUNT  PIC ZZZZZZZZZ9.
           77 WS-ED-AMOUNT2 PIC ZZZZZZZZZ9.
           77 WS-ED-CHANGE  PIC -ZZZ9.
           77 WS-ED-HOUR    PIC 99.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           DISPLAY "Trend period to (YYYYMMDD, blank = today): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = SPACES
             MOVE W-DATE OF W-BATCH TO WS-TO-DATE
           END-IF.
           CALL "VALIDATE-DATE" USING WS-TO-DATE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - no report."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Trend period from (YYYYMMDD, blank = twelve "
             "weeks back): ".
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
             MOVE WS-TO-DATE TO WS-DATE-NUM
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-DEFAULT-DAYS + 1
             COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF.
           CALL "VALIDATE-DATE" USING WS-FROM-DATE WS-DATE-VALID.
           IF NOT DATE-IS-VALID OR WS-FROM-DATE > WS-TO-DATE
             DISPLAY "Not a valid period - no report."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Also write the CSV for marketing? (Y/N): ".
           ACCEPT WS-CSV-MODE.
           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
             - WS-LOOKBACK-WEEKS * 7.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-SCAN-DATE.
           PERFORM LOAD-PRICE-PARAM.
           PERFORM LOAD-GAME-PRICES.
           PERFORM LOAD-ROLLOVER-POTS.
           PERFORM LOAD-ROLLOVER-HISTORY.
           PERFORM TOTAL-PERIOD-TICKETS.
           PERFORM SPLIT-BY-ROLLOVER.
           IF CSV-MODE
             OPEN OUTPUT CSV-OUT
             IF WS-CSV-STATUS NOT = "00"
               DISPLAY "Cannot create lottery_sales_trend.csv, "
                 "status " WS-CSV-STATUS " - report only."
               MOVE "N" TO WS-CSV-MODE
             ELSE
               MOVE "SECTION,GAME,KEY,DRAWS,TICKETS,REVENUE,"
                 & "ROLLOVER,CHG_PREV_WEEK_PCT,CHG_PRIOR_AVG_PCT"
                 TO CSV-OUT-RECORD
               WRITE CSV-OUT-RECORD
               ADD 1 TO WS-CSV-LINES
             END-IF
           END-IF.
           PERFORM PRINT-TREND-REPORT.
           IF CSV-MODE
             CLOSE CSV-OUT
             DISPLAY "CSV written to lottery_sales_trend.csv."
           END-IF.
           PERFORM POST-LINEAGE.
           GOBACK.

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

           LOAD-ROLLOVER-POTS SECTION.
           OPEN INPUT ROLLOVER-FILE.
           IF WS-ROLLOVER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ROLLOVER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ROLLOVER
                 IF WS-POT-USED < WS-MAX-POTS
                   IF ROLLOVER-LEGACY-RECORD NUMERIC
                     ADD 1 TO WS-POT-USED
                     MOVE SPACES TO WS-POT-CODE(WS-POT-USED)
                     MOVE ROLLOVER-LEGACY-RECORD
                       TO WS-POT-AMOUNT(WS-POT-USED)
                   ELSE
                     IF ROL-AMOUNT NUMERIC
                       ADD 1 TO WS-POT-USED
                       MOVE ROL-CODE TO WS-POT-CODE(WS-POT-USED)
                       MOVE ROL-AMOUNT
                         TO WS-POT-AMOUNT(WS-POT-USED)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROLLOVER-FILE.

      * A draw settled twice under override has two lines; the last
      * one read stands, as it does for the ledger.
           LOAD-ROLLOVER-HISTORY SECTION.
           OPEN INPUT ROLLOVER-HIST-FILE.
           IF WS-ROLLHIST-STATUS NOT = "00"
             DISPLAY "No rollover history on file - only draws not "
               "yet settled can show as rollover draws."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ROLLOVER-HIST-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-HISTORY
                 IF RLH-DRAW-DATE NUMERIC AND RLH-POT-IN NUMERIC
                   PERFORM KEEP-HISTORY-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROLLOVER-HIST-FILE.

           KEEP-HISTORY-LINE SECTION.
           PERFORM VARYING WS-HST-I FROM 1 BY 1
               UNTIL WS-HST-I > WS-HIST-USED
             IF WS-HST-GAME(WS-HST-I) = RLH-GAME
                 AND WS-HST-DATE(WS-HST-I) = RLH-DRAW-DATE
               MOVE RLH-POT-IN TO WS-HST-POT-IN(WS-HST-I)
               EXIT SECTION
             END-IF
           END-PERFORM.
           IF WS-HIST-USED < WS-MAX-HIST
             ADD 1 TO WS-HIST-USED
             MOVE RLH-GAME TO WS-HST-GAME(WS-HIST-USED)
             MOVE RLH-DRAW-DATE TO WS-HST-DATE(WS-HIST-USED)
             MOVE RLH-POT-IN TO WS-HST-POT-IN(WS-HIST-USED)
           END-IF.

      * Tickets from the start of the lookback to the end of the
      * period go into the draw table; only those inside the period
      * count towards the weekday, hour and rollover figures.
           TOTAL-PERIOD-TICKETS SECTION.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             DISPLAY "No ticket file - nothing to analyse."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ TICKET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-TICKETS
                 PERFORM TAKE-ONE-TICKET
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

           TAKE-ONE-TICKET SECTION.
           IF TICKET-LINE(1:2) = "T2"
             MOVE TICKET-LINE(41:8) TO WS-TKT-DATE
             MOVE TICKET-LINE(62:4) TO WS-TKT-GAME
             IF TICKET-LINE(50:2) NUMERIC
                 AND TICKET-LINE(50:2) < "24"
               MOVE TICKET-LINE(50:2) TO WS-TKT-HOUR
               ADD 1 TO WS-TKT-HOUR
             ELSE
               MOVE 25 TO WS-TKT-HOUR
             END-IF
           ELSE
             MOVE TICKET-LINE(16:8) TO WS-TKT-DATE
             MOVE SPACES TO WS-TKT-GAME
             MOVE 25 TO WS-TKT-HOUR
           END-IF.
           IF WS-TKT-DATE NOT NUMERIC
               OR WS-TKT-DATE < WS-SCAN-DATE
               OR WS-TKT-DATE > WS-TO-DATE
             EXIT SECTION
           END-IF.
           IF TICKET-LINE(60:1) = "V"
               OR TICKET-LINE(61:1) = "R"
               OR TICKET-LINE(92:1) = "F"
             EXIT SECTION
           END-IF.
           MOVE WS-TKT-GAME TO WS-PRICE-GAME.
           PERFORM PRICE-OF-GAME.
      * An advance-play ticket's draws were all paid for at the sale.
           IF TICKET-LINE(1:2) = "T2" AND TICKET-LINE(93:2) NUMERIC
               AND TICKET-LINE(93:2) > "01"
             MOVE TICKET-LINE(93:2) TO WS-TKT-DRAWS
             COMPUTE WS-PRICE = WS-PRICE * WS-TKT-DRAWS
           END-IF.
           MOVE WS-TKT-GAME TO WS-FIND-GAME.
           MOVE WS-TKT-DATE TO WS-FIND-DATE.
           PERFORM FIND-DRAW-SLOT.
           IF WS-DRW-HIT = ZERO
               AND WS-DRAW-USED < WS-MAX-DRAWS
             ADD 1 TO WS-DRAW-USED
             MOVE WS-DRAW-USED TO WS-DRW-HIT
             MOVE WS-TKT-GAME TO WS-DRW-GAME(WS-DRW-HIT)
             MOVE WS-FIND-DATE TO WS-DRW-DATE(WS-DRW-HIT)
             MOVE ZERO TO WS-DRW-TICKETS(WS-DRW-HIT)
             MOVE ZERO TO WS-DRW-REVENUE(WS-DRW-HIT)
             MOVE "N" TO WS-DRW-ROLLOVER(WS-DRW-HIT)
           END-IF.
           IF WS-TKT-DATE < WS-FROM-DATE
             IF WS-DRW-HIT NOT = ZERO
               ADD 1 TO WS-DRW-TICKETS(WS-DRW-HIT)
               ADD WS-PRICE TO WS-DRW-REVENUE(WS-DRW-HIT)
             END-IF
             EXIT SECTION
           END-IF.
           PERFORM FIND-TREND-SLOT.
           IF WS-DRW-HIT = ZERO OR WS-TRD-HIT = ZERO
             ADD 1 TO WS-NOT-ANALYSED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-DRW-TICKETS(WS-DRW-HIT).
           ADD WS-PRICE TO WS-DRW-REVENUE(WS-DRW-HIT).
           ADD 1 TO WS-TOT-TICKETS.
           ADD WS-PRICE TO WS-TOT-REVENUE.
           ADD 1 TO WS-TRD-TICKETS(WS-TRD-HIT).
           ADD WS-PRICE TO WS-TRD-REVENUE(WS-TRD-HIT).
           PERFORM WORK-OUT-WEEKDAY.
           ADD 1 TO WS-TRD-DAY-TICKETS(WS-TRD-HIT, WS-DAY-I).
           ADD WS-PRICE TO WS-TRD-DAY-REVENUE(WS-TRD-HIT, WS-DAY-I).
           ADD 1 TO WS-TRD-HR-TICKETS(WS-TRD-HIT, WS-TKT-HOUR).
           ADD WS-PRICE TO WS-TRD-HR-REVENUE(WS-TRD-HIT, WS-TKT-HOUR).

           FIND-DRAW-SLOT SECTION.
           MOVE ZERO TO WS-DRW-HIT.
           PERFORM VARYING WS-DRW-J FROM 1 BY 1
               UNTIL WS-DRW-J > WS-DRAW-USED
             IF WS-DRW-GAME(WS-DRW-J) = WS-FIND-GAME
                 AND WS-DRW-DATE(WS-DRW-J) = WS-FIND-DATE
               MOVE WS-DRW-J TO WS-DRW-HIT
               EXIT SECTION
             END-IF
           END-PERFORM.

           FIND-TREND-SLOT SECTION.
           MOVE ZERO TO WS-TRD-HIT.
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TREND-USED
             IF WS-TRD-GAME(WS-TRD-I) = WS-FIND-GAME
               MOVE WS-TRD-I TO WS-TRD-HIT
               EXIT SECTION
             END-IF
           END-PERFORM.
           IF WS-TREND-USED < WS-MAX-GAMES
             ADD 1 TO WS-TREND-USED
             MOVE WS-TREND-USED TO WS-TRD-HIT
             INITIALIZE WS-TRD-ENTRY(WS-TRD-HIT)
             MOVE WS-FIND-GAME TO WS-TRD-GAME(WS-TRD-HIT)
           END-IF.

      * Day 1 of the integer calendar was a Monday, so a date's
      * weekday is (day - 1) mod 7, plus one for the table.
           WORK-OUT-WEEKDAY SECTION.
           MOVE WS-FIND-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-DAY-I = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.

      * A settled draw carried a rollover if its history line shows a
      * pot carried in; one not settled yet (nor settled under the
      * history) is judged on the game's pot standing today, but only
      * when it is later than the game's last settled draw - an old
      * draw from before the history began counts as no rollover.
           SPLIT-BY-ROLLOVER SECTION.
           PERFORM VARYING WS-DRW-I FROM 1 BY 1
               UNTIL WS-DRW-I > WS-DRAW-USED
             IF WS-DRW-DATE(WS-DRW-I) >= WS-FROM-DATE
               PERFORM JUDGE-DRAW-ROLLOVER
               MOVE WS-DRW-GAME(WS-DRW-I) TO WS-FIND-GAME
               PERFORM FIND-TREND-SLOT
               MOVE WS-DRW-DATE(WS-DRW-I) TO WS-FIND-DATE
               PERFORM WORK-OUT-WEEKDAY
               IF WS-TRD-HIT NOT = ZERO
                 ADD 1 TO WS-TRD-DAY-DRAWS(WS-TRD-HIT, WS-DAY-I)
                 IF DRW-ROLLOVER(WS-DRW-I)
                   ADD 1 TO WS-TRD-RO-DRAWS(WS-TRD-HIT)
                   ADD WS-DRW-TICKETS(WS-DRW-I)
                     TO WS-TRD-RO-TICKETS(WS-TRD-HIT)
                   ADD WS-DRW-REVENUE(WS-DRW-I)
                     TO WS-TRD-RO-REVENUE(WS-TRD-HIT)
                 ELSE
                   ADD 1 TO WS-TRD-NR-DRAWS(WS-TRD-HIT)
                   ADD WS-DRW-TICKETS(WS-DRW-I)
                     TO WS-TRD-NR-TICKETS(WS-TRD-HIT)
                   ADD WS-DRW-REVENUE(WS-DRW-I)
                     TO WS-TRD-NR-REVENUE(WS-TRD-HIT)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           JUDGE-DRAW-ROLLOVER SECTION.
           MOVE "N" TO WS-DRW-ROLLOVER(WS-DRW-I).
           MOVE ZERO TO WS-FIND-DATE.
           PERFORM VARYING WS-HST-I FROM 1 BY 1
               UNTIL WS-HST-I > WS-HIST-USED
             IF WS-HST-GAME(WS-HST-I) = WS-DRW-GAME(WS-DRW-I)
               IF WS-HST-DATE(WS-HST-I) = WS-DRW-DATE(WS-DRW-I)
                 IF WS-HST-POT-IN(WS-HST-I) > ZERO
                   MOVE "Y" TO WS-DRW-ROLLOVER(WS-DRW-I)
                 END-IF
                 EXIT SECTION
               END-IF
               IF WS-HST-DATE(WS-HST-I) > WS-FIND-DATE
                 MOVE WS-HST-DATE(WS-HST-I) TO WS-FIND-DATE
               END-IF
             END-IF
           END-PERFORM.
           IF WS-DRW-DATE(WS-DRW-I) > WS-FIND-DATE
             PERFORM VARYING WS-POT-I FROM 1 BY 1
                 UNTIL WS-POT-I > WS-POT-USED
               IF WS-POT-CODE(WS-POT-I) = WS-DRW-GAME(WS-DRW-I)
                   AND WS-POT-AMOUNT(WS-POT-I) > ZERO
                 MOVE "Y" TO WS-DRW-ROLLOVER(WS-DRW-I)
               END-IF
             END-PERFORM
           END-IF.

           PRINT-TREND-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "LOTTERY SALES TREND" TO W-RPT-TITLE.
           MOVE "../lottery_sales_trend.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "PERIOD " DELIMITED BY SIZE
             WS-FROM-DATE DELIMITED BY SIZE
             " TO " DELIMITED BY SIZE
             WS-TO-DATE DELIMITED BY SIZE
             "   (GAME ---- IS THE PRIMARY GAME)" DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-TOT-TICKETS TO WS-ED-COUNT.
           MOVE WS-TOT-REVENUE TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "TICKETS " DELIMITED BY SIZE
             FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
             "   REVENUE " DELIMITED BY SIZE
             FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF WS-NOT-ANALYSED > ZERO
             MOVE WS-NOT-ANALYSED TO WS-ED-COUNT
             MOVE SPACES TO W-RPT-TEXT
             STRING "*** " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               " TICKETS NOT ANALYSED - TOO MANY GAMES OR DRAWS"
               DELIMITED BY SIZE
               INTO W-RPT-TEXT
             END-STRING
             PERFORM REPORT-LINE
           END-IF.
           PERFORM PRINT-DRAW-SECTION.
           PERFORM PRINT-WEEKDAY-SECTION.
           PERFORM PRINT-HOUR-SECTION.
           PERFORM PRINT-ROLLOVER-SECTION.
           MOVE WS-TOT-TICKETS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * Draws grouped by game in the order first sold; the change
      * columns set each draw against the same weekday one week
      * earlier and against the average of the same weekday over
      * the four weeks before (weeks with no sales are skipped).
           PRINT-DRAW-SECTION SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "SALES BY GAME AND DRAW DATE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "GAME DRAW     DAY TICKETS    REVENUE RO  VS WK "
             & " VS AVG" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TREND-USED
             PERFORM VARYING WS-DRW-I FROM 1 BY 1
                 UNTIL WS-DRW-I > WS-DRAW-USED
               IF WS-DRW-GAME(WS-DRW-I) = WS-TRD-GAME(WS-TRD-I)
                   AND WS-DRW-DATE(WS-DRW-I) >= WS-FROM-DATE
                 PERFORM PRINT-ONE-DRAW
               END-IF
             END-PERFORM
           END-PERFORM.

           PRINT-ONE-DRAW SECTION.
           MOVE WS-DRW-GAME(WS-DRW-I) TO WS-FIND-GAME.
           MOVE "N" TO WS-PREV-FOUND.
           MOVE ZERO TO WS-PREV-REVENUE.
           MOVE ZERO TO WS-AVG-SUM.
           MOVE ZERO TO WS-AVG-COUNT.
           MOVE WS-DRW-DATE(WS-DRW-I) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM VARYING WS-WEEK-I FROM 1 BY 1
               UNTIL WS-WEEK-I > WS-LOOKBACK-WEEKS
             COMPUTE WS-FIND-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT - WS-WEEK-I * 7)
             PERFORM FIND-DRAW-SLOT
             IF WS-DRW-HIT NOT = ZERO
               IF WS-WEEK-I = 1
                 MOVE "Y" TO WS-PREV-FOUND
                 MOVE WS-DRW-REVENUE(WS-DRW-HIT) TO WS-PREV-REVENUE
               END-IF
               ADD WS-DRW-REVENUE(WS-DRW-HIT) TO WS-AVG-SUM
               ADD 1 TO WS-AVG-COUNT
             END-IF
           END-PERFORM.
           MOVE WS-DRW-REVENUE(WS-DRW-I) TO WS-CHANGE-NOW.
           MOVE ZERO TO WS-CHANGE-BASE.
           IF PREV-FOUND
             MOVE WS-PREV-REVENUE TO WS-CHANGE-BASE
           END-IF.
           PERFORM WORK-OUT-CHANGE.
           MOVE WS-CHANGE-TEXT TO WS-PREV-TEXT.
           MOVE ZERO TO WS-CHANGE-BASE.
           IF WS-AVG-COUNT > ZERO
             COMPUTE WS-AVG-REVENUE ROUNDED =
               WS-AVG-SUM / WS-AVG-COUNT
             MOVE WS-AVG-REVENUE TO WS-CHANGE-BASE
           END-IF.
           PERFORM WORK-OUT-CHANGE.
           MOVE WS-CHANGE-TEXT TO WS-AVG-TEXT.
           MOVE WS-DRW-DATE(WS-DRW-I) TO WS-FIND-DATE.
           PERFORM WORK-OUT-WEEKDAY.
           PERFORM EDIT-GAME-CODE.
           MOVE WS-DRW-TICKETS(WS-DRW-I) TO WS-ED-COUNT.
           MOVE WS-DRW-REVENUE(WS-DRW-I) TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ED-GAME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-DRW-DATE(WS-DRW-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-DAY-NAME(WS-DAY-I) DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-DRW-ROLLOVER(WS-DRW-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-PREV-TEXT DELIMITED BY SIZE
             WS-AVG-TEXT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF CSV-MODE
             MOVE SPACES TO CSV-OUT-RECORD
             STRING "DRAW," DELIMITED BY SIZE
               WS-DRW-GAME(WS-DRW-I) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-DRW-DATE(WS-DRW-I) DELIMITED BY SIZE
               ",1," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-DRW-ROLLOVER(WS-DRW-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PREV-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-AVG-TEXT) DELIMITED BY SIZE
               INTO CSV-OUT-RECORD
             END-STRING
             WRITE CSV-OUT-RECORD
             ADD 1 TO WS-CSV-LINES
           END-IF.

      * Percent change of WS-CHANGE-NOW on WS-CHANGE-BASE, or "n/a"
      * when there is nothing to compare with.
           WORK-OUT-CHANGE SECTION.
           MOVE "    n/a" TO WS-CHANGE-TEXT.
           IF WS-CHANGE-BASE = ZERO
             EXIT SECTION
           END-IF.
           COMPUTE WS-CHANGE-PCT ROUNDED =
             (WS-CHANGE-NOW - WS-CHANGE-BASE) * 100 / WS-CHANGE-BASE
             ON SIZE ERROR
               MOVE 9999 TO WS-CHANGE-PCT
           END-COMPUTE.
           IF WS-CHANGE-PCT > 9999
             MOVE 9999 TO WS-CHANGE-PCT
           END-IF.
           MOVE WS-CHANGE-PCT TO WS-ED-CHANGE.
           MOVE SPACES TO WS-CHANGE-TEXT.
           STRING " " DELIMITED BY SIZE
             WS-ED-CHANGE DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO WS-CHANGE-TEXT
           END-STRING.

           EDIT-GAME-CODE SECTION.
           IF WS-FIND-GAME = SPACES
             MOVE "----" TO WS-ED-GAME
           ELSE
             MOVE WS-FIND-GAME TO WS-ED-GAME
           END-IF.

           PRINT-WEEKDAY-SECTION SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "SALES BY DAY OF WEEK" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "GAME DAY DRAWS TICKETS    REVENUE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TREND-USED
             MOVE WS-TRD-GAME(WS-TRD-I) TO WS-FIND-GAME
             PERFORM EDIT-GAME-CODE
             PERFORM VARYING WS-DAY-I FROM 1 BY 1
                 UNTIL WS-DAY-I > 7
               IF WS-TRD-DAY-TICKETS(WS-TRD-I, WS-DAY-I) > ZERO
                 PERFORM PRINT-ONE-WEEKDAY
               END-IF
             END-PERFORM
           END-PERFORM.

           PRINT-ONE-WEEKDAY SECTION.
           MOVE WS-TRD-DAY-DRAWS(WS-TRD-I, WS-DAY-I) TO WS-ED-DRAWS.
           MOVE WS-TRD-DAY-TICKETS(WS-TRD-I, WS-DAY-I) TO WS-ED-COUNT.
           MOVE WS-TRD-DAY-REVENUE(WS-TRD-I, WS-DAY-I)
             TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ED-GAME DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-DAY-NAME(WS-DAY-I) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-ED-DRAWS DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF CSV-MODE
             MOVE SPACES TO CSV-OUT-RECORD
             STRING "WEEKDAY," DELIMITED BY SIZE
               WS-TRD-GAME(WS-TRD-I) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-DAY-NAME(WS-DAY-I) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-DRAWS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               ",,," DELIMITED BY SIZE
               INTO CSV-OUT-RECORD
             END-STRING
             WRITE CSV-OUT-RECORD
             ADD 1 TO WS-CSV-LINES
           END-IF.

      * Hours are the sale time's hour; legacy tickets carry no
      * sale time and show on a "??" line.
           PRINT-HOUR-SECTION SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "SALES BY HOUR OF SALE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "GAME HOUR TICKETS    REVENUE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TREND-USED
             MOVE WS-TRD-GAME(WS-TRD-I) TO WS-FIND-GAME
             PERFORM EDIT-GAME-CODE
             PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                 UNTIL WS-HOUR-I > 25
               IF WS-TRD-HR-TICKETS(WS-TRD-I, WS-HOUR-I) > ZERO
                 PERFORM PRINT-ONE-HOUR
               END-IF
             END-PERFORM
           END-PERFORM.

           PRINT-ONE-HOUR SECTION.
           MOVE WS-TRD-HR-TICKETS(WS-TRD-I, WS-HOUR-I) TO WS-ED-COUNT.
           MOVE WS-TRD-HR-REVENUE(WS-TRD-I, WS-HOUR-I)
             TO WS-ED-AMOUNT.
           MOVE SPACES TO WS-CHANGE-TEXT.
           IF WS-HOUR-I = 25
             MOVE "??" TO WS-CHANGE-TEXT
           ELSE
             COMPUTE WS-ED-HOUR = WS-HOUR-I - 1
             MOVE WS-ED-HOUR TO WS-CHANGE-TEXT
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ED-GAME DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-CHANGE-TEXT(1:2) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF CSV-MODE
             MOVE SPACES TO CSV-OUT-RECORD
             STRING "HOUR," DELIMITED BY SIZE
               WS-TRD-GAME(WS-TRD-I) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-CHANGE-TEXT(1:2) DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
               ",,," DELIMITED BY SIZE
               INTO CSV-OUT-RECORD
             END-STRING
             WRITE CSV-OUT-RECORD
             ADD 1 TO WS-CSV-LINES
           END-IF.

      * Average revenue per draw with and without a rollover pot,
      * and the lift the pot gave over an ordinary draw.
           PRINT-ROLLOVER-SECTION SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "ROLLOVER EFFECT" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "GAME KIND        DRAWS TICKETS    REVENUE  "
             & "PER DRAW   LIFT" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-TRD-I FROM 1 BY 1
               UNTIL WS-TRD-I > WS-TREND-USED
             PERFORM PRINT-ONE-ROLLOVER
           END-PERFORM.

           PRINT-ONE-ROLLOVER SECTION.
           MOVE WS-TRD-GAME(WS-TRD-I) TO WS-FIND-GAME.
           PERFORM EDIT-GAME-CODE.
           MOVE ZERO TO WS-RO-AVG.
           MOVE ZERO TO WS-NR-AVG.
           IF WS-TRD-RO-DRAWS(WS-TRD-I) > ZERO
             COMPUTE WS-RO-AVG ROUNDED = WS-TRD-RO-REVENUE(WS-TRD-I)
               / WS-TRD-RO-DRAWS(WS-TRD-I)
           END-IF.
           IF WS-TRD-NR-DRAWS(WS-TRD-I) > ZERO
             COMPUTE WS-NR-AVG ROUNDED = WS-TRD-NR-REVENUE(WS-TRD-I)
               / WS-TRD-NR-DRAWS(WS-TRD-I)
           END-IF.
           MOVE WS-TRD-NR-DRAWS(WS-TRD-I) TO WS-ED-DRAWS.
           MOVE WS-TRD-NR-TICKETS(WS-TRD-I) TO WS-ED-COUNT.
           MOVE WS-TRD-NR-REVENUE(WS-TRD-I) TO WS-ED-AMOUNT.
           MOVE WS-NR-AVG TO WS-ED-AMOUNT2.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ED-GAME DELIMITED BY SIZE
             " NO ROLLOVER " DELIMITED BY SIZE
             WS-ED-DRAWS DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             WS-ED-AMOUNT2 DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF CSV-MODE
             MOVE "NO ROLLOVER" TO WS-CSV-KIND
             MOVE "N" TO WS-CSV-FLAG
             MOVE SPACES TO WS-AVG-TEXT
             PERFORM WRITE-CSV-ROLLOVER
           END-IF.
           MOVE WS-RO-AVG TO WS-CHANGE-NOW.
           MOVE WS-NR-AVG TO WS-CHANGE-BASE.
           IF WS-TRD-RO-DRAWS(WS-TRD-I) = ZERO
             MOVE ZERO TO WS-CHANGE-BASE
           END-IF.
           PERFORM WORK-OUT-CHANGE.
           MOVE WS-CHANGE-TEXT TO WS-AVG-TEXT.
           MOVE WS-TRD-RO-DRAWS(WS-TRD-I) TO WS-ED-DRAWS.
           MOVE WS-TRD-RO-TICKETS(WS-TRD-I) TO WS-ED-COUNT.
           MOVE WS-TRD-RO-REVENUE(WS-TRD-I) TO WS-ED-AMOUNT.
           MOVE WS-RO-AVG TO WS-ED-AMOUNT2.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-ED-GAME DELIMITED BY SIZE
             " ROLLOVER    " DELIMITED BY SIZE
             WS-ED-DRAWS DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             WS-ED-AMOUNT2 DELIMITED BY SIZE
             WS-AVG-TEXT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF CSV-MODE
             MOVE "ROLLOVER" TO WS-CSV-KIND
             MOVE "Y" TO WS-CSV-FLAG
             PERFORM WRITE-CSV-ROLLOVER
           END-IF.

      * The lift goes in the prior-average column of the CSV.
           WRITE-CSV-ROLLOVER SECTION.
           MOVE SPACES TO CSV-OUT-RECORD.
           STRING "ROLLOVER," DELIMITED BY SIZE
             WS-TRD-GAME(WS-TRD-I) DELIMITED BY SPACE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-CSV-KIND) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-ED-DRAWS) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             WS-CSV-FLAG DELIMITED BY SIZE
             ",," DELIMITED BY SIZE
             FUNCTION TRIM(WS-AVG-TEXT) DELIMITED BY SIZE
             INTO CSV-OUT-RECORD
           END-STRING.
           WRITE CSV-OUT-RECORD
           ADD 1 TO WS-CSV-LINES.

      * The report, and the CSV when asked for, are drawn from the
      * period's tickets priced by game and split by the rollover
      * pots and their history.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "LOTTERY-SALES-TREND" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-READ-ROLLOVER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover_hist.dat" TO W-LIN-FILE.
           MOVE WS-READ-HISTORY TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-REPORT-LINES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF CSV-MODE
             MOVE "../lottery_sales_trend.csv" TO W-LIN-FILE
             MOVE WS-CSV-LINES TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

           REPORT-LINE SECTION.
           ADD 1 TO WS-REPORT-LINES.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
