      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * BINGO-NIGHT sells the cards and files the winners, but at the
      * close of a night nobody could say what the night had made.
      * These end-of-night accounts take one night (one session of
      * the hall) and total the cards sold on it from
      * "../bingo_cards.dat" at the card price in
      * "../bingo_card.parm" (default WS-DEFAULT-CARD-PRICE), and the
      * LINE and FULL HOUSE prizes BINGO-NIGHT filed for it to
      * lottery_ledger.dat (game BNGO; a card that won is marked "L"
      * or "H" on the card file, and an older "W" card is told by
      * the prize amount). The house retention - sales less prizes -
      * is set against the target percentage in
      * "../bingo_retention.parm" (default WS-DEFAULT-RETENTION), and
      * the cash the caller counts at the close against the
      * retention, since the winners are paid from the night's
      * takings. Each night is kept on "../bingo_night_history.dat"
      * (a re-run of a night supersedes the earlier line) and the
      * statement, filed to the report repository, closes with the
      * month to date, night by night, for management.
      * Revision: Maxfx 15/10/2026 - the night history line and the
      *   statement are posted to the lineage register with the card,
      *   ledger and history files they were drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINGO-NIGHT-ACCOUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "../bingo_cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CARD-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT CARD-PARAM-FILE ASSIGN TO "../bingo_card.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CARD-PARAM-STATUS.

           SELECT RETENTION-PARAM-FILE
           ASSIGN TO "../bingo_retention.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RETENTION-STATUS.

           SELECT NIGHT-HISTORY-FILE
           ASSIGN TO "../bingo_night_history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CARD-FILE.
           01 CARD-RECORD.
             05 BCD-CARD-NO   PIC 9(5).
             05 FILLER        PIC X.
             05 BCD-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 BCD-SALE-DATE PIC X(8).
             05 FILLER        PIC X(45).
             05 FILLER        PIC X.
             05 BCD-STATE     PIC X.
             05 FILLER        PIC X.
             05 BCD-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 BCD-VALIDATION PIC X(4).

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
             05 FILLER        PIC X(22).
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

           FD CARD-PARAM-FILE.
           01 CARD-PARAM-RECORD.
             05 PARM-CARD-PRICE PIC 9(4).

           FD RETENTION-PARAM-FILE.
           01 RETENTION-PARAM-RECORD.
             05 PARM-RETENTION-PCT PIC 99.

      * One line per night's accounts: the night, what it sold and
      * paid out, what the house kept, and the caller's count.
           FD NIGHT-HISTORY-FILE.
           01 NIGHT-HISTORY-RECORD.
             05 BNH-NIGHT       PIC X(8).
             05 FILLER          PIC X.
             05 BNH-CARDS       PIC 9(5).
             05 FILLER          PIC X.
             05 BNH-SALES       PIC 9(7).
             05 FILLER          PIC X.
             05 BNH-LINE-COUNT  PIC 9(3).
             05 FILLER          PIC X.
             05 BNH-LINE-PRIZES PIC 9(7).
             05 FILLER          PIC X.
             05 BNH-HOUSE-COUNT PIC 9(3).
             05 FILLER          PIC X.
             05 BNH-HOUSE-PRIZES PIC 9(7).
             05 FILLER          PIC X.
             05 BNH-RETENTION   PIC -9(8).
             05 FILLER          PIC X.
             05 BNH-COUNTED     PIC 9(7).
             05 FILLER          PIC X.
             05 BNH-VARIANCE    PIC -9(8).
             05 FILLER          PIC X.
             05 BNH-CALLER      PIC X(8).
             05 FILLER          PIC X.
             05 BNH-STAMP-TIME  PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-CARD-STATUS       PIC XX.
           77 WS-LEDGER-STATUS     PIC XX.
           77 WS-CARD-PARAM-STATUS PIC XX.
           77 WS-RETENTION-STATUS  PIC XX.
           77 WS-HISTORY-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from each input, and the history lines kept,
      * for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-CARDS   PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER  PIC 9(8) VALUE ZERO.
             05 WS-READ-HISTORY PIC 9(8) VALUE ZERO.
           77 WS-HISTORY-KEPT PIC 9 VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "BINGO-NIGHT-ACCOUNTS".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * BINGO-NIGHT's standing prizes, for telling a LINE from a
      * FULL HOUSE on a card won before the kind was kept.
           78 WS-LINE-PRIZE VALUE 25.
           78 WS-DEFAULT-CARD-PRICE VALUE 2.
           78 WS-DEFAULT-RETENTION  VALUE 30.
           77 WS-CARD-PRICE    PIC 9(4) VALUE WS-DEFAULT-CARD-PRICE.
           77 WS-RETENTION-PCT PIC 99 VALUE WS-DEFAULT-RETENTION.

           77 WS-NIGHT         PIC X(8).
           77 WS-DATE-VALID    PIC X.
             88 DATE-IS-VALID  VALUE "Y".

      * The won cards' serials and the kind each won, matched to
      * the ledger's prize rows.
           78 WS-MAX-WON VALUE 500.
           01 WS-WON-TABLE.
             05 WS-WON-ENTRY OCCURS 500 TIMES.
               10 WS-WON-SERIAL PIC X(7).
               10 WS-WON-STATE  PIC X.
           77 WS-WON-USED     PIC 9(3) VALUE ZERO.
           77 WS-WON-I        PIC 9(3).
           77 WS-PRIZE-KIND   PIC X.
             88 KIND-LINE     VALUE "L".
             88 KIND-HOUSE    VALUE "H".

           77 WS-CARD-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-SALES        PIC 9(7) VALUE ZERO.
           77 WS-LINE-COUNT   PIC 9(3) VALUE ZERO.
           77 WS-LINE-PRIZES  PIC 9(7) VALUE ZERO.
           77 WS-HOUSE-COUNT  PIC 9(3) VALUE ZERO.
           77 WS-HOUSE-PRIZES PIC 9(7) VALUE ZERO.
           77 WS-RETENTION    PIC S9(8) VALUE ZERO.
           77 WS-TARGET       PIC S9(8) VALUE ZERO.
           77 WS-AGAINST      PIC S9(8) VALUE ZERO.
           77 WS-ACTUAL-PCT   PIC S9(5) VALUE ZERO.
           77 WS-COUNTED      PIC 9(7) VALUE ZERO.
           77 WS-VARIANCE     PIC S9(8) VALUE ZERO.

      * Month to date: the latest line for each night of the month.
           01 WS-MTD-TABLE.
             05 WS-MTD-ENTRY OCCURS 31 TIMES.
               10 WS-MTD-NIGHT     PIC X(8).
               10 WS-MTD-CARDS     PIC 9(5).
               10 WS-MTD-SALES     PIC 9(7).
               10 WS-MTD-PRIZES    PIC 9(8).
               10 WS-MTD-RETENTION PIC S9(8).
               10 WS-MTD-VARIANCE  PIC S9(8).
           77 WS-MTD-DAY      PIC 99.
           77 WS-MTD-NIGHTS   PIC 99 VALUE ZERO.
           77 WS-TOT-CARDS    PIC 9(6) VALUE ZERO.
           77 WS-TOT-SALES    PIC 9(8) VALUE ZERO.
           77 WS-TOT-PRIZES   PIC 9(8) VALUE ZERO.
           77 WS-TOT-RETENTION PIC S9(9) VALUE ZERO.
           77 WS-TOT-VARIANCE PIC S9(9) VALUE ZERO.

      * Edited figures for the statement.
           77 WS-ED-COUNT  PIC ZZZZZ.
           77 WS-ED-AMOUNT PIC -ZZZZZZZ9.
           77 WS-ED-PCT    PIC -(4)9.
           77 WS-ED-CARDS  PIC ZZZZZ9.
           77 WS-ED-SALES  PIC ZZZZZZZ9.
           77 WS-ED-PRIZES PIC ZZZZZZZ9.
           77 WS-ED-RETAIN PIC -(8)9.
           77 WS-ED-VAR    PIC -(8)9.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - bingo accounts refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Closing a bingo night needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "BINGO-ACCT" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Bingo night (YYYYMMDD, blank = tonight): ".
           ACCEPT WS-NIGHT.
           IF WS-NIGHT = SPACES
             MOVE W-DATE OF W-BATCH TO WS-NIGHT
           END-IF.
           CALL "VALIDATE-DATE" USING WS-NIGHT WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - no accounts."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-CARD-PRICE.
           PERFORM LOAD-RETENTION-PARAM.
           PERFORM TOTAL-NIGHT-CARDS.
           PERFORM TOTAL-NIGHT-PRIZES.
           COMPUTE WS-RETENTION = WS-SALES - WS-LINE-PRIZES
             - WS-HOUSE-PRIZES.
           COMPUTE WS-TARGET ROUNDED =
             WS-SALES * WS-RETENTION-PCT / 100.
           COMPUTE WS-AGAINST = WS-RETENTION - WS-TARGET.
           IF WS-SALES > ZERO
             COMPUTE WS-ACTUAL-PCT ROUNDED =
               WS-RETENTION * 100 / WS-SALES
           END-IF.
           MOVE WS-RETENTION TO WS-ED-RETAIN.
           DISPLAY "Night " WS-NIGHT ": the house should hold "
             FUNCTION TRIM(WS-ED-RETAIN) " after prizes.".
           DISPLAY "Counted cash at the close: ".
           ACCEPT WS-COUNTED.
           COMPUTE WS-VARIANCE = WS-COUNTED - WS-RETENTION.
           PERFORM APPEND-NIGHT-HISTORY.
           PERFORM LOAD-MONTH-TO-DATE.
           PERFORM PRINT-NIGHT-STATEMENT.
           PERFORM POST-LINEAGE.
           MOVE "K" TO WS-ACT-ACTION.
           MOVE WS-NIGHT TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           MOVE WS-VARIANCE TO WS-ED-VAR.
           DISPLAY "Variance " FUNCTION TRIM(WS-ED-VAR) ".".
           MOVE WS-TOT-RETENTION TO WS-ED-RETAIN.
           DISPLAY "Month to date: " WS-MTD-NIGHTS " night(s), "
             "house retention " FUNCTION TRIM(WS-ED-RETAIN) ".".
           GOBACK.

           LOAD-CARD-PRICE SECTION.
           OPEN INPUT CARD-PARAM-FILE.
           IF WS-CARD-PARAM-STATUS = "00"
             READ CARD-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-CARD-PRICE NUMERIC
                     AND PARM-CARD-PRICE NOT = ZERO
                   MOVE PARM-CARD-PRICE TO WS-CARD-PRICE
                 END-IF
             END-READ
             CLOSE CARD-PARAM-FILE
           END-IF.

           LOAD-RETENTION-PARAM SECTION.
           OPEN INPUT RETENTION-PARAM-FILE.
           IF WS-RETENTION-STATUS = "00"
             READ RETENTION-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-RETENTION-PCT NUMERIC
                   MOVE PARM-RETENTION-PCT TO WS-RETENTION-PCT
                 END-IF
             END-READ
             CLOSE RETENTION-PARAM-FILE
           END-IF.

      * Every card sold on the night is a sale at the card price;
      * every card that has won is kept with the kind of its win.
           TOTAL-NIGHT-CARDS SECTION.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CARD-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CARDS
                 IF BCD-SALE-DATE = WS-NIGHT
                   ADD 1 TO WS-CARD-COUNT
                   ADD WS-CARD-PRICE TO WS-SALES
                 END-IF
                 IF BCD-STATE NOT = "O"
                     AND BCD-SERIAL NOT = SPACES
                     AND WS-WON-USED < WS-MAX-WON
                   ADD 1 TO WS-WON-USED
                   MOVE BCD-SERIAL TO WS-WON-SERIAL(WS-WON-USED)
                   MOVE BCD-STATE TO WS-WON-STATE(WS-WON-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CARD-FILE.

      * The night's bingo wins on the winners ledger, paid or not;
      * a reversed row paid nothing.
           TOTAL-NIGHT-PRIZES SECTION.
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
                 IF LGR-GAME = "BNGO"
                     AND LGR-DRAW-DATE = WS-NIGHT
                     AND LGR-STATUS NOT = "REVRSD"
                   PERFORM JUDGE-PRIZE-KIND
                   IF KIND-HOUSE
                     ADD 1 TO WS-HOUSE-COUNT
                     ADD LGR-AMOUNT TO WS-HOUSE-PRIZES
                   ELSE
                     ADD 1 TO WS-LINE-COUNT
                     ADD LGR-AMOUNT TO WS-LINE-PRIZES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           JUDGE-PRIZE-KIND SECTION.
           MOVE SPACE TO WS-PRIZE-KIND.
           PERFORM VARYING WS-WON-I FROM 1 BY 1
               UNTIL WS-WON-I > WS-WON-USED
             IF WS-WON-SERIAL(WS-WON-I) = LGR-SERIAL
               MOVE WS-WON-STATE(WS-WON-I) TO WS-PRIZE-KIND
             END-IF
           END-PERFORM.
           IF NOT KIND-LINE AND NOT KIND-HOUSE
             IF LGR-AMOUNT = WS-LINE-PRIZE
               SET KIND-LINE TO TRUE
             ELSE
               SET KIND-HOUSE TO TRUE
             END-IF
           END-IF.

           APPEND-NIGHT-HISTORY SECTION.
           OPEN EXTEND NIGHT-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
             OPEN OUTPUT NIGHT-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
             DISPLAY "WARNING: night not kept on the bingo history, "
               "status " WS-HISTORY-STATUS
             EXIT SECTION
           END-IF.
           MOVE SPACES TO NIGHT-HISTORY-RECORD.
           MOVE WS-NIGHT TO BNH-NIGHT.
           MOVE WS-CARD-COUNT TO BNH-CARDS.
           MOVE WS-SALES TO BNH-SALES.
           MOVE WS-LINE-COUNT TO BNH-LINE-COUNT.
           MOVE WS-LINE-PRIZES TO BNH-LINE-PRIZES.
           MOVE WS-HOUSE-COUNT TO BNH-HOUSE-COUNT.
           MOVE WS-HOUSE-PRIZES TO BNH-HOUSE-PRIZES.
           MOVE WS-RETENTION TO BNH-RETENTION.
           MOVE WS-COUNTED TO BNH-COUNTED.
           MOVE WS-VARIANCE TO BNH-VARIANCE.
           MOVE WS-OPERATOR-ID TO BNH-CALLER.
           MOVE W-TIME OF W-BATCH TO BNH-STAMP-TIME.
           WRITE NIGHT-HISTORY-RECORD.
           MOVE 1 TO WS-HISTORY-KEPT.
           CLOSE NIGHT-HISTORY-FILE.

      * The nights of the same month up to this one; a later line
      * for a night replaces an earlier one, so a re-run counts
      * once.
           LOAD-MONTH-TO-DATE SECTION.
           INITIALIZE WS-MTD-TABLE.
           OPEN INPUT NIGHT-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ NIGHT-HISTORY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-HISTORY
                 IF BNH-NIGHT(1:6) = WS-NIGHT(1:6)
                     AND BNH-NIGHT <= WS-NIGHT
                     AND BNH-NIGHT(7:2) NUMERIC
                   MOVE BNH-NIGHT(7:2) TO WS-MTD-DAY
                   IF WS-MTD-DAY >= 1 AND WS-MTD-DAY <= 31
                     MOVE BNH-NIGHT TO WS-MTD-NIGHT(WS-MTD-DAY)
                     MOVE BNH-CARDS TO WS-MTD-CARDS(WS-MTD-DAY)
                     MOVE BNH-SALES TO WS-MTD-SALES(WS-MTD-DAY)
                     COMPUTE WS-MTD-PRIZES(WS-MTD-DAY) =
                       BNH-LINE-PRIZES + BNH-HOUSE-PRIZES
                     MOVE BNH-RETENTION
                       TO WS-MTD-RETENTION(WS-MTD-DAY)
                     MOVE BNH-VARIANCE
                       TO WS-MTD-VARIANCE(WS-MTD-DAY)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE NIGHT-HISTORY-FILE.
           PERFORM VARYING WS-MTD-DAY FROM 1 BY 1
               UNTIL WS-MTD-DAY > 31
             IF WS-MTD-NIGHT(WS-MTD-DAY) NOT = SPACES
               ADD 1 TO WS-MTD-NIGHTS
               ADD WS-MTD-CARDS(WS-MTD-DAY) TO WS-TOT-CARDS
               ADD WS-MTD-SALES(WS-MTD-DAY) TO WS-TOT-SALES
               ADD WS-MTD-PRIZES(WS-MTD-DAY) TO WS-TOT-PRIZES
               ADD WS-MTD-RETENTION(WS-MTD-DAY) TO WS-TOT-RETENTION
               ADD WS-MTD-VARIANCE(WS-MTD-DAY) TO WS-TOT-VARIANCE
             END-IF
           END-PERFORM.

           PRINT-NIGHT-STATEMENT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "BINGO NIGHT ACCOUNTS - " DELIMITED BY SIZE
             WS-NIGHT DELIMITED BY SIZE
             INTO W-RPT-TITLE
           END-STRING.
           MOVE "../bingo_night_accounts.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "NIGHT " DELIMITED BY SIZE
             WS-NIGHT DELIMITED BY SIZE
             "  CLOSED BY " DELIMITED BY SIZE
             WS-OPERATOR-ID DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-CARD-COUNT TO WS-ED-COUNT.
           MOVE WS-SALES TO WS-ED-AMOUNT.
           MOVE "CARD SALES           " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-LINE-COUNT TO WS-ED-COUNT.
           COMPUTE WS-ED-AMOUNT = ZERO - WS-LINE-PRIZES.
           MOVE "LINE PRIZES          " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-HOUSE-COUNT TO WS-ED-COUNT.
           COMPUTE WS-ED-AMOUNT = ZERO - WS-HOUSE-PRIZES.
           MOVE "FULL HOUSE PRIZES    " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE ZERO TO WS-ED-COUNT.
           MOVE WS-RETENTION TO WS-ED-AMOUNT.
           MOVE "HOUSE RETENTION      " TO W-RPT-TEXT.
           MOVE WS-ACTUAL-PCT TO WS-ED-PCT.
           MOVE WS-ED-PCT TO W-RPT-TEXT(40:5).
           MOVE "%" TO W-RPT-TEXT(45:1).
           PERFORM AMOUNT-LINE.
           MOVE WS-TARGET TO WS-ED-AMOUNT.
           MOVE "TARGET RETENTION     " TO W-RPT-TEXT.
           MOVE WS-RETENTION-PCT TO WS-ED-PCT.
           MOVE WS-ED-PCT TO W-RPT-TEXT(40:5).
           MOVE "%" TO W-RPT-TEXT(45:1).
           PERFORM AMOUNT-LINE.
           MOVE WS-AGAINST TO WS-ED-AMOUNT.
           MOVE "AGAINST TARGET       " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-COUNTED TO WS-ED-AMOUNT.
           MOVE "COUNTED CASH         " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           MOVE WS-VARIANCE TO WS-ED-AMOUNT.
           MOVE "VARIANCE             " TO W-RPT-TEXT.
           PERFORM AMOUNT-LINE.
           PERFORM PRINT-MONTH-TO-DATE.
           MOVE WS-MTD-NIGHTS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-MONTH-TO-DATE SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "MONTH TO DATE " DELIMITED BY SIZE
             WS-NIGHT(1:4) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-NIGHT(5:2) DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE "NIGHT      CARDS     SALES    PRIZES  RETAINED  "
             & "VARIANCE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-MTD-DAY FROM 1 BY 1
               UNTIL WS-MTD-DAY > 31
             IF WS-MTD-NIGHT(WS-MTD-DAY) NOT = SPACES
               MOVE WS-MTD-CARDS(WS-MTD-DAY) TO WS-ED-CARDS
               MOVE WS-MTD-SALES(WS-MTD-DAY) TO WS-ED-SALES
               MOVE WS-MTD-PRIZES(WS-MTD-DAY) TO WS-ED-PRIZES
               MOVE WS-MTD-RETENTION(WS-MTD-DAY) TO WS-ED-RETAIN
               MOVE WS-MTD-VARIANCE(WS-MTD-DAY) TO WS-ED-VAR
               MOVE SPACES TO W-RPT-TEXT
               MOVE WS-MTD-NIGHT(WS-MTD-DAY) TO W-RPT-TEXT(1:8)
               PERFORM MONTH-FIGURES-LINE
             END-IF
           END-PERFORM.
           MOVE WS-TOT-CARDS TO WS-ED-CARDS.
           MOVE WS-TOT-SALES TO WS-ED-SALES.
           MOVE WS-TOT-PRIZES TO WS-ED-PRIZES.
           MOVE WS-TOT-RETENTION TO WS-ED-RETAIN.
           MOVE WS-TOT-VARIANCE TO WS-ED-VAR.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE "TOTAL" TO W-RPT-TEXT(1:5).
           PERFORM MONTH-FIGURES-LINE.

           MONTH-FIGURES-LINE SECTION.
           MOVE WS-ED-CARDS TO W-RPT-TEXT(11:6).
           MOVE WS-ED-SALES TO W-RPT-TEXT(19:8).
           MOVE WS-ED-PRIZES TO W-RPT-TEXT(29:8).
           MOVE WS-ED-RETAIN TO W-RPT-TEXT(38:9).
           MOVE WS-ED-VAR TO W-RPT-TEXT(48:9).
           PERFORM REPORT-LINE.

      * The caption is already in the line; the count (left blank
      * when zero) and the amount follow it.
           AMOUNT-LINE SECTION.
           IF WS-ED-COUNT NOT = SPACES
             MOVE WS-ED-COUNT TO W-RPT-TEXT(23:5)
           END-IF.
           MOVE WS-ED-AMOUNT TO W-RPT-TEXT(30:9).
           PERFORM REPORT-LINE.

      * The night's line and the statement are drawn from the cards
      * sold and the prizes filed; the statement's month to date
      * also reads back the night history.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "BINGO-NIGHT-ACCOUNTS" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../bingo_cards.dat" TO W-LIN-FILE.
           MOVE WS-READ-CARDS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../bingo_night_history.dat" TO W-LIN-FILE.
           MOVE WS-READ-HISTORY TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           IF WS-HISTORY-KEPT > ZERO
             MOVE "../bingo_night_history.dat" TO W-LIN-FILE
             MOVE WS-HISTORY-KEPT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-MTD-NIGHTS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
