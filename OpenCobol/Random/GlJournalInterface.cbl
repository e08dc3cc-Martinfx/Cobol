      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Finance re-keyed the lottery's money into the accounting
      * system from the regulator return and the settlement
      * printout. This daily interface turns one business day's
      * activity into balanced double-entry journal lines for the
      * general ledger. Each kind of movement is mapped to its debit
      * and its credit account by the chart-of-accounts file
      * "../gl_chart.dat" (movement code, side D/C, account,
      * description):
      *   SALES    tickets sold that day (a voided ticket never was)
      *   FUNDALLC the prize-fund share of those sales, at each
      *            game's GMM-FUND-PCT (the standing price parm's for
      *            the primary game)
      *   PRZLIAB  prize liability LOTTERY-SETTLEMENT raised for the
      *            day's draws (a reversed row is left out)
      *   BNGLIAB  the same for the day's bingo night wins
      *   SCRSALES scratch-card packs retailers settled that day, at
      *            face value (from scratch_packs.dat)
      *   SCRLIAB  scratch-card wins paid at the counter that day
      *   PRZPAID  prizes paid that day, at the net handed over
      *   PRZTAX   the tax withheld from them, to the tax creditor
      *   REFUND   refunds of a voided draw (the RFND lines of
      *            lottery_void.log)
      *   EXPIRY   unclaimed prizes the expiry sweep released
      *   ROLLOVR  the movement of the rollover pots in
      *            lottery_rollover.dat since the last posting, less
      *            the expiry releases already posted to them; a pot
      *            that fell posts with its sides turned round
      * The journal goes to "../gl_journal.dat" in the fixed
      * interchange shape of the bank file: a JH header (business
      * date, run id, created date), one JL line per posting and a
      * JT trailer with the line count and the debit and credit
      * control totals. A day whose debits do not equal its credits
      * - in practice a movement with no account mapped on one side
      * - is refused outright with an "E" alert, and nothing is
      * written. Days are posted in order, once each:
      * "../gl_control.dat" keeps the last day posted and the pot
      * balances at that posting, so run the interface after the
      * day's settlement.
      * Revision: Maxfx 15/10/2026 - scratch cards: pack settlements
      *   post as SCRSALES and the "SCRT" wins as SCRLIAB, so they stay
      *   off the draw prize fund.
      * Revision: Maxfx 15/10/2026 - jackpot annuity: annuity
      *   instalments paid that day, from "../lottery_annuity.dat", post
      *   with PRZPAID and PRZTAX; the jackpot's liability still posts
      *   from its draw.
      * Revision: Maxfx 15/10/2026 - free-play tickets paid for in
      *   loyalty points are left out of the day's sales cash.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket posts as
      *   sales of the game price times the draws in column 93 on the
      *   day it was sold.
      * Revision: Maxfx 15/10/2026 - a posted day records its journal
      *   and the rewritten control file in the lineage register through
      *   LINEAGE-POST, with the records read from each input.
      * Revision: Maxfx 15/10/2026 - a day needing more journal lines
      *   than the buffer holds stops the run with return code 1 before
      *   anything is written, instead of dropping the extra lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-INTERFACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "../gl_chart.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CHART-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "../gl_control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONTROL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../gl_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT VOID-LOG-FILE ASSIGN TO "../lottery_void.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VOID-LOG-STATUS.

           SELECT ROLLOVER-FILE ASSIGN TO "../lottery_rollover.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLOVER-STATUS.

           SELECT PRICE-PARAM-FILE ASSIGN TO "../lottery_price.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRICE-STATUS.

           SELECT GAME-MASTER-FILE ASSIGN TO "../lottery_games.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GAME-STATUS.

           SELECT PACK-FILE ASSIGN TO "../scratch_packs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PACK-STATUS.

           SELECT ANNUITY-FILE ASSIGN TO "../lottery_annuity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHART-FILE.
           01 CHART-RECORD.
             05 GCH-MOVEMENT PIC X(8).
             05 FILLER       PIC X.
             05 GCH-SIDE     PIC X.
             05 FILLER       PIC X.
             05 GCH-ACCOUNT  PIC X(10).
             05 FILLER       PIC X.
             05 GCH-DESC     PIC X(30).

      * "D" carries the last business day posted in its key; one
      * "P" per rollover pot carries the pot code and its balance
      * as at that posting.
           FD CONTROL-FILE.
           01 CONTROL-RECORD.
             05 GCT-TYPE   PIC X.
             05 FILLER     PIC X.
             05 GCT-KEY    PIC X(8).
             05 FILLER     PIC X.
             05 GCT-AMOUNT PIC 9(9).

      * The GL's fixed interchange: JH business date and run id, JL
      * one per posting, JT count and control totals.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
             05 JNL-TYPE PIC X(2).
             05 JNL-BODY PIC X(70).
           01 JOURNAL-HEADER-VIEW.
             05 FILLER        PIC X(2).
             05 JH-POST-DATE  PIC X(8).
             05 JH-RUN-ID     PIC X(16).
             05 JH-CREATED    PIC X(8).
             05 FILLER        PIC X(38).
           01 JOURNAL-LINE-VIEW.
             05 FILLER        PIC X(2).
             05 JL-SEQ        PIC 9(4).
             05 JL-ACCOUNT    PIC X(10).
             05 JL-SIDE       PIC X.
             05 JL-AMOUNT     PIC 9(11).
             05 JL-MOVEMENT   PIC X(8).
             05 JL-DESC       PIC X(30).
             05 FILLER        PIC X(6).
           01 JOURNAL-TRAILER-VIEW.
             05 FILLER        PIC X(2).
             05 JT-COUNT      PIC 9(6).
             05 JT-DEBITS     PIC 9(13).
             05 JT-CREDITS    PIC 9(13).
             05 FILLER        PIC X(38).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

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

           FD VOID-LOG-FILE.
           01 VOID-LOG-RECORD.
             05 VLG-DATE      PIC X(8).
             05 FILLER        PIC X(18).
             05 VLG-KIND      PIC X(6).
             05 FILLER        PIC X(84).
             05 VLG-GAME      PIC X(4).

           FD ROLLOVER-FILE.
           01 ROLLOVER-RECORD.
             05 ROL-CODE   PIC X(4).
             05 FILLER     PIC X.
             05 ROL-AMOUNT PIC 9(9).
           01 ROLLOVER-LEGACY-RECORD PIC 9(9).

           FD PRICE-PARAM-FILE.
           01 PRICE-PARAM-RECORD.
             05 PARM-TICKET-PRICE PIC 9(4).
             05 FILLER            PIC X.
             05 PARM-FUND-PERCENT PIC 99.

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

           FD PACK-FILE.
           01 PACK-RECORD.
             05 PCK-PACK-ID   PIC X(7).
             05 FILLER        PIC X.
             05 PCK-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 PCK-CARDS     PIC 9(3).
             05 FILLER        PIC X.
             05 PCK-PRICE     PIC 9(4).
             05 FILLER        PIC X.
             05 PCK-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 PCK-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 PCK-RECEIVED  PIC X(8).
             05 FILLER        PIC X.
             05 PCK-ISSUED    PIC X(8).
             05 FILLER        PIC X.
             05 PCK-ACTIVATED PIC X(8).
             05 FILLER        PIC X.
             05 PCK-SETTLED   PIC X(8).
             05 FILLER        PIC X.
             05 PCK-OPERATOR  PIC X(8).

      * Annuity instalments: each one paid posts with the day's
      * prizes paid, like a lump sum.
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

       WORKING-STORAGE SECTION.
           77 WS-CHART-STATUS    PIC XX.
           77 WS-CONTROL-STATUS  PIC XX.
           77 WS-JOURNAL-STATUS  PIC XX.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-LEDGER-STATUS   PIC XX.
           77 WS-VOID-LOG-STATUS PIC XX.
           77 WS-ROLLOVER-STATUS PIC XX.
           77 WS-PRICE-STATUS    PIC XX.
           77 WS-GAME-STATUS     PIC XX.
           77 WS-PACK-STATUS     PIC XX.
           77 WS-ANNUITY-STATUS  PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from each input, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-CHART    PIC 9(8) VALUE ZERO.
             05 WS-READ-CONTROL  PIC 9(8) VALUE ZERO.
             05 WS-READ-PRICE    PIC 9(8) VALUE ZERO.
             05 WS-READ-GAMES    PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS  PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER   PIC 9(8) VALUE ZERO.
             05 WS-READ-ANNUITY  PIC 9(8) VALUE ZERO.
             05 WS-READ-VOIDS    PIC 9(8) VALUE ZERO.
             05 WS-READ-PACKS    PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.

           77 WS-PROGRAM-NAME   PIC X(30)
             VALUE "GL-JOURNAL-INTERFACE".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-DEFAULT-PRICE   VALUE 5.
           78 WS-DEFAULT-PERCENT VALUE 50.
           77 WS-BASE-PRICE   PIC 9(4) VALUE WS-DEFAULT-PRICE.
           77 WS-BASE-PERCENT PIC 99 VALUE WS-DEFAULT-PERCENT.

      * Slot 1 is the primary game (blank code); the rest come from
      * the game master. Each carries the day's sales for the fund
      * allocation.
           78 WS-MAX-GAMES VALUE 21.
           01 WS-GAME-TABLE.
             05 WS-GAM-ENTRY OCCURS 21 TIMES.
               10 WS-GAM-CODE  PIC X(4).
               10 WS-GAM-PRICE PIC 9(4).
               10 WS-GAM-PCT   PIC 99.
               10 WS-GAM-SALES PIC 9(9).
           77 WS-GAME-USED PIC 99 VALUE ZERO.
           77 WS-GAM-I     PIC 99.
           77 WS-GAM-HIT   PIC 99.
           77 WS-FIND-GAME PIC X(4).
      * Draws an advance-play ticket was paid for (column 93).
           77 WS-TKT-DRAWS PIC 99.

           78 WS-MAX-CHART VALUE 50.
           01 WS-CHART-TABLE.
             05 WS-CHT-ENTRY OCCURS 50 TIMES.
               10 WS-CHT-MOVEMENT PIC X(8).
               10 WS-CHT-SIDE     PIC X.
               10 WS-CHT-ACCOUNT  PIC X(10).
               10 WS-CHT-DESC     PIC X(30).
           77 WS-CHART-USED PIC 99 VALUE ZERO.
           77 WS-CHT-I      PIC 99.

      * Pot balances now, and as at the last posting.
           78 WS-MAX-POTS VALUE 21.
           01 WS-POT-TABLE.
             05 WS-POT-ENTRY OCCURS 21 TIMES.
               10 WS-POT-CODE PIC X(4).
               10 WS-POT-NOW  PIC 9(9).
               10 WS-POT-THEN PIC 9(9).
           77 WS-POT-USED PIC 99 VALUE ZERO.
           77 WS-POT-I    PIC 99.
           77 WS-POT-HIT  PIC 99.
           77 WS-FIND-POT PIC X(4).

           77 WS-LAST-POSTED PIC X(8) VALUE SPACES.
           77 WS-POST-DATE   PIC X(8).
           77 WS-NEXT-DATE   PIC X(8).
           77 WS-DATE-NUM    PIC 9(8).
           77 WS-DATE-INT    PIC 9(7).
           77 WS-DATE-VALID  PIC X.
             88 DATE-IS-VALID VALUE "Y".

      * The day's movements.
           77 WS-AMT-SALES    PIC 9(11) VALUE ZERO.
           77 WS-AMT-FUND     PIC 9(11) VALUE ZERO.
           77 WS-AMT-LIAB     PIC 9(11) VALUE ZERO.
           77 WS-AMT-BNGLIAB  PIC 9(11) VALUE ZERO.
           77 WS-AMT-SCRSALES PIC 9(11) VALUE ZERO.
           77 WS-AMT-SCRLIAB  PIC 9(11) VALUE ZERO.
           77 WS-PACK-VALUE   PIC 9(7).
           77 WS-AMT-PAID     PIC 9(11) VALUE ZERO.
           77 WS-AMT-TAX      PIC 9(11) VALUE ZERO.
           77 WS-AMT-REFUND   PIC 9(11) VALUE ZERO.
           77 WS-AMT-EXPIRY   PIC 9(11) VALUE ZERO.
           77 WS-POT-MOVEMENT PIC S9(11) VALUE ZERO.
           77 WS-AMT-ROLLOVER PIC 9(11) VALUE ZERO.
           77 WS-TKT-DATE     PIC X(8).

      * The journal is built here and written only once it balances.
           78 WS-MAX-LINES VALUE 40.
           01 WS-LINE-TABLE.
             05 WS-LIN-ENTRY OCCURS 40 TIMES.
               10 WS-LIN-ACCOUNT  PIC X(10).
               10 WS-LIN-SIDE     PIC X.
               10 WS-LIN-AMOUNT   PIC 9(11).
               10 WS-LIN-MOVEMENT PIC X(8).
               10 WS-LIN-DESC     PIC X(30).
           77 WS-LINE-USED PIC 99 VALUE ZERO.
           77 WS-LIN-I     PIC 99.

           77 WS-POST-MOVEMENT PIC X(8).
           77 WS-POST-AMOUNT   PIC 9(11).
           77 WS-POST-TURNED   PIC X VALUE "N".
             88 SIDES-TURNED   VALUE "Y".
           77 WS-WANT-SIDE     PIC X.
           77 WS-LINE-SIDE     PIC X.
           77 WS-MAPPED        PIC X.
             88 ACCOUNT-MAPPED VALUE "Y".
           77 WS-TOT-DEBITS    PIC 9(13) VALUE ZERO.
           77 WS-TOT-CREDITS   PIC 9(13) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-CHART.
           IF WS-CHART-USED = ZERO
             DISPLAY "No chart-of-accounts mapping on file "
               "(gl_chart.dat) - nothing can be posted."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-CONTROL.
           PERFORM ASK-POST-DATE.
           IF WS-POST-DATE = SPACES
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-PRICE-PARAM.
           PERFORM LOAD-GAME-MASTER.
           PERFORM TOTAL-DAY-SALES.
           PERFORM TOTAL-DAY-LEDGER.
           PERFORM TOTAL-DAY-INSTALMENTS.
           PERFORM TOTAL-DAY-REFUNDS.
           PERFORM TOTAL-DAY-PACKS.
           PERFORM LOAD-ROLLOVER.
           PERFORM BUILD-JOURNAL.
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
             DISPLAY "Journal for " WS-POST-DATE " does not balance: "
               "debits " WS-TOT-DEBITS " credits " WS-TOT-CREDITS
             DISPLAY "Nothing written - map the missing accounts in "
               "gl_chart.dat and run the day again."
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "GL journal for " DELIMITED BY SIZE
               WS-POST-DATE DELIMITED BY SIZE
               " refused - out of balance" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM WRITE-JOURNAL.
           PERFORM REWRITE-CONTROL.
           PERFORM POST-LINEAGE.
           DISPLAY "GL journal for " WS-POST-DATE " written: "
             WS-LINE-USED " line(s), debits " WS-TOT-DEBITS
             " = credits " WS-TOT-CREDITS ".".
           GOBACK.

           LOAD-CHART SECTION.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CHART-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CHART
                 IF GCH-MOVEMENT NOT = SPACES
                     AND GCH-ACCOUNT NOT = SPACES
                     AND WS-CHART-USED < WS-MAX-CHART
                   ADD 1 TO WS-CHART-USED
                   MOVE GCH-MOVEMENT
                     TO WS-CHT-MOVEMENT(WS-CHART-USED)
                   MOVE GCH-SIDE TO WS-CHT-SIDE(WS-CHART-USED)
                   MOVE GCH-ACCOUNT TO WS-CHT-ACCOUNT(WS-CHART-USED)
                   MOVE GCH-DESC TO WS-CHT-DESC(WS-CHART-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CHART-FILE.

           LOAD-CONTROL SECTION.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CONTROL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CONTROL
                 EVALUATE GCT-TYPE
                   WHEN "D"
                     MOVE GCT-KEY TO WS-LAST-POSTED
                   WHEN "P"
                     MOVE GCT-KEY(1:4) TO WS-FIND-POT
                     PERFORM FIND-POT-SLOT
                     IF WS-POT-HIT > ZERO AND GCT-AMOUNT NUMERIC
                       MOVE GCT-AMOUNT TO WS-POT-THEN(WS-POT-HIT)
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * The next unposted day is the default and the only day
      * allowed - skipping one would lose its activity for good,
      * posting one twice would double it. The first ever run may
      * start anywhere up to today.
           ASK-POST-DATE SECTION.
           MOVE SPACES TO WS-NEXT-DATE.
           IF WS-LAST-POSTED NOT = SPACES
             MOVE WS-LAST-POSTED TO WS-DATE-NUM
             COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
             COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             MOVE WS-DATE-NUM TO WS-NEXT-DATE
             DISPLAY "Last day posted " WS-LAST-POSTED
               " - next is " WS-NEXT-DATE "."
           END-IF.
           DISPLAY "Business date to post (YYYYMMDD, blank = next "
             "unposted day): ".
           ACCEPT WS-POST-DATE.
           IF WS-POST-DATE = SPACES
             MOVE WS-NEXT-DATE TO WS-POST-DATE
           END-IF.
           IF WS-POST-DATE = SPACES
             DISPLAY "Nothing posted yet - name the first day."
             EXIT SECTION
           END-IF.
           CALL "VALIDATE-DATE" USING WS-POST-DATE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - nothing posted."
             MOVE SPACES TO WS-POST-DATE
             EXIT SECTION
           END-IF.
           IF WS-POST-DATE > W-DATE OF W-BATCH
             DISPLAY WS-POST-DATE " has not happened yet - nothing "
               "posted."
             MOVE SPACES TO WS-POST-DATE
             EXIT SECTION
           END-IF.
           IF WS-NEXT-DATE NOT = SPACES
               AND WS-POST-DATE NOT = WS-NEXT-DATE
             DISPLAY "Days post in order, once each - the next day "
               "to post is " WS-NEXT-DATE "."
             MOVE SPACES TO WS-POST-DATE
             EXIT SECTION
           END-IF.

           LOAD-PRICE-PARAM SECTION.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WS-PRICE-STATUS = "00"
             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 ADD 1 TO WS-READ-PRICE
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-BASE-PRICE
                 END-IF
                 IF PARM-FUND-PERCENT NUMERIC
                     AND PARM-FUND-PERCENT NOT = ZERO
                   MOVE PARM-FUND-PERCENT TO WS-BASE-PERCENT
                 END-IF
             END-READ
             CLOSE PRICE-PARAM-FILE
           END-IF.

      * A named game's price and fund percent override the standing
      * parm's, the same override the settlement applies.
           LOAD-GAME-MASTER SECTION.
           MOVE 1 TO WS-GAME-USED.
           MOVE SPACES TO WS-GAM-CODE(1).
           MOVE WS-BASE-PRICE TO WS-GAM-PRICE(1).
           MOVE WS-BASE-PERCENT TO WS-GAM-PCT(1).
           MOVE ZERO TO WS-GAM-SALES(1).
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
                   MOVE WS-BASE-PRICE TO WS-GAM-PRICE(WS-GAME-USED)
                   MOVE WS-BASE-PERCENT TO WS-GAM-PCT(WS-GAME-USED)
                   MOVE ZERO TO WS-GAM-SALES(WS-GAME-USED)
                   IF GMM-PRICE NUMERIC AND GMM-PRICE NOT = ZERO
                     MOVE GMM-PRICE TO WS-GAM-PRICE(WS-GAME-USED)
                   END-IF
                   IF GMM-FUND-PCT NUMERIC AND GMM-FUND-PCT NOT = ZERO
                     MOVE GMM-FUND-PCT TO WS-GAM-PCT(WS-GAME-USED)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GAME-MASTER-FILE.

      * An unknown game code is priced as the primary game.
           FIND-GAME-SLOT SECTION.
           MOVE 1 TO WS-GAM-HIT.
           PERFORM VARYING WS-GAM-I FROM 2 BY 1
               UNTIL WS-GAM-I > WS-GAME-USED
             IF WS-GAM-CODE(WS-GAM-I) = WS-FIND-GAME
               MOVE WS-GAM-I TO WS-GAM-HIT
             END-IF
           END-PERFORM.

      * A voided ticket was never a sale. A refundable one was, and
      * its refund posts separately on the day it is paid back.
           TOTAL-DAY-SALES SECTION.
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
                   MOVE TICKET-LINE(62:4) TO WS-FIND-GAME
                   MOVE 1 TO WS-TKT-DRAWS
                   IF TICKET-LINE(93:2) NUMERIC
                       AND TICKET-LINE(93:2) > "01"
                     MOVE TICKET-LINE(93:2) TO WS-TKT-DRAWS
                   END-IF
                 ELSE
                   MOVE TICKET-LINE(16:8) TO WS-TKT-DATE
                   MOVE SPACES TO WS-FIND-GAME
                   MOVE 1 TO WS-TKT-DRAWS
                 END-IF
                 IF WS-TKT-DATE = WS-POST-DATE
                     AND TICKET-LINE(60:1) NOT = "V"
                     AND TICKET-LINE(92:1) NOT = "F"
                   PERFORM FIND-GAME-SLOT
                   COMPUTE WS-GAM-SALES(WS-GAM-HIT) =
                     WS-GAM-SALES(WS-GAM-HIT)
                     + WS-GAM-PRICE(WS-GAM-HIT) * WS-TKT-DRAWS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
           PERFORM VARYING WS-GAM-I FROM 1 BY 1
               UNTIL WS-GAM-I > WS-GAME-USED
             ADD WS-GAM-SALES(WS-GAM-I) TO WS-AMT-SALES
             COMPUTE WS-AMT-FUND = WS-AMT-FUND
               + (WS-GAM-SALES(WS-GAM-I) * WS-GAM-PCT(WS-GAM-I) / 100)
           END-PERFORM.

      * Liability by the draw it was raised for; payments and expiry
      * releases by the day they happened.
           TOTAL-DAY-LEDGER SECTION.
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
                 PERFORM JUDGE-ONE-LEDGER-ROW
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           JUDGE-ONE-LEDGER-ROW SECTION.
           IF LGR-DRAW-DATE NUMERIC
               AND LGR-DRAW-DATE = WS-POST-DATE
               AND LGR-STATUS NOT = "REVRSD"
             EVALUATE LGR-GAME
               WHEN "BNGO"
                 ADD LGR-AMOUNT TO WS-AMT-BNGLIAB
               WHEN "SCRT"
                 ADD LGR-AMOUNT TO WS-AMT-SCRLIAB
               WHEN OTHER
                 ADD LGR-AMOUNT TO WS-AMT-LIAB
             END-EVALUATE
           END-IF.
           IF LGR-PAID-DATE NOT = WS-POST-DATE
             EXIT SECTION
           END-IF.
           EVALUATE TRUE
             WHEN LGR-STATUS(1:4) = "PAID"
               IF LGR-TAX NUMERIC AND LGR-NET NUMERIC
                 ADD LGR-NET TO WS-AMT-PAID
                 ADD LGR-TAX TO WS-AMT-TAX
               ELSE
                 ADD LGR-AMOUNT TO WS-AMT-PAID
               END-IF
             WHEN LGR-STATUS = "EXPIRD"
               ADD LGR-AMOUNT TO WS-AMT-EXPIRY
           END-EVALUATE.

      * A jackpot taken as an annuity stays a liability from its
      * draw; each instalment the bank paid that day is a payment.
           TOTAL-DAY-INSTALMENTS SECTION.
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
                 ADD 1 TO WS-READ-ANNUITY
                 IF ANN-STATUS = "PAID"
                     AND ANN-PAID-DATE = WS-POST-DATE
                   IF ANN-TAX NUMERIC AND ANN-NET NUMERIC
                     ADD ANN-NET TO WS-AMT-PAID
                     ADD ANN-TAX TO WS-AMT-TAX
                   ELSE
                     ADD ANN-AMOUNT TO WS-AMT-PAID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ANNUITY-FILE.

           TOTAL-DAY-REFUNDS SECTION.
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
                 IF VLG-DATE = WS-POST-DATE
                     AND VLG-KIND = " RFND "
                   MOVE VLG-GAME TO WS-FIND-GAME
                   PERFORM FIND-GAME-SLOT
                   ADD WS-GAM-PRICE(WS-GAM-HIT) TO WS-AMT-REFUND
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VOID-LOG-FILE.

      * A retailer settling a scratch-card pack pays its face value.
           TOTAL-DAY-PACKS SECTION.
           OPEN INPUT PACK-FILE.
           IF WS-PACK-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PACK-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-PACKS
                 IF PCK-STATUS = "SETTLD"
                     AND PCK-SETTLED = WS-POST-DATE
                     AND PCK-CARDS NUMERIC AND PCK-PRICE NUMERIC
                   COMPUTE WS-PACK-VALUE = PCK-CARDS * PCK-PRICE
                   ADD WS-PACK-VALUE TO WS-AMT-SCRSALES
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PACK-FILE.

      * A bare legacy number is the primary game's pot, as the
      * settlement reads it.
           LOAD-ROLLOVER SECTION.
           OPEN INPUT ROLLOVER-FILE.
           IF WS-ROLLOVER-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ ROLLOVER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-ROLLOVER
                   IF ROLLOVER-LEGACY-RECORD NUMERIC
                     MOVE SPACES TO WS-FIND-POT
                     PERFORM FIND-POT-SLOT
                     IF WS-POT-HIT > ZERO
                       MOVE ROLLOVER-LEGACY-RECORD
                         TO WS-POT-NOW(WS-POT-HIT)
                     END-IF
                   ELSE
                     MOVE ROL-CODE TO WS-FIND-POT
                     PERFORM FIND-POT-SLOT
                     IF WS-POT-HIT > ZERO AND ROL-AMOUNT NUMERIC
                       MOVE ROL-AMOUNT TO WS-POT-NOW(WS-POT-HIT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ROLLOVER-FILE
           END-IF.
           PERFORM VARYING WS-POT-I FROM 1 BY 1
               UNTIL WS-POT-I > WS-POT-USED
             COMPUTE WS-POT-MOVEMENT = WS-POT-MOVEMENT
               + WS-POT-NOW(WS-POT-I) - WS-POT-THEN(WS-POT-I)
           END-PERFORM.
           SUBTRACT WS-AMT-EXPIRY FROM WS-POT-MOVEMENT.

           FIND-POT-SLOT SECTION.
           MOVE ZERO TO WS-POT-HIT.
           PERFORM VARYING WS-POT-I FROM 1 BY 1
               UNTIL WS-POT-I > WS-POT-USED
             IF WS-POT-CODE(WS-POT-I) = WS-FIND-POT
               MOVE WS-POT-I TO WS-POT-HIT
             END-IF
           END-PERFORM.
           IF WS-POT-HIT = ZERO AND WS-POT-USED < WS-MAX-POTS
             ADD 1 TO WS-POT-USED
             MOVE WS-POT-USED TO WS-POT-HIT
             MOVE WS-FIND-POT TO WS-POT-CODE(WS-POT-HIT)
             MOVE ZERO TO WS-POT-NOW(WS-POT-HIT)
             MOVE ZERO TO WS-POT-THEN(WS-POT-HIT)
           END-IF.

           BUILD-JOURNAL SECTION.
           MOVE "SALES" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-SALES TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "FUNDALLC" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-FUND TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "PRZLIAB" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-LIAB TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "BNGLIAB" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-BNGLIAB TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "SCRSALES" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-SCRSALES TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "SCRLIAB" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-SCRLIAB TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "PRZPAID" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-PAID TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "PRZTAX" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-TAX TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "REFUND" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-REFUND TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "EXPIRY" TO WS-POST-MOVEMENT.
           MOVE WS-AMT-EXPIRY TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "ROLLOVR" TO WS-POST-MOVEMENT.
           IF WS-POT-MOVEMENT < ZERO
             COMPUTE WS-AMT-ROLLOVER = ZERO - WS-POT-MOVEMENT
             SET SIDES-TURNED TO TRUE
           ELSE
             MOVE WS-POT-MOVEMENT TO WS-AMT-ROLLOVER
           END-IF.
           MOVE WS-AMT-ROLLOVER TO WS-POST-AMOUNT.
           PERFORM POST-MOVEMENT.
           MOVE "N" TO WS-POST-TURNED.

      * One debit line and one credit line per movement with money
      * in it. A side with no account mapped is reported and left
      * out - which is exactly what the balance check then refuses.
           POST-MOVEMENT SECTION.
           IF WS-POST-AMOUNT = ZERO
             EXIT SECTION
           END-IF.
           MOVE "D" TO WS-WANT-SIDE.
           PERFORM POST-ONE-SIDE.
           MOVE "C" TO WS-WANT-SIDE.
           PERFORM POST-ONE-SIDE.

           POST-ONE-SIDE SECTION.
           MOVE WS-WANT-SIDE TO WS-LINE-SIDE.
           IF SIDES-TURNED
             IF WS-WANT-SIDE = "D"
               MOVE "C" TO WS-LINE-SIDE
             ELSE
               MOVE "D" TO WS-LINE-SIDE
             END-IF
           END-IF.
           MOVE "N" TO WS-MAPPED.
           PERFORM VARYING WS-CHT-I FROM 1 BY 1
               UNTIL WS-CHT-I > WS-CHART-USED OR ACCOUNT-MAPPED
             IF WS-CHT-MOVEMENT(WS-CHT-I) = WS-POST-MOVEMENT
                 AND WS-CHT-SIDE(WS-CHT-I) = WS-WANT-SIDE
               SET ACCOUNT-MAPPED TO TRUE
               IF WS-LINE-USED >= WS-MAX-LINES
                 DISPLAY "ERROR: more than " WS-MAX-LINES
                   " journal lines for " WS-POST-DATE " - line "
                   "buffer exhausted, run aborted before the journal "
                   "is written"
                 MOVE 1 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-LINE-USED
               MOVE WS-CHT-ACCOUNT(WS-CHT-I)
                 TO WS-LIN-ACCOUNT(WS-LINE-USED)
               MOVE WS-LINE-SIDE TO WS-LIN-SIDE(WS-LINE-USED)
               MOVE WS-POST-AMOUNT TO WS-LIN-AMOUNT(WS-LINE-USED)
               MOVE WS-POST-MOVEMENT
                 TO WS-LIN-MOVEMENT(WS-LINE-USED)
               MOVE WS-CHT-DESC(WS-CHT-I)
                 TO WS-LIN-DESC(WS-LINE-USED)
               IF WS-LINE-SIDE = "D"
                 ADD WS-POST-AMOUNT TO WS-TOT-DEBITS
               ELSE
                 ADD WS-POST-AMOUNT TO WS-TOT-CREDITS
               END-IF
             END-IF
           END-PERFORM.
           IF NOT ACCOUNT-MAPPED
             DISPLAY "No " WS-WANT-SIDE " account mapped for "
               WS-POST-MOVEMENT " (" WS-POST-AMOUNT ")."
           END-IF.

           WRITE-JOURNAL SECTION.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "Cannot create gl_journal.dat, status "
               WS-JOURNAL-STATUS
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO JOURNAL-HEADER-VIEW.
           MOVE "JH" TO JOURNAL-HEADER-VIEW(1:2).
           MOVE WS-POST-DATE TO JH-POST-DATE.
           MOVE W-BATCH-COMPLET TO JH-RUN-ID.
           MOVE W-DATE OF W-BATCH TO JH-CREATED.
           MOVE JOURNAL-HEADER-VIEW TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           PERFORM VARYING WS-LIN-I FROM 1 BY 1
               UNTIL WS-LIN-I > WS-LINE-USED
             MOVE SPACES TO JOURNAL-LINE-VIEW
             MOVE "JL" TO JOURNAL-LINE-VIEW(1:2)
             MOVE WS-LIN-I TO JL-SEQ
             MOVE WS-LIN-ACCOUNT(WS-LIN-I) TO JL-ACCOUNT
             MOVE WS-LIN-SIDE(WS-LIN-I) TO JL-SIDE
             MOVE WS-LIN-AMOUNT(WS-LIN-I) TO JL-AMOUNT
             MOVE WS-LIN-MOVEMENT(WS-LIN-I) TO JL-MOVEMENT
             MOVE WS-LIN-DESC(WS-LIN-I) TO JL-DESC
             MOVE JOURNAL-LINE-VIEW TO JOURNAL-RECORD
             WRITE JOURNAL-RECORD
           END-PERFORM.
           MOVE SPACES TO JOURNAL-TRAILER-VIEW.
           MOVE "JT" TO JOURNAL-TRAILER-VIEW(1:2).
           MOVE WS-LINE-USED TO JT-COUNT.
           MOVE WS-TOT-DEBITS TO JT-DEBITS.
           MOVE WS-TOT-CREDITS TO JT-CREDITS.
           MOVE JOURNAL-TRAILER-VIEW TO JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

      * The day is posted: it becomes the last day, and today's pot
      * balances the base the next day's movement is measured from.
           REWRITE-CONTROL SECTION.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-RECORD.
           MOVE "D" TO GCT-TYPE.
           MOVE WS-POST-DATE TO GCT-KEY.
           MOVE ZERO TO GCT-AMOUNT.
           WRITE CONTROL-RECORD.
           PERFORM VARYING WS-POT-I FROM 1 BY 1
               UNTIL WS-POT-I > WS-POT-USED
             MOVE SPACES TO CONTROL-RECORD
             MOVE "P" TO GCT-TYPE
             MOVE WS-POT-CODE(WS-POT-I) TO GCT-KEY
             MOVE WS-POT-NOW(WS-POT-I) TO GCT-AMOUNT
             WRITE CONTROL-RECORD
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * The journal and the rewritten control file come from the
      * day's lottery files, the chart and the control file itself.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../gl_chart.dat" TO W-LIN-FILE.
           MOVE WS-READ-CHART TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../gl_control.dat" TO W-LIN-FILE.
           MOVE WS-READ-CONTROL TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_price.parm" TO W-LIN-FILE.
           MOVE WS-READ-PRICE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_games.dat" TO W-LIN-FILE.
           MOVE WS-READ-GAMES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_annuity.dat" TO W-LIN-FILE.
           MOVE WS-READ-ANNUITY TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_void.log" TO W-LIN-FILE.
           MOVE WS-READ-VOIDS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../scratch_packs.dat" TO W-LIN-FILE.
           MOVE WS-READ-PACKS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-READ-ROLLOVER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../gl_journal.dat" TO W-LIN-FILE.
           MOVE WS-LINE-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../gl_control.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-POT-USED + 1.
           CALL "LINEAGE-POST" USING W-LINEAGE.
