      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Official draw results. Two counter services over one settled
      * draw, neither of which moves any money or settles anything:
      * B) the results bulletin - per draw date and game, a text file
      *    "../results_<game>_<YYYYMMDD>.txt" (game MAIN for the
      *    primary game) carrying the winning set from
      *    lottery_audit.dat, the winners and the prize per tier, the
      *    rollover the pot now carries and the next jackpot estimate
      *    (the pot carried plus the fund share the latest
      *    LOTTERY-LIABILITY-FORECAST run recorded for the game in
      *    "../lottery_forecast.dat"). Winners per tier are counted
      *    from the tickets under the settlement's own rules; the
      *    prize per share unit is the settled ledger rows' total
      *    over the draw's share units, which the settlement divides
      *    exactly. A draw with winners but no ledger rows has not
      *    been settled and gets no bulletin. Needs the update or
      *    supervisor role; each bulletin is logged.
      * C) check my ticket - the clerk keys the draw, the player and
      *    the picks and is told whether a live ticket like that won,
      *    in which tier and for how much.
      * Revision: Maxfx 15/10/2026 - ticket serials: check-my-ticket
      *   takes the ticket's serial, checked through CHECK-DIGIT, and
      *   reads the player and picks from that ticket; keying the player
      *   and picks still works.
      * Revision: Maxfx 15/10/2026 - advance-play tickets count in the
      *   draws the advance-play register holds live for them, as the
      *   settlement counts them, and check-my-ticket says when an
      *   advance ticket does not cover the draw or had that draw's
      *   portion refunded; each bulletin is posted to the lineage
      *   register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-RESULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../lottery_audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AUDIT-STATUS.

           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT ROLLOVER-FILE ASSIGN TO "../lottery_rollover.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLOVER-STATUS.

           SELECT FORECAST-FILE ASSIGN TO "../lottery_forecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-FORECAST-STATUS.

      * Which draws each advance-play ticket covers.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

      * One bulletin per draw and game, named for both.
           SELECT BULLETIN-FILE ASSIGN TO WS-BULLETIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BULLETIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 AUD-DRAW-TIME   PIC 9(6).
             05 FILLER          PIC X.
             05 AUD-TIP         PIC 9(3).
             05 FILLER          PIC X.
             05 AUD-SEED        PIC 9V999999999.
             05 FILLER          PIC X.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X.
             05 AUD-RANGE       PIC 999.
             05 FILLER          PIC X.
             05 AUD-PICK-COUNT  PIC 9.
             05 AUD-WIN-SET.
               10 AUD-WIN-ENTRY OCCURS 6 TIMES.
                 15 FILLER        PIC X.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

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
             05 FILLER        PIC X(34).

           FD ROLLOVER-FILE.
           01 ROLLOVER-RECORD.
             05 ROL-CODE   PIC X(4).
             05 FILLER     PIC X.
             05 ROL-AMOUNT PIC 9(9).
           01 ROLLOVER-LEGACY-RECORD PIC 9(9).

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

           FD BULLETIN-FILE.
           01 BULLETIN-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           77 WS-AUDIT-STATUS    PIC XX.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-LEDGER-STATUS   PIC XX.
           77 WS-ROLLOVER-STATUS PIC XX.
           77 WS-FORECAST-STATUS PIC XX.
           77 WS-BULLETIN-STATUS PIC XX.
           77 WS-ADVANCE-STATUS  PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records taken from each input and written to the bulletin,
      * for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-AUDIT    PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS  PIC 9(8) VALUE ZERO.
             05 WS-READ-ADVANCE  PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER   PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER PIC 9(8) VALUE ZERO.
             05 WS-READ-FORECAST PIC 9(8) VALUE ZERO.
           77 WS-BULLETIN-LINES  PIC 9(8) VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY    VALUE "I".
             88 ROLE-UPDATE     VALUE "U".
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "LOTTERY-RESULTS".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * The second-chance draw has no tiers; its winners are on its
      * own entry file.
           78 WS-SC-GAME VALUE "SCND".

      * The draw asked about and its winning set.
           77 WS-DRAW-DATE  PIC 9(8).
           77 WS-GAME-CODE  PIC X(4).
           77 WS-DRAW-FOUND PIC X.
             88 DRAW-FOUND  VALUE "Y".
           77 WS-DRAW-PICKS PIC 9.
           01 WS-DRAW-SET.
             05 WS-DRAW-NUM PIC 999 OCCURS 6 TIMES.
           77 WS-WIN-I      PIC 9.

      * Parsed ticket fields, both layouts.
           77 WS-TKT-PLAYER-ID   PIC X(10).
           77 WS-TKT-PICK-COUNT  PIC 9.
           01 WS-TKT-PICKS.
             05 WS-TKT-PICK PIC 999 OCCURS 6 TIMES.
           77 WS-TKT-SUBMIT-DATE PIC X(8).
           77 WS-TKT-GAME        PIC X(4).
           77 WS-TKT-BAD         PIC X.
             88 TICKET-UNPARSABLE VALUE "Y".
           77 WS-TKT-I           PIC 9.
           77 WS-MATCH-COUNT     PIC 9.

      * The advance-play register's lines for the draw asked about:
      * each serial with its state there - space while the draw is
      * live for it, "R" once a void refunded that draw's portion.
           78 WS-MAX-COVERED VALUE 1000.
           77 WS-ADVANCE-EOF     PIC X.
             88 ADVANCE-EOF-T    VALUE "Y".
           01 WS-COVER-TABLE.
             05 WS-COVER-ENTRY OCCURS 1000 TIMES.
               10 WS-COVER-SERIAL PIC X(7).
               10 WS-COVER-STATE  PIC X.
           77 WS-COVER-USED      PIC 9(4) VALUE ZERO.
           77 WS-COVER-I         PIC 9(4).
           77 WS-TKT-ADVANCE     PIC X.
             88 ADVANCE-TICKET   VALUE "Y".
           77 WS-TKT-COVER       PIC X.
             88 TICKET-COVERED   VALUE "C".
             88 PORTION-REFUNDED VALUE "R".
             88 TICKET-UNCOVERED VALUE "N".
           77 WS-SHARE-UNITS     PIC 9.

      * Prize tiers: a single-pick match, then three to six numbers
      * matched on a multi-pick ticket - one share unit for the
      * single pick and for three numbers, one more per extra match.
           01 WS-TIER-TABLE.
             05 WS-TIER-ENTRY OCCURS 5 TIMES.
               10 WS-TIER-LABEL   PIC X(22).
               10 WS-TIER-UNITS   PIC 9.
               10 WS-TIER-WINNERS PIC 9(7).
           77 WS-TIER-I PIC 9.
           77 WS-TIER-HIT PIC 9.

           77 WS-TOTAL-TICKETS PIC 9(7).
           77 WS-TOTAL-WINNERS PIC 9(7).
           77 WS-TOTAL-UNITS   PIC 9(5).

      * What the settlement paid out on the draw.
           77 WS-PAID-TOTAL PIC 9(9).
           77 WS-PAID-ROWS  PIC 9(5).
           77 WS-PER-UNIT   PIC 9(9).
           77 WS-PAY-REMAINDER PIC 9(5).
           77 WS-TIER-PRIZE PIC 9(9).
           77 WS-DRAW-SETTLED PIC X.
             88 DRAW-SETTLED VALUE "Y".

      * The pot carried and the next jackpot estimate.
           77 WS-POT-CARRIED  PIC 9(9).
           77 WS-FCT-FOUND    PIC X.
             88 FORECAST-FOUND VALUE "Y".
           77 WS-FCT-DATE     PIC X(8).
           77 WS-FCT-SHARE    PIC 9(9).
           77 WS-NEXT-JACKPOT PIC 9(10).

      * Bulletin file and the line being built for it.
           77 WS-BULLETIN-PATH PIC X(60).
           77 WS-PATH-GAME     PIC X(4).
           77 WS-OUT-LINE      PIC X(80).
           77 WS-OUT-PTR       PIC 99.
           77 WS-ED-COUNT      PIC Z(6)9.
           77 WS-ED-MONEY      PIC Z(9)9.

      * The ticket the counter is checking.
           77 WS-CHK-PLAYER PIC X(10).
           77 WS-CHK-SERIAL PIC X(7).
           77 WS-CHK-SERIAL-FIELD PIC X(20).
           77 WS-CHK-SERIAL-VALID PIC X.
             88 CHECK-SERIAL-INVALID VALUE "N".
           77 WS-CHK-SERIAL-FOUND PIC X.
             88 CHECK-SERIAL-FOUND VALUE "Y".
           77 WS-CHK-PICK-COUNT PIC 9.
           01 WS-CHK-PICKS.
             05 WS-CHK-PICK PIC 999 OCCURS 6 TIMES.
           77 WS-CHK-I      PIC 9.
           77 WS-CHK-J      PIC 9.
           77 WS-CHK-HITS   PIC 9.
           77 WS-CHK-OK     PIC X.
             88 CHECK-KEYED-OK VALUE "Y".
           77 WS-CHK-LIVE   PIC 9(3).
           77 WS-CHK-VOIDED PIC 9(3).
           77 WS-CHK-REFUNDED PIC 9(3).
           77 WS-CHK-LATER  PIC 9(3).
           77 WS-CHK-UNCOVERED PIC 9(3).
           77 WS-CHK-ADV-REFUNDED PIC 9(3).
           77 WS-CHK-SYNDICATE PIC X.
             88 CHECK-SYNDICATE VALUE "S".
           77 WS-CHK-UNITS  PIC 9.
           77 WS-CHK-TIER   PIC 9.
           77 WS-CHK-PRIZE  PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - draw results refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM SET-UP-TIERS.
           PERFORM RESULTS-MENU-LOOP.
           GOBACK.

           SET-UP-TIERS SECTION.
           MOVE "Single pick matched"  TO WS-TIER-LABEL(1).
           MOVE 1 TO WS-TIER-UNITS(1).
           MOVE "Match 3 numbers"      TO WS-TIER-LABEL(2).
           MOVE 1 TO WS-TIER-UNITS(2).
           MOVE "Match 4 numbers"      TO WS-TIER-LABEL(3).
           MOVE 2 TO WS-TIER-UNITS(3).
           MOVE "Match 5 numbers"      TO WS-TIER-LABEL(4).
           MOVE 3 TO WS-TIER-UNITS(4).
           MOVE "Match 6 numbers"      TO WS-TIER-LABEL(5).
           MOVE 4 TO WS-TIER-UNITS(5).

           RESULTS-MENU-LOOP SECTION.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "B) Results bulletin for a draw"
             DISPLAY "C) Check a ticket    Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "B"
               WHEN "b"
                 PERFORM ISSUE-BULLETIN
               WHEN "C"
               WHEN "c"
                 PERFORM CHECK-TICKET
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.

      * Both services start from a live draw on the audit trail.
           ACCEPT-DRAW-KEY SECTION.
           DISPLAY "Draw date (YYYYMMDD): ".
           ACCEPT WS-DRAW-DATE.
           DISPLAY "Game code (blank = primary game): ".
           ACCEPT WS-GAME-CODE.
           MOVE "N" TO WS-DRAW-FOUND.
           IF WS-GAME-CODE = WS-SC-GAME
             DISPLAY "Second-chance winners are drawn from entries, "
               "not picks - see the month's entry file."
             EXIT SECTION
           END-IF.
           PERFORM FIND-DRAW-FOR-DATE.
           IF NOT DRAW-FOUND
             DISPLAY "No live draw in the audit trail for "
               WS-DRAW-DATE " game [" WS-GAME-CODE "]."
           END-IF.

      * The settlement's own search: the last draw for the date and
      * game wins, and a void marker after it cancels it.
           FIND-DRAW-FOR-DATE SECTION.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ AUDIT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-AUDIT
                 IF AUD-DRAW-DATE = WS-DRAW-DATE
                     AND AUD-GAME-CODE = WS-GAME-CODE
                   IF AUD-SEED-SOURCE = "V"
                     MOVE "N" TO WS-DRAW-FOUND
                   ELSE
                     PERFORM CAPTURE-WINNING-SET
                     SET DRAW-FOUND TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           CAPTURE-WINNING-SET SECTION.
           IF AUD-PICK-COUNT NUMERIC AND AUD-PICK-COUNT > 0
             MOVE AUD-PICK-COUNT TO WS-DRAW-PICKS
             PERFORM VARYING WS-WIN-I FROM 1 BY 1
                 UNTIL WS-WIN-I > WS-DRAW-PICKS
               MOVE AUD-WIN-NUM(WS-WIN-I) TO WS-DRAW-NUM(WS-WIN-I)
             END-PERFORM
           ELSE
             MOVE 1 TO WS-DRAW-PICKS
             MOVE AUD-TIP TO WS-DRAW-NUM(1)
           END-IF.

      ******************************************************************
      * Results bulletin.
      ******************************************************************
           ISSUE-BULLETIN SECTION.
           IF ROLE-INQUIRY
             DISPLAY "Issuing a results bulletin needs the update or "
               "supervisor role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "BULLETIN" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           INITIALIZE WS-READ-COUNTS.
           MOVE ZERO TO WS-BULLETIN-LINES.
           PERFORM ACCEPT-DRAW-KEY.
           IF NOT DRAW-FOUND
             EXIT SECTION
           END-IF.
           PERFORM TALLY-DRAW-TIERS.
           PERFORM LOAD-DRAW-PAYOUT.
           IF WS-TOTAL-UNITS > ZERO AND NOT DRAW-SETTLED
             DISPLAY "The draw has winners but no settled ledger "
               "rows - run LOTTERY-SETTLEMENT first."
             EXIT SECTION
           END-IF.
           PERFORM LOAD-POT-CARRIED.
           PERFORM LOAD-LATEST-FORECAST.
           COMPUTE WS-NEXT-JACKPOT = WS-POT-CARRIED + WS-FCT-SHARE.
           PERFORM WRITE-BULLETIN.
           IF WS-BULLETIN-LINES > ZERO
             PERFORM POST-LINEAGE
           END-IF.
           MOVE "B" TO WS-ACT-ACTION.
           MOVE WS-DRAW-DATE TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Bulletin written to "
             FUNCTION TRIM(WS-BULLETIN-PATH) ".".

      * Every ticket the settlement would have scored for this draw:
      * live, not refunded, this game, bought on or before the date -
      * or an advance-play ticket the register holds live for it.
           TALLY-DRAW-TIERS SECTION.
           PERFORM LOAD-ADVANCE-COVER.
           MOVE ZERO TO WS-TOTAL-TICKETS.
           MOVE ZERO TO WS-TOTAL-WINNERS.
           MOVE ZERO TO WS-TOTAL-UNITS.
           PERFORM VARYING WS-TIER-I FROM 1 BY 1 UNTIL WS-TIER-I > 5
             MOVE ZERO TO WS-TIER-WINNERS(WS-TIER-I)
           END-PERFORM.
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
                 PERFORM TALLY-ONE-TICKET
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

           TALLY-ONE-TICKET SECTION.
           IF TICKET-LINE(60:1) = "V" OR TICKET-LINE(61:1) = "R"
             EXIT SECTION
           END-IF.
           MOVE TICKET-LINE(62:4) TO WS-TKT-GAME.
           IF WS-TKT-GAME NOT = WS-GAME-CODE
             EXIT SECTION
           END-IF.
           PERFORM CHECK-ADVANCE-COVER.
           IF ADVANCE-TICKET AND NOT TICKET-COVERED
             EXIT SECTION
           END-IF.
           PERFORM PARSE-TICKET-LINE.
           IF TICKET-UNPARSABLE
             EXIT SECTION
           END-IF.
           IF WS-TKT-SUBMIT-DATE > WS-DRAW-DATE
               AND NOT ADVANCE-TICKET
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-TOTAL-TICKETS.
           PERFORM SCORE-TICKET-MATCHES.
           PERFORM JUDGE-PRIZE-TIER.
           IF WS-SHARE-UNITS > ZERO
             ADD 1 TO WS-TOTAL-WINNERS
             ADD WS-SHARE-UNITS TO WS-TOTAL-UNITS
             ADD 1 TO WS-TIER-WINNERS(WS-TIER-HIT)
           END-IF.

      * The advance-play lines for the draw, whatever their state,
      * so the counter can say why an advance ticket is not playing.
           LOAD-ADVANCE-COVER SECTION.
           MOVE ZERO TO WS-COVER-USED.
           OPEN INPUT ADVANCE-FILE.
           IF WS-ADVANCE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-ADVANCE-EOF.
           PERFORM UNTIL ADVANCE-EOF-T
             READ ADVANCE-FILE
               AT END
                 SET ADVANCE-EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ADVANCE
                 IF ADV-DRAW-DATE = WS-DRAW-DATE
                     AND ADV-GAME = WS-GAME-CODE
                   IF WS-COVER-USED >= WS-MAX-COVERED
                     DISPLAY "ERROR: more than " WS-MAX-COVERED
                       " advance-play tickets on this draw - "
                       "results run aborted"
                     MOVE 1 TO RETURN-CODE
                     CLOSE ADVANCE-FILE
                     GOBACK
                   END-IF
                   ADD 1 TO WS-COVER-USED
                   MOVE ADV-SERIAL TO WS-COVER-SERIAL(WS-COVER-USED)
                   MOVE ADV-STATE TO WS-COVER-STATE(WS-COVER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ADVANCE-FILE.

      * An advance-play ticket (draw count in column 93) plays in
      * exactly the draws the register holds live for its serial,
      * whatever its sale date.
           CHECK-ADVANCE-COVER SECTION.
           MOVE "N" TO WS-TKT-ADVANCE.
           SET TICKET-UNCOVERED TO TRUE.
           IF TICKET-LINE(1:2) NOT = "T2"
               OR TICKET-LINE(93:2) NOT NUMERIC
               OR TICKET-LINE(93:2) NOT > "01"
             EXIT SECTION
           END-IF.
           SET ADVANCE-TICKET TO TRUE.
           PERFORM VARYING WS-COVER-I FROM 1 BY 1
               UNTIL WS-COVER-I > WS-COVER-USED OR TICKET-COVERED
             IF WS-COVER-SERIAL(WS-COVER-I) = TICKET-LINE(80:7)
               IF WS-COVER-STATE(WS-COVER-I) = SPACE
                 SET TICKET-COVERED TO TRUE
               ELSE
                 SET PORTION-REFUNDED TO TRUE
               END-IF
             END-IF
           END-PERFORM.

      * The settlement's two layouts: "T2" lines carry up to six
      * picks, anything else is the original single-pick line.
           PARSE-TICKET-LINE SECTION.
           MOVE "N" TO WS-TKT-BAD.
           MOVE ZERO TO WS-TKT-PICK-COUNT.
           MOVE SPACES TO WS-TKT-PLAYER-ID.
           MOVE SPACES TO WS-TKT-SUBMIT-DATE.
           IF TICKET-LINE(1:2) = "T2"
             MOVE TICKET-LINE(4:10) TO WS-TKT-PLAYER-ID
             IF TICKET-LINE(15:1) NOT NUMERIC
               MOVE "Y" TO WS-TKT-BAD
               EXIT SECTION
             END-IF
             MOVE TICKET-LINE(15:1) TO WS-TKT-PICK-COUNT
             IF WS-TKT-PICK-COUNT = ZERO OR WS-TKT-PICK-COUNT > 6
               MOVE "Y" TO WS-TKT-BAD
               EXIT SECTION
             END-IF
             PERFORM VARYING WS-TKT-I FROM 1 BY 1
                 UNTIL WS-TKT-I > WS-TKT-PICK-COUNT
               IF TICKET-LINE(17 + (WS-TKT-I - 1) * 4:3) NUMERIC
                 MOVE TICKET-LINE(17 + (WS-TKT-I - 1) * 4:3)
                   TO WS-TKT-PICK(WS-TKT-I)
               ELSE
                 MOVE "Y" TO WS-TKT-BAD
               END-IF
             END-PERFORM
             MOVE TICKET-LINE(41:8) TO WS-TKT-SUBMIT-DATE
           ELSE
             MOVE TICKET-LINE(1:10) TO WS-TKT-PLAYER-ID
             IF TICKET-LINE(12:3) NOT NUMERIC
               MOVE "Y" TO WS-TKT-BAD
               EXIT SECTION
             END-IF
             MOVE 1 TO WS-TKT-PICK-COUNT
             MOVE TICKET-LINE(12:3) TO WS-TKT-PICK(1)
             MOVE TICKET-LINE(16:8) TO WS-TKT-SUBMIT-DATE
           END-IF.
           IF WS-TKT-SUBMIT-DATE NOT NUMERIC
             MOVE "Y" TO WS-TKT-BAD
           END-IF.

           SCORE-TICKET-MATCHES SECTION.
           MOVE ZERO TO WS-MATCH-COUNT.
           PERFORM VARYING WS-TKT-I FROM 1 BY 1
               UNTIL WS-TKT-I > WS-TKT-PICK-COUNT
             PERFORM VARYING WS-WIN-I FROM 1 BY 1
                 UNTIL WS-WIN-I > WS-DRAW-PICKS
               IF WS-TKT-PICK(WS-TKT-I) = WS-DRAW-NUM(WS-WIN-I)
                 ADD 1 TO WS-MATCH-COUNT
               END-IF
             END-PERFORM
           END-PERFORM.

      * The settlement's tier rule, plus which bulletin tier the
      * ticket lands in.
           JUDGE-PRIZE-TIER SECTION.
           MOVE ZERO TO WS-SHARE-UNITS.
           MOVE ZERO TO WS-TIER-HIT.
           IF WS-TKT-PICK-COUNT = 1
             IF WS-MATCH-COUNT = 1
               MOVE 1 TO WS-SHARE-UNITS
               MOVE 1 TO WS-TIER-HIT
             END-IF
           ELSE
             IF WS-MATCH-COUNT >= 3
               COMPUTE WS-SHARE-UNITS = WS-MATCH-COUNT - 2
               COMPUTE WS-TIER-HIT = WS-MATCH-COUNT - 1
             END-IF
           END-IF.

      * The settlement pays every winning ticket the same amount per
      * share unit, so the draw's ledger rows (syndicate splits
      * included) add back to per-unit times the share units. A
      * reversed settlement is no payout.
           LOAD-DRAW-PAYOUT SECTION.
           MOVE ZERO TO WS-PAID-TOTAL.
           MOVE ZERO TO WS-PAID-ROWS.
           MOVE ZERO TO WS-PER-UNIT.
           MOVE "N" TO WS-DRAW-SETTLED.
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
                 IF LGR-DRAW-DATE = WS-DRAW-DATE
                     AND LGR-GAME = WS-GAME-CODE
                     AND LGR-STATUS NOT = "REVRSD"
                     AND LGR-AMOUNT NUMERIC
                   ADD 1 TO WS-PAID-ROWS
                   ADD LGR-AMOUNT TO WS-PAID-TOTAL
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF WS-PAID-ROWS = ZERO OR WS-TOTAL-UNITS = ZERO
             EXIT SECTION
           END-IF.
           SET DRAW-SETTLED TO TRUE.
           DIVIDE WS-PAID-TOTAL BY WS-TOTAL-UNITS
             GIVING WS-PER-UNIT REMAINDER WS-PAY-REMAINDER.
           IF WS-PAY-REMAINDER NOT = ZERO
             DISPLAY "WARNING: the ledger's " WS-PAID-TOTAL
               " paid does not divide over " WS-TOTAL-UNITS
               " share units - check for a supervised re-settlement."
           END-IF.

      * The game's pot as it stands on the rollover file - what this
      * draw carried forward once it settled. A bare legacy number
      * is the primary game's pot.
           LOAD-POT-CARRIED SECTION.
           MOVE ZERO TO WS-POT-CARRIED.
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
                 IF ROLLOVER-LEGACY-RECORD NUMERIC
                   IF WS-GAME-CODE = SPACES
                     MOVE ROLLOVER-LEGACY-RECORD TO WS-POT-CARRIED
                   END-IF
                 ELSE
                   IF ROL-CODE = WS-GAME-CODE
                       AND ROL-AMOUNT NUMERIC
                     MOVE ROL-AMOUNT TO WS-POT-CARRIED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROLLOVER-FILE.

      * The latest forecast row for the game: its fund share is the
      * like-for-like sales the next draw is expected to add.
           LOAD-LATEST-FORECAST SECTION.
           MOVE "N" TO WS-FCT-FOUND.
           MOVE ZERO TO WS-FCT-SHARE.
           MOVE SPACES TO WS-FCT-DATE.
           OPEN INPUT FORECAST-FILE.
           IF WS-FORECAST-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ FORECAST-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-FORECAST
                 IF FCT-GAME = WS-GAME-CODE
                     AND FCT-FUND-SHARE NUMERIC
                   SET FORECAST-FOUND TO TRUE
                   MOVE FCT-DATE TO WS-FCT-DATE
                   MOVE FCT-FUND-SHARE TO WS-FCT-SHARE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FORECAST-FILE.

           WRITE-BULLETIN SECTION.
           IF WS-GAME-CODE = SPACES
             MOVE "MAIN" TO WS-PATH-GAME
           ELSE
             MOVE WS-GAME-CODE TO WS-PATH-GAME
           END-IF.
           MOVE SPACES TO WS-BULLETIN-PATH.
           STRING "../results_" DELIMITED BY SIZE
             WS-PATH-GAME DELIMITED BY SPACE
             "_" WS-DRAW-DATE ".txt" DELIMITED BY SIZE
             INTO WS-BULLETIN-PATH
           END-STRING.
           OPEN OUTPUT BULLETIN-FILE.
           IF WS-BULLETIN-STATUS NOT = "00"
             DISPLAY "Cannot open " FUNCTION TRIM(WS-BULLETIN-PATH)
               " (status " WS-BULLETIN-STATUS ")."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE "OFFICIAL DRAW RESULTS" TO WS-OUT-LINE.
           PERFORM PUT-BULLETIN-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Draw date " WS-DRAW-DATE "   Game "
             WS-PATH-GAME DELIMITED BY SIZE
             INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE "Winning numbers:" TO WS-OUT-LINE.
           MOVE 18 TO WS-OUT-PTR.
           PERFORM VARYING WS-WIN-I FROM 1 BY 1
               UNTIL WS-WIN-I > WS-DRAW-PICKS
             STRING WS-DRAW-NUM(WS-WIN-I) " " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
             END-STRING
           END-PERFORM.
           PERFORM PUT-BULLETIN-LINE.
           MOVE WS-TOTAL-TICKETS TO WS-ED-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Tickets in the draw   : " WS-ED-COUNT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           MOVE "Prize tier             Winners  Prize per ticket"
             TO WS-OUT-LINE.
           PERFORM PUT-BULLETIN-LINE.
           PERFORM VARYING WS-TIER-I FROM 1 BY 1 UNTIL WS-TIER-I > 5
             PERFORM PUT-TIER-LINE
           END-PERFORM.
           MOVE WS-TOTAL-WINNERS TO WS-ED-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Total winners         : " WS-ED-COUNT
             DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           MOVE WS-PAID-TOTAL TO WS-ED-MONEY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Total prize money     : " WS-ED-MONEY
             DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           MOVE WS-POT-CARRIED TO WS-ED-MONEY.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Rollover carried      : " WS-ED-MONEY
             DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           MOVE WS-NEXT-JACKPOT TO WS-ED-MONEY.
           MOVE SPACES TO WS-OUT-LINE.
           IF FORECAST-FOUND
             STRING "Next jackpot estimate : " WS-ED-MONEY
               " (forecast of " WS-FCT-DATE ")"
               DELIMITED BY SIZE INTO WS-OUT-LINE
             END-STRING
           ELSE
             STRING "Next jackpot estimate : " WS-ED-MONEY
               " (rollover only - no forecast on file)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
             END-STRING
           END-IF.
           PERFORM PUT-BULLETIN-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "Issued " W-DATE OF W-BATCH " " W-TIME OF W-BATCH
             " by " WS-OPERATOR-ID DELIMITED BY SIZE
             INTO WS-OUT-LINE
           END-STRING.
           PERFORM PUT-BULLETIN-LINE.
           CLOSE BULLETIN-FILE.

      * Every tier the draw can pay is listed, winners or not: the
      * match tiers up to the numbers drawn, and the single-pick tier
      * for a one-number draw or when a legacy ticket won it.
           PUT-TIER-LINE SECTION.
           IF WS-TIER-I = 1 AND WS-DRAW-PICKS NOT = 1
               AND WS-TIER-WINNERS(1) = ZERO
             EXIT SECTION
           END-IF.
           IF WS-TIER-I > 1 AND WS-TIER-I > WS-DRAW-PICKS - 1
             EXIT SECTION
           END-IF.
           COMPUTE WS-TIER-PRIZE =
             WS-PER-UNIT * WS-TIER-UNITS(WS-TIER-I).
           MOVE WS-TIER-WINNERS(WS-TIER-I) TO WS-ED-COUNT.
           MOVE WS-TIER-PRIZE TO WS-ED-MONEY.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-TIER-WINNERS(WS-TIER-I) = ZERO
             STRING WS-TIER-LABEL(WS-TIER-I) " " WS-ED-COUNT
               "  no winners - rolls over"
               DELIMITED BY SIZE INTO WS-OUT-LINE
             END-STRING
           ELSE
             STRING WS-TIER-LABEL(WS-TIER-I) " " WS-ED-COUNT
               "  " WS-ED-MONEY
               DELIMITED BY SIZE INTO WS-OUT-LINE
             END-STRING
           END-IF.
           PERFORM PUT-BULLETIN-LINE.

           PUT-BULLETIN-LINE SECTION.
           MOVE WS-OUT-LINE TO BULLETIN-LINE.
           WRITE BULLETIN-LINE.
           ADD 1 TO WS-BULLETIN-LINES.
           DISPLAY WS-OUT-LINE.

      ******************************************************************
      * Check my ticket.
      ******************************************************************
           CHECK-TICKET SECTION.
           PERFORM ACCEPT-DRAW-KEY.
           IF NOT DRAW-FOUND
             EXIT SECTION
           END-IF.
           PERFORM ACCEPT-CHECK-PICKS.
           IF NOT CHECK-KEYED-OK
             EXIT SECTION
           END-IF.
           PERFORM FIND-CHECKED-TICKETS.
           IF WS-CHK-LIVE = ZERO
             PERFORM REPORT-NO-LIVE-TICKET
             EXIT SECTION
           END-IF.
           MOVE WS-CHK-PICK-COUNT TO WS-TKT-PICK-COUNT.
           MOVE WS-CHK-PICKS TO WS-TKT-PICKS.
           PERFORM SCORE-TICKET-MATCHES.
           PERFORM JUDGE-PRIZE-TIER.
           MOVE WS-SHARE-UNITS TO WS-CHK-UNITS.
           IF WS-CHK-UNITS = ZERO
             DISPLAY "Not a winner: " WS-MATCH-COUNT
               " number(s) matched on the draw of " WS-DRAW-DATE "."
             EXIT SECTION
           END-IF.
           MOVE WS-TIER-HIT TO WS-CHK-TIER.
           PERFORM TALLY-DRAW-TIERS.
           PERFORM LOAD-DRAW-PAYOUT.
           DISPLAY "WINNER - "
             FUNCTION TRIM(WS-TIER-LABEL(WS-CHK-TIER))
             " (" WS-CHK-UNITS " share unit(s)).".
           IF NOT DRAW-SETTLED
             DISPLAY "The draw is not settled yet - the prize is "
               "fixed when LOTTERY-SETTLEMENT runs."
             EXIT SECTION
           END-IF.
           COMPUTE WS-CHK-PRIZE = WS-PER-UNIT * WS-CHK-UNITS.
           DISPLAY "Prize per ticket: " WS-CHK-PRIZE.
           IF WS-CHK-LIVE > 1
             DISPLAY WS-CHK-LIVE " identical live tickets on file - "
               "each wins the same."
           END-IF.
           IF CHECK-SYNDICATE
             DISPLAY "A syndicate ticket - the prize is split across "
               "the members' ledger rows."
           END-IF.

      * The ticket's serial when the player has it; otherwise the
      * player, then the picks in any order - each within the
      * number range and none twice, as the till would take them.
           ACCEPT-CHECK-PICKS SECTION.
           MOVE "N" TO WS-CHK-OK.
           MOVE SPACES TO WS-CHK-SERIAL.
           DISPLAY "Ticket serial (blank to key player and picks): ".
           ACCEPT WS-CHK-SERIAL.
           IF WS-CHK-SERIAL NOT = SPACES
             PERFORM ACCEPT-CHECK-SERIAL
             EXIT SECTION
           END-IF.
           DISPLAY "Player or syndicate id: ".
           ACCEPT WS-CHK-PLAYER.
           DISPLAY "How many picks on the ticket (1-6): ".
           ACCEPT WS-CHK-PICK-COUNT.
           IF WS-CHK-PICK-COUNT = ZERO OR WS-CHK-PICK-COUNT > 6
             DISPLAY "A ticket carries one to six picks."
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-CHK-PICKS.
           PERFORM VARYING WS-CHK-I FROM 1 BY 1
               UNTIL WS-CHK-I > WS-CHK-PICK-COUNT
             DISPLAY "Pick " WS-CHK-I ": "
             ACCEPT WS-CHK-PICK(WS-CHK-I)
             PERFORM VARYING WS-CHK-J FROM 1 BY 1
                 UNTIL WS-CHK-J >= WS-CHK-I
               IF WS-CHK-PICK(WS-CHK-J) = WS-CHK-PICK(WS-CHK-I)
                 DISPLAY "Pick " WS-CHK-PICK(WS-CHK-I)
                   " keyed twice."
                 EXIT SECTION
               END-IF
             END-PERFORM
           END-PERFORM.
           SET CHECK-KEYED-OK TO TRUE.

      * A serial failing its check digit is a mis-keyed one; a good
      * serial must be on file and sold for the game being checked.
      * Its player and picks then drive the check as if keyed.
           ACCEPT-CHECK-SERIAL SECTION.
           MOVE SPACES TO WS-CHK-SERIAL-FIELD.
           MOVE WS-CHK-SERIAL TO WS-CHK-SERIAL-FIELD.
           CALL "CHECK-DIGIT" USING WS-CHK-SERIAL-FIELD
             WS-CHK-SERIAL-VALID.
           IF CHECK-SERIAL-INVALID
             DISPLAY "Serial " WS-CHK-SERIAL " fails its check digit "
               "- re-key it from the ticket."
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-CHK-SERIAL-FOUND.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             DISPLAY "No ticket file to check against."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR CHECK-SERIAL-FOUND
             READ TICKET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF TICKET-LINE(80:7) = WS-CHK-SERIAL
                   SET CHECK-SERIAL-FOUND TO TRUE
                   MOVE TICKET-LINE(62:4) TO WS-TKT-GAME
                   PERFORM PARSE-TICKET-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
           IF NOT CHECK-SERIAL-FOUND
             DISPLAY "No ticket with serial " WS-CHK-SERIAL
               " on file."
             EXIT SECTION
           END-IF.
           IF WS-TKT-GAME NOT = WS-GAME-CODE
             DISPLAY "Ticket " WS-CHK-SERIAL " was sold for game ["
               WS-TKT-GAME "], not [" WS-GAME-CODE "]."
             EXIT SECTION
           END-IF.
           IF TICKET-UNPARSABLE
             DISPLAY "Ticket " WS-CHK-SERIAL " cannot be read."
             EXIT SECTION
           END-IF.
           MOVE WS-TKT-PLAYER-ID TO WS-CHK-PLAYER.
           MOVE WS-TKT-PICK-COUNT TO WS-CHK-PICK-COUNT.
           MOVE WS-TKT-PICKS TO WS-CHK-PICKS.
           SET CHECK-KEYED-OK TO TRUE.

      * Tickets of this game for the player with the same pick set,
      * sorted by what stops them playing the draw.
           FIND-CHECKED-TICKETS SECTION.
           MOVE ZERO TO WS-CHK-LIVE.
           MOVE ZERO TO WS-CHK-VOIDED.
           MOVE ZERO TO WS-CHK-REFUNDED.
           MOVE ZERO TO WS-CHK-LATER.
           MOVE ZERO TO WS-CHK-UNCOVERED.
           MOVE ZERO TO WS-CHK-ADV-REFUNDED.
           MOVE SPACE TO WS-CHK-SYNDICATE.
           PERFORM LOAD-ADVANCE-COVER.
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
                 PERFORM MATCH-CHECKED-TICKET
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

           MATCH-CHECKED-TICKET SECTION.
           MOVE TICKET-LINE(62:4) TO WS-TKT-GAME.
           IF WS-TKT-GAME NOT = WS-GAME-CODE
             EXIT SECTION
           END-IF.
           IF WS-CHK-SERIAL NOT = SPACES
               AND TICKET-LINE(80:7) NOT = WS-CHK-SERIAL
             EXIT SECTION
           END-IF.
           PERFORM PARSE-TICKET-LINE.
           IF TICKET-UNPARSABLE
               OR WS-TKT-PLAYER-ID NOT = WS-CHK-PLAYER
               OR WS-TKT-PICK-COUNT NOT = WS-CHK-PICK-COUNT
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-CHK-HITS.
           PERFORM VARYING WS-CHK-I FROM 1 BY 1
               UNTIL WS-CHK-I > WS-CHK-PICK-COUNT
             PERFORM VARYING WS-TKT-I FROM 1 BY 1
                 UNTIL WS-TKT-I > WS-TKT-PICK-COUNT
               IF WS-TKT-PICK(WS-TKT-I) = WS-CHK-PICK(WS-CHK-I)
                 ADD 1 TO WS-CHK-HITS
               END-IF
             END-PERFORM
           END-PERFORM.
           IF WS-CHK-HITS NOT = WS-CHK-PICK-COUNT
             EXIT SECTION
           END-IF.
           PERFORM CHECK-ADVANCE-COVER.
           EVALUATE TRUE
             WHEN TICKET-LINE(60:1) = "V"
               ADD 1 TO WS-CHK-VOIDED
             WHEN TICKET-LINE(61:1) = "R"
               ADD 1 TO WS-CHK-REFUNDED
             WHEN ADVANCE-TICKET AND PORTION-REFUNDED
               ADD 1 TO WS-CHK-ADV-REFUNDED
             WHEN ADVANCE-TICKET AND TICKET-UNCOVERED
               ADD 1 TO WS-CHK-UNCOVERED
             WHEN WS-TKT-SUBMIT-DATE > WS-DRAW-DATE
                 AND NOT ADVANCE-TICKET
               ADD 1 TO WS-CHK-LATER
             WHEN OTHER
               ADD 1 TO WS-CHK-LIVE
               IF TICKET-LINE(1:2) = "T2"
                 MOVE TICKET-LINE(79:1) TO WS-CHK-SYNDICATE
               END-IF
           END-EVALUATE.

           REPORT-NO-LIVE-TICKET SECTION.
           EVALUATE TRUE
             WHEN WS-CHK-VOIDED > ZERO
               DISPLAY "That ticket was voided - it takes no part "
                 "in the draw."
             WHEN WS-CHK-REFUNDED > ZERO
               DISPLAY "That ticket was refunded when its draw was "
                 "voided - it takes no part in any draw."
             WHEN WS-CHK-ADV-REFUNDED > ZERO
               DISPLAY "That advance-play ticket's portion for "
                 WS-DRAW-DATE " was refunded when the draw was "
                 "voided - its other draws still play."
             WHEN WS-CHK-UNCOVERED > ZERO
               DISPLAY "That advance-play ticket does not cover the "
                 WS-DRAW-DATE " draw."
             WHEN WS-CHK-LATER > ZERO
               DISPLAY "That ticket was bought after " WS-DRAW-DATE
                 " - it plays a later draw."
             WHEN OTHER
               DISPLAY "No ticket on file for " WS-CHK-PLAYER
                 " with those picks in game [" WS-GAME-CODE "]."
           END-EVALUATE.

      * The bulletin is built from the draw on the audit trail, the
      * tickets and advance-play cover that decide its winners, the
      * settled ledger rows, the pot carried and the latest forecast.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "LOTTERY-RESULTS" TO W-LIN-PROGRAM.
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
           MOVE "../lottery_forecast.dat" TO W-LIN-FILE.
           MOVE WS-READ-FORECAST TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-BULLETIN-PATH TO W-LIN-FILE.
           MOVE WS-BULLETIN-LINES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
