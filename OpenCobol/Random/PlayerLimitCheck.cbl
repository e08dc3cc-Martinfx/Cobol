      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * A player who asks to be barred, or to have their spending
      * capped, is on "../player_exclusion.dat" (kept by
      * PLAYER-EXCLUSION under the supervisor role). Every point of
      * sale - the counter, the bingo desk and the subscription run -
      * asks this one CALLable routine before it writes a ticket or
      * a card, so the three can never disagree about a player:
      *   - inside an exclusion period the sale is refused outright;
      *   - with a weekly cap, the player's spend for the Monday-to-
      *     Sunday week of the sale is totalled from
      *     lottery_tickets.dat (voided tickets don't count) and
      *     bingo_cards.dat, and a sale that would take the total
      *     past the cap is refused.
      * Prices are the ones the settlement pays out against: the
      * standing "../lottery_price.parm" for the primary game, the
      * game master's price for a named game, "../bingo_card.parm"
      * for a bingo card.
      *
      * CALL "PLAYER-LIMIT-CHECK" USING <player X(10)> <game X(4)>
      *   <quantity 9(3)> <sale date X(8)> <verdict X>
      *   <week spend 9(7)> <weekly cap 9(7)>
      * Game "BNGO" prices bingo cards; blank is the primary game.
      * Verdict: "A" allowed, "E" excluded, "C" over the weekly cap.
      * Week spend comes back including the sale being asked about.
      * Revision: Maxfx 15/10/2026 - free-play tickets paid for in
      *   loyalty points cost the player nothing and are left out of the
      *   week's spend.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket counts
      *   towards the week it was bought in at the game price times the
      *   draws in column 93.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-LIMIT-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE ASSIGN TO "../player_exclusion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXCLUSION-STATUS.

           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT CARD-FILE ASSIGN TO "../bingo_cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CARD-STATUS.

           SELECT PRICE-PARAM-FILE ASSIGN TO "../lottery_price.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRICE-STATUS.

           SELECT CARD-PARAM-FILE ASSIGN TO "../bingo_card.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CARD-PARAM-STATUS.

           SELECT GAME-MASTER-FILE ASSIGN TO "../lottery_games.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-GAME-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EXCLUSION-FILE.
           01 EXCLUSION-RECORD.
             05 PEX-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 PEX-EXCL-FROM  PIC X(8).
             05 FILLER         PIC X.
             05 PEX-EXCL-TO    PIC X(8).
             05 FILLER         PIC X.
             05 PEX-WEEKLY-CAP PIC 9(7).
             05 FILLER         PIC X.
             05 PEX-SET-BY     PIC X(8).
             05 FILLER         PIC X.
             05 PEX-SET-DATE   PIC X(8).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

           FD CARD-FILE.
           01 CARD-RECORD.
             05 BCD-CARD-NO   PIC 9(5).
             05 FILLER        PIC X.
             05 BCD-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 BCD-SALE-DATE PIC X(8).
             05 FILLER        PIC X(60).

           FD PRICE-PARAM-FILE.
           01 PRICE-PARAM-RECORD.
             05 PARM-TICKET-PRICE PIC 9(4).

           FD CARD-PARAM-FILE.
           01 CARD-PARAM-RECORD.
             05 PARM-CARD-PRICE PIC 9(4).

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
           77 WS-EXCLUSION-STATUS  PIC XX.
           77 WS-TICKET-STATUS     PIC XX.
           77 WS-CARD-STATUS       PIC XX.
           77 WS-PRICE-STATUS      PIC XX.
           77 WS-CARD-PARAM-STATUS PIC XX.
           77 WS-GAME-STATUS       PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

      * The defaults the settlement and the liability forecast use
      * when no parm is on file.
           78 WS-DEFAULT-PRICE      VALUE 5.
           78 WS-DEFAULT-CARD-PRICE VALUE 2.
           77 WS-PRIMARY-PRICE PIC 9(4).
           77 WS-CARD-PRICE    PIC 9(4).

           78 WS-MAX-GAMES VALUE 20.
           01 WS-GAME-TABLE.
             05 WS-GAME-ENTRY OCCURS 20 TIMES.
               10 WS-GME-CODE  PIC X(4).
               10 WS-GME-PRICE PIC 9(4).
           77 WS-GAME-USED  PIC 99 VALUE ZERO.
           77 WS-GAME-I     PIC 99.

      * The register line for this player, if any.
           77 WS-ENTRY-FOUND PIC X.
             88 ENTRY-ON-FILE VALUE "Y".
           77 WS-EXCL-FROM   PIC X(8).
           77 WS-EXCL-TO     PIC X(8).
           77 WS-WEEKLY-CAP  PIC 9(7).

      * The sale's week, Monday to Sunday, as YYYYMMDD bounds.
           77 WS-SALE-DATE-NUM PIC 9(8).
           77 WS-SALE-DAY-INT  PIC 9(7).
           77 WS-WEEK-DAY-INT  PIC 9(7).
           77 WS-WEEK-START    PIC X(8).
           77 WS-WEEK-END      PIC X(8).
           77 WS-WEEK-NUM      PIC 9(8).

           77 WS-LINE-PLAYER PIC X(10).
           77 WS-LINE-DATE   PIC X(8).
           77 WS-LINE-GAME   PIC X(4).
           77 WS-LOOKUP-GAME PIC X(4).
           77 WS-LOOKUP-PRICE PIC 9(4).
      * Draws an advance-play ticket was paid for (column 93).
           77 WS-LINE-DRAWS   PIC 99.
           77 WS-SPEND       PIC 9(9).
           77 WS-SALE-AMOUNT PIC 9(9).

       LINKAGE SECTION.
           01 LS-PLAYER-ID  PIC X(10).
           01 LS-GAME-CODE  PIC X(4).
           01 LS-QUANTITY   PIC 9(3).
           01 LS-SALE-DATE  PIC X(8).
           01 LS-VERDICT    PIC X.
             88 LIMIT-ALLOWED  VALUE "A".
             88 LIMIT-EXCLUDED VALUE "E".
             88 LIMIT-OVER-CAP VALUE "C".
           01 LS-WEEK-SPEND PIC 9(7).
           01 LS-WEEK-CAP   PIC 9(7).

       PROCEDURE DIVISION USING LS-PLAYER-ID LS-GAME-CODE LS-QUANTITY
           LS-SALE-DATE LS-VERDICT LS-WEEK-SPEND LS-WEEK-CAP.
       MAIN-PROCEDURE.
           SET LIMIT-ALLOWED TO TRUE.
           MOVE ZERO TO LS-WEEK-SPEND.
           MOVE ZERO TO LS-WEEK-CAP.
           PERFORM FIND-REGISTER-ENTRY.
           IF NOT ENTRY-ON-FILE
             GOBACK
           END-IF.
           IF WS-EXCL-FROM NOT = SPACES
               AND WS-EXCL-FROM <= LS-SALE-DATE
               AND (WS-EXCL-TO = SPACES
                 OR WS-EXCL-TO >= LS-SALE-DATE)
             SET LIMIT-EXCLUDED TO TRUE
             GOBACK
           END-IF.
           IF WS-WEEKLY-CAP = ZERO
             GOBACK
           END-IF.
           MOVE WS-WEEKLY-CAP TO LS-WEEK-CAP.
           PERFORM LOAD-PRICES.
           PERFORM WORK-OUT-SALE-WEEK.
           MOVE ZERO TO WS-SPEND.
           PERFORM TOTAL-WEEK-TICKETS.
           PERFORM TOTAL-WEEK-CARDS.
           MOVE LS-GAME-CODE TO WS-LOOKUP-GAME.
           PERFORM PRICE-OF-GAME.
           COMPUTE WS-SALE-AMOUNT = WS-LOOKUP-PRICE * LS-QUANTITY.
           ADD WS-SALE-AMOUNT TO WS-SPEND.
           IF WS-SPEND > 9999999
             MOVE 9999999 TO LS-WEEK-SPEND
           ELSE
             MOVE WS-SPEND TO LS-WEEK-SPEND
           END-IF.
           IF WS-SPEND > WS-WEEKLY-CAP
             SET LIMIT-OVER-CAP TO TRUE
           END-IF.
           GOBACK.

      * One line per player; a missing register excludes nobody.
           FIND-REGISTER-ENTRY SECTION.
           MOVE "N" TO WS-ENTRY-FOUND.
           OPEN INPUT EXCLUSION-FILE.
           IF WS-EXCLUSION-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ EXCLUSION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PEX-PLAYER-ID = LS-PLAYER-ID
                   SET ENTRY-ON-FILE TO TRUE
                   MOVE PEX-EXCL-FROM TO WS-EXCL-FROM
                   MOVE PEX-EXCL-TO TO WS-EXCL-TO
                   IF PEX-WEEKLY-CAP NUMERIC
                     MOVE PEX-WEEKLY-CAP TO WS-WEEKLY-CAP
                   ELSE
                     MOVE ZERO TO WS-WEEKLY-CAP
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE EXCLUSION-FILE.

           LOAD-PRICES SECTION.
           MOVE WS-DEFAULT-PRICE TO WS-PRIMARY-PRICE.
           MOVE WS-DEFAULT-CARD-PRICE TO WS-CARD-PRICE.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WS-PRICE-STATUS = "00"
             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-PRIMARY-PRICE
                 END-IF
             END-READ
             CLOSE PRICE-PARAM-FILE
           END-IF.
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
           MOVE ZERO TO WS-GAME-USED.
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
                 IF GMM-CODE NOT = SPACES
                     AND GMM-PRICE NUMERIC
                     AND GMM-PRICE NOT = ZERO
                     AND WS-GAME-USED < WS-MAX-GAMES
                   ADD 1 TO WS-GAME-USED
                   MOVE GMM-CODE TO WS-GME-CODE(WS-GAME-USED)
                   MOVE GMM-PRICE TO WS-GME-PRICE(WS-GAME-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE GAME-MASTER-FILE.

      * A game the master doesn't price sells at the standing price,
      * the same fall-back the settlement makes.
           PRICE-OF-GAME SECTION.
           IF WS-LOOKUP-GAME = "BNGO"
             MOVE WS-CARD-PRICE TO WS-LOOKUP-PRICE
             EXIT SECTION
           END-IF.
           MOVE WS-PRIMARY-PRICE TO WS-LOOKUP-PRICE.
           IF WS-LOOKUP-GAME = SPACES
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-GAME-I FROM 1 BY 1
               UNTIL WS-GAME-I > WS-GAME-USED
             IF WS-GME-CODE(WS-GAME-I) = WS-LOOKUP-GAME
               MOVE WS-GME-PRICE(WS-GAME-I) TO WS-LOOKUP-PRICE
             END-IF
           END-PERFORM.

      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * so the day's offset into its week is (day - 1) mod 7.
           WORK-OUT-SALE-WEEK SECTION.
           MOVE LS-SALE-DATE TO WS-WEEK-START.
           MOVE LS-SALE-DATE TO WS-WEEK-END.
           IF LS-SALE-DATE NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE LS-SALE-DATE TO WS-SALE-DATE-NUM.
           COMPUTE WS-SALE-DAY-INT =
             FUNCTION INTEGER-OF-DATE(WS-SALE-DATE-NUM).
           COMPUTE WS-WEEK-DAY-INT = WS-SALE-DAY-INT
             - FUNCTION MOD(WS-SALE-DAY-INT - 1, 7).
           COMPUTE WS-WEEK-NUM =
             FUNCTION DATE-OF-INTEGER(WS-WEEK-DAY-INT).
           MOVE WS-WEEK-NUM TO WS-WEEK-START.
           COMPUTE WS-WEEK-NUM =
             FUNCTION DATE-OF-INTEGER(WS-WEEK-DAY-INT + 6).
           MOVE WS-WEEK-NUM TO WS-WEEK-END.

      * Both ticket generations count: "T2" lines carry the player,
      * date, void flag and game where the settlement reads them;
      * a legacy line is a primary-game ticket by its position.
           TOTAL-WEEK-TICKETS SECTION.
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
                 IF TICKET-LINE(1:2) = "T2"
                   MOVE TICKET-LINE(4:10) TO WS-LINE-PLAYER
                   MOVE TICKET-LINE(41:8) TO WS-LINE-DATE
                   MOVE TICKET-LINE(62:4) TO WS-LINE-GAME
                   MOVE 1 TO WS-LINE-DRAWS
                   IF TICKET-LINE(93:2) NUMERIC
                       AND TICKET-LINE(93:2) > "01"
                     MOVE TICKET-LINE(93:2) TO WS-LINE-DRAWS
                   END-IF
                   IF TICKET-LINE(60:1) = "V"
                       OR TICKET-LINE(92:1) = "F"
                     MOVE SPACES TO WS-LINE-PLAYER
                   END-IF
                 ELSE
                   MOVE TICKET-LINE(1:10) TO WS-LINE-PLAYER
                   MOVE TICKET-LINE(16:8) TO WS-LINE-DATE
                   MOVE SPACES TO WS-LINE-GAME
                   MOVE 1 TO WS-LINE-DRAWS
                 END-IF
                 IF WS-LINE-PLAYER = LS-PLAYER-ID
                     AND WS-LINE-DATE >= WS-WEEK-START
                     AND WS-LINE-DATE <= WS-WEEK-END
                   MOVE WS-LINE-GAME TO WS-LOOKUP-GAME
                   PERFORM PRICE-OF-GAME
                   COMPUTE WS-SPEND = WS-SPEND
                     + WS-LOOKUP-PRICE * WS-LINE-DRAWS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.

           TOTAL-WEEK-CARDS SECTION.
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
                 IF BCD-PLAYER-ID = LS-PLAYER-ID
                     AND BCD-SALE-DATE >= WS-WEEK-START
                     AND BCD-SALE-DATE <= WS-WEEK-END
                   ADD WS-CARD-PRICE TO WS-SPEND
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CARD-FILE.
