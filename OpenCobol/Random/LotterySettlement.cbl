      *   column (blank = primary game); prizes file under the game
      *   being settled and the already-settled check filters on it,
      *   so another game's rows for the date no longer trip it.
      * Revision: Maxfx 15/10/2026 - syndicates: a winning ticket
      *   flagged "S" in column 79 splits its prize across the
      *   syndicate's members by share units from
      *   "../lottery_syndicates.dat", one OPEN ledger row per member;
      *   each cut truncates and the odd remainder goes to the first
      *   member listed (the organiser).
      * Revision: Maxfx 15/10/2026 - ticket serials: each ledger row
      *   carries its winning ticket's serial (column 80) and validation
      *   code (column 88), a syndicate member's row its syndicate
      *   ticket's, for LOTTERY-CLAIMS to pay against.
      * Revision: Maxfx 15/10/2026 - rollover history: each settlement
      *   appends the game, draw date, pot carried in and pot left to
      *   "../lottery_rollover_hist.dat", so reports can tell which
      *   draws ran with a rollover pot.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket is scored in
      *   every draw lottery_advance.dat holds live for its serial, and
      *   in no other; each covered draw counts it once towards that
      *   draw's revenue.
      * Revision: Maxfx 15/10/2026 - a blank draw date settles the
      *   business processing date's draw (W-PROC-DATE from
      *   GET-BATCH-STAMP), not the machine date.
      * Revision: Maxfx 15/10/2026 - the rollover history line also
      *   carries the date and time the settlement finished.
      * Revision: Maxfx 15/10/2026 - a settlement records the ledger
      *   rows it adds, the rollover file and the history line in the
      *   lineage register through LINEAGE-POST, with the records taken
      *   from each input.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-SETTLEMENT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OVERRIDE-STATUS.

      * Syndicate master: one line per member with the member's
      * share units, kept by SYNDICATE-MASTER.
           SELECT SYNDICATE-FILE ASSIGN TO "../lottery_syndicates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SYNDICATE-STATUS.

      * One line per settled draw: the pot it carried in and the pot
      * it left behind, so which draws ran with a rollover can be
      * told afterwards - lottery_rollover.dat only holds today's.
           SELECT ROLLOVER-HIST-FILE
             ASSIGN TO "../lottery_rollover_hist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROLLHIST-STATUS.

      * Advance-play register from LOTTERY-TICKET-SALES: one line per
      * draw an advance ticket covers.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same extended layout GAME-LOTTERY writes; legacy records read
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

      * Raw ticket line, parsed for either the legacy single-pick or
      * the versioned "T2" multi-pick layout.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(22).
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

           FD PRICE-PARAM-FILE.
           01 PRICE-PARAM-RECORD.
             05 FILLER       PIC X.
             05 GMM-DESC     PIC X(20).

           FD SYNDICATE-FILE.
           01 SYNDICATE-RECORD.
             05 SYN-ID     PIC X(10).
             05 FILLER     PIC X.
             05 SYN-MEMBER PIC X(10).
             05 FILLER     PIC X.
             05 SYN-UNITS  PIC 9(3).

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
           01 WS-AUDIT-STATUS   PIC XX.
           01 WS-TICKET-STATUS  PIC XX.
             88 TICKET-EOF-T    VALUE "Y".
             88 TICKET-EOF-F    VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records taken from each input and written to each output,
      * for the lineage register. Syndicate and player rows count
      * the members paid and the winners found on the master.
           01 WS-READ-COUNTS.
             05 WS-READ-AUDIT      PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS    PIC 9(8) VALUE ZERO.
             05 WS-READ-ADVANCE    PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER     PIC 9(8) VALUE ZERO.
             05 WS-READ-ROLLOVER   PIC 9(8) VALUE ZERO.
             05 WS-READ-PRICE      PIC 9(8) VALUE ZERO.
             05 WS-READ-GAMES      PIC 9(8) VALUE ZERO.
             05 WS-READ-SYNDICATES PIC 9(8) VALUE ZERO.
             05 WS-READ-PLAYERS    PIC 9(8) VALUE ZERO.
           01 WS-LEDGER-WRITTEN    PIC 9(8) VALUE ZERO.
           01 WS-OVERRIDE-WRITTEN  PIC 9(8) VALUE ZERO.

           01 WS-SETTLE-DATE    PIC 9(8) VALUE ZERO.
           01 WS-DRAW-FOUND     PIC X VALUE "N".
             88 DRAW-FOUND      VALUE "Y".
             05 WS-WNR-ENTRY OCCURS 200 TIMES.
               10 WS-WNR-PLAYER PIC X(10).
               10 WS-WNR-UNITS  PIC 9.
               10 WS-WNR-SYNDICATE PIC X.
                 88 WNR-SYNDICATE VALUE "S".
               10 WS-WNR-SERIAL     PIC X(7).
               10 WS-WNR-VALIDATION PIC X(4).
           01 WS-WNR-USED         PIC 9(3) VALUE ZERO.
           01 WS-WNR-I            PIC 9(3).
           01 WS-PLAYER-STATUS    PIC XX.
           01 WS-WINNER-NAME      PIC X(20).
      * The player a ledger row is written for and the amount.
           01 WS-PAYEE-ID         PIC X(10).
           01 WS-PAYEE-PAY        PIC 9(7).

      * A winning syndicate ticket's members as they stand on the
      * master at settlement, with each member's cut of the prize.
           78 WS-MAX-MEMBERS VALUE 50.
           01 WS-SYNDICATE-STATUS PIC XX.
           01 WS-ROLLHIST-STATUS  PIC XX.
           01 WS-SYNDICATE-EOF    PIC X.
             88 SYNDICATE-EOF-T   VALUE "Y".
           01 WS-MEMBER-TABLE.
             05 WS-MBR-ENTRY OCCURS 50 TIMES.
               10 WS-MBR-PLAYER PIC X(10).
               10 WS-MBR-UNITS  PIC 9(3).
               10 WS-MBR-PAY    PIC 9(7).
           01 WS-MEMBER-USED      PIC 99 VALUE ZERO.
           01 WS-MBR-I            PIC 99.
           01 WS-MEMBER-UNITS     PIC 9(5).
           01 WS-SPLIT-PAID       PIC 9(7).
           01 WS-OVERRIDE-STATUS  PIC XX.
           01 WS-LEDGER-EOF       PIC X.
             88 LEDGER-EOF-T      VALUE "Y".
           01 WS-POT-I          PIC 99.
           01 WS-POT-HIT        PIC 99.

      * Serials of the advance-play tickets still live for the draw
      * being settled; an advance ticket plays only in these draws.
           78 WS-MAX-COVERED VALUE 1000.
           01 WS-ADVANCE-STATUS PIC XX.
           01 WS-ADVANCE-EOF    PIC X.
             88 ADVANCE-EOF-T   VALUE "Y".
           01 WS-COVER-TABLE.
             05 WS-COVER-SERIAL PIC X(7) OCCURS 1000 TIMES.
           01 WS-COVER-USED     PIC 9(4) VALUE ZERO.
           01 WS-COVER-I        PIC 9(4).
           01 WS-TKT-ADVANCE    PIC X.
             88 ADVANCE-TICKET  VALUE "Y".
           01 WS-TKT-COVERED    PIC X.
             88 TICKET-COVERED  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           DISPLAY "Enter draw date to settle (YYYYMMDD, blank = "
             "processing date " W-PROC-DATE "): ".
           ACCEPT WS-SETTLE-DATE.
           IF WS-SETTLE-DATE = ZERO
             MOVE W-PROC-DATE TO WS-SETTLE-DATE
           END-IF.
           DISPLAY "Game code (blank = primary game): ".
           ACCEPT WS-GAME-CODE.
           PERFORM APPLY-GAME-MASTER.
           PERFORM SETTLE-TICKETS.
           PERFORM DIVIDE-PRIZE-POOL.
           PERFORM WRITE-ROLLOVER.
           PERFORM POST-LINEAGE.
           PERFORM PRINT-SETTLEMENT-REPORT.
           GOBACK.

               AT END
                 SET GAME-EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-GAMES
                 IF GMM-CODE = WS-GAME-CODE
                   IF GMM-PRICE NUMERIC AND GMM-PRICE NOT = ZERO
                     MOVE GMM-PRICE TO WS-TICKET-PRICE
             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 ADD 1 TO WS-READ-PRICE
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-TICKET-PRICE
                 AT END
                   SET LEDGER-EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-ROLLOVER
                   PERFORM STORE-ONE-POT
               END-READ
             END-PERFORM
             COMPUTE WS-TICKET-PAY =
               WS-PER-UNIT * WS-WNR-UNITS(WS-WNR-I)
             ADD WS-TICKET-PAY TO WS-TOTAL-PAID
             IF WNR-SYNDICATE(WS-WNR-I)
               PERFORM SPLIT-SYNDICATE-PRIZE
             ELSE
               MOVE WS-WNR-PLAYER(WS-WNR-I) TO WS-PAYEE-ID
               MOVE WS-TICKET-PAY TO WS-PAYEE-PAY
               PERFORM LOOK-UP-WINNER-NAME
               DISPLAY "Winner " WS-PAYEE-ID " "
                 WS-WINNER-NAME " pays " WS-PAYEE-PAY
               PERFORM WRITE-LEDGER-RECORD
             END-IF
           END-PERFORM.
           COMPUTE WS-ROLLOVER-OUT = WS-PRIZE-POOL - WS-TOTAL-PAID.

      * A syndicate ticket's prize splits across the members by
      * share units, each cut truncated to the whole unit of money;
      * the odd remainder the truncation leaves goes to the first
      * member listed on the master - the organiser - so the cuts
      * always add back to the ticket's prize exactly. Each member
      * gets their own OPEN ledger row to claim and be paid on. A
      * syndicate with no members left on the master keeps the
      * prize under the syndicate id for the office to resolve.
           SPLIT-SYNDICATE-PRIZE SECTION.
           PERFORM LOAD-SYNDICATE-MEMBERS.
           IF WS-MEMBER-UNITS = ZERO
             DISPLAY "WARNING: syndicate " WS-WNR-PLAYER(WS-WNR-I)
               " has no members on the master - prize held under "
               "the syndicate id."
             MOVE WS-WNR-PLAYER(WS-WNR-I) TO WS-PAYEE-ID
             MOVE WS-TICKET-PAY TO WS-PAYEE-PAY
             PERFORM WRITE-LEDGER-RECORD
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-SPLIT-PAID.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
             COMPUTE WS-MBR-PAY(WS-MBR-I) = WS-TICKET-PAY *
               WS-MBR-UNITS(WS-MBR-I) / WS-MEMBER-UNITS
             ADD WS-MBR-PAY(WS-MBR-I) TO WS-SPLIT-PAID
           END-PERFORM.
           COMPUTE WS-MBR-PAY(1) =
             WS-MBR-PAY(1) + WS-TICKET-PAY - WS-SPLIT-PAID.
           DISPLAY "Syndicate " WS-WNR-PLAYER(WS-WNR-I) " wins "
             WS-TICKET-PAY " split " WS-MEMBER-USED " way(s)".
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
             MOVE WS-MBR-PLAYER(WS-MBR-I) TO WS-PAYEE-ID
             MOVE WS-MBR-PAY(WS-MBR-I) TO WS-PAYEE-PAY
             PERFORM LOOK-UP-WINNER-NAME
             DISPLAY "  Member " WS-PAYEE-ID " "
               WS-WINNER-NAME " pays " WS-PAYEE-PAY
             PERFORM WRITE-LEDGER-RECORD
           END-PERFORM.

      * Members with no units hold no share and are passed over.
           LOAD-SYNDICATE-MEMBERS SECTION.
           MOVE ZERO TO WS-MEMBER-USED.
           MOVE ZERO TO WS-MEMBER-UNITS.
           OPEN INPUT SYNDICATE-FILE.
           IF WS-SYNDICATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SYNDICATE-EOF.
           PERFORM UNTIL SYNDICATE-EOF-T
             READ SYNDICATE-FILE
               AT END
                 SET SYNDICATE-EOF-T TO TRUE
               NOT AT END
                 IF SYN-ID = WS-WNR-PLAYER(WS-WNR-I)
                     AND SYN-UNITS NUMERIC
                     AND SYN-UNITS > ZERO
                     AND WS-MEMBER-USED < WS-MAX-MEMBERS
                   ADD 1 TO WS-MEMBER-USED
                   MOVE SYN-MEMBER TO WS-MBR-PLAYER(WS-MEMBER-USED)
                   MOVE SYN-UNITS TO WS-MBR-UNITS(WS-MEMBER-USED)
                   ADD SYN-UNITS TO WS-MEMBER-UNITS
                   ADD 1 TO WS-READ-SYNDICATES
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYNDICATE-FILE.

      * The registered name travels with the payout line; an
      * unregistered id (a legacy ticket) is labelled as such rather
           IF WS-PLAYER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE WS-PAYEE-ID TO PLM-PLAYER-ID.
           READ PLAYER-FILE
             KEY IS PLM-PLAYER-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-READ-PLAYERS
               MOVE PLM-NAME TO WS-WINNER-NAME
           END-READ.
           CLOSE PLAYER-FILE.
             WRITE ROLLOVER-RECORD
           END-PERFORM.
           CLOSE ROLLOVER-FILE.
           MOVE SPACES TO ROLLOVER-HIST-RECORD.
           MOVE WS-GAME-CODE TO RLH-GAME.
           MOVE WS-SETTLE-DATE TO RLH-DRAW-DATE.
           MOVE WS-ROLLOVER-IN TO RLH-POT-IN.
           MOVE WS-ROLLOVER-OUT TO RLH-POT-OUT.
      * Stamped when the settlement finishes, not when it started -
      * the service-level scorecard measures completion.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO RLH-SETTLED-DATE.
           MOVE W-TIME OF W-BATCH TO RLH-SETTLED-TIME.
           OPEN EXTEND ROLLOVER-HIST-FILE.
           IF WS-ROLLHIST-STATUS = "35"
             OPEN OUTPUT ROLLOVER-HIST-FILE
           END-IF.
           WRITE ROLLOVER-HIST-RECORD.
           CLOSE ROLLOVER-HIST-FILE.

      * A draw date with THIS game's ledger rows was settled before;
      * paying the same tickets twice is exactly what the ledger
               AT END
                 SET LEDGER-EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-LEDGER
      * Reversed rows are a voided settlement - the replacement
      * draw settles without the override prompt.
                 IF LGR-DRAW-DATE = WS-SETTLE-DATE
             INTO OVERRIDE-LOG-RECORD
           END-STRING.
           WRITE OVERRIDE-LOG-RECORD.
           ADD 1 TO WS-OVERRIDE-WRITTEN.
           CLOSE OVERRIDE-LOG-FILE.

      * Reads the audit trail looking for the day's draw. The last
               READ AUDIT-FILE
                 AT END SET AUDIT-EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-AUDIT
                   IF AUD-DRAW-DATE = WS-SETTLE-DATE
                       AND AUD-GAME-CODE = WS-GAME-CODE
                     IF AUD-SEED-SOURCE = "V"
           MOVE ZERO TO WS-TOTAL-TICKETS.
           MOVE ZERO TO WS-TOTAL-WINNERS.
           MOVE ZERO TO WS-TOTAL-PAID.
           PERFORM LOAD-ADVANCE-COVER.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             DISPLAY "No ticket file found, settlement is draw-only"
           END-IF.

           SETTLE-ONE-TICKET SECTION.
           ADD 1 TO WS-READ-TICKETS.
           IF TICKET-LINE(60:1) = "V"
             ADD 1 TO WS-VOIDED-COUNT
             EXIT SECTION
           IF WS-TKT-GAME NOT = WS-GAME-CODE
             EXIT SECTION
           END-IF.
      * An advance-play ticket (draw count in column 93) plays in
      * exactly the draws the register holds live for its serial,
      * whatever its sale date.
           MOVE "N" TO WS-TKT-ADVANCE.
           IF TICKET-LINE(1:2) = "T2" AND TICKET-LINE(93:2) NUMERIC
               AND TICKET-LINE(93:2) > "01"
             SET ADVANCE-TICKET TO TRUE
             PERFORM CHECK-ADVANCE-COVER
             IF NOT TICKET-COVERED
               EXIT SECTION
             END-IF
           END-IF.
           PERFORM PARSE-TICKET-LINE.
           IF TICKET-UNPARSABLE
             DISPLAY "Unparsable ticket line skipped: "
             EXIT SECTION
           END-IF.
           IF WS-TKT-SUBMIT-DATE > WS-SETTLE-DATE
               AND NOT ADVANCE-TICKET
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-TOTAL-TICKETS.
               ADD 1 TO WS-WNR-USED
               MOVE WS-TKT-PLAYER-ID TO WS-WNR-PLAYER(WS-WNR-USED)
               MOVE WS-SHARE-UNITS TO WS-WNR-UNITS(WS-WNR-USED)
               MOVE SPACE TO WS-WNR-SYNDICATE(WS-WNR-USED)
               MOVE SPACES TO WS-WNR-SERIAL(WS-WNR-USED)
               MOVE SPACES TO WS-WNR-VALIDATION(WS-WNR-USED)
               IF TICKET-LINE(1:2) = "T2"
                 MOVE TICKET-LINE(79:1)
                   TO WS-WNR-SYNDICATE(WS-WNR-USED)
                 MOVE TICKET-LINE(80:7)
                   TO WS-WNR-SERIAL(WS-WNR-USED)
                 MOVE TICKET-LINE(88:4)
                   TO WS-WNR-VALIDATION(WS-WNR-USED)
               END-IF
             ELSE
               DISPLAY "ERROR: more than " WS-MAX-WINNERS
                 " winning tickets - settlement buffer exhausted, "
             END-IF
           END-IF.

      * The advance-play serials covering this game's draw on the
      * settle date and not refunded by a draw void.
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
                 IF ADV-DRAW-DATE = WS-SETTLE-DATE
                     AND ADV-GAME = WS-GAME-CODE
                     AND ADV-STATE = SPACE
                   IF WS-COVER-USED >= WS-MAX-COVERED
                     DISPLAY "ERROR: more than " WS-MAX-COVERED
                       " advance-play tickets on this draw - "
                       "run aborted before any money moves"
                     MOVE 1 TO RETURN-CODE
                     CLOSE ADVANCE-FILE
                     GOBACK
                   END-IF
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

      * The prize exists on paper from the moment settlement finds
      * the winner - the claim starts OPEN and LOTTERY-CLAIMS marks
      * it PAID at the counter.
             OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-PAYEE-ID TO LGR-PLAYER-ID.
           MOVE WS-SETTLE-DATE TO LGR-DRAW-DATE.
           MOVE WS-PAYEE-PAY TO LGR-AMOUNT.
           MOVE "OPEN" TO LGR-STATUS.
           MOVE WS-GAME-CODE TO LGR-GAME.
      * Every row of the ticket - a syndicate member's included -
      * is claimed with the ticket's serial and validation code.
           MOVE WS-WNR-SERIAL(WS-WNR-I) TO LGR-SERIAL.
           MOVE WS-WNR-VALIDATION(WS-WNR-I) TO LGR-VALIDATION.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-WRITTEN.
           CLOSE LEDGER-FILE.

      * "T2" lines carry up to six picks; anything else is the
           DISPLAY "Total paid       : " WS-TOTAL-PAID.
           DISPLAY "Rollover out     : " WS-ROLLOVER-OUT.
           DISPLAY "-------------------------------------------------".

      * The claims, the carried pots and the history line come from
      * the draw on the audit trail and the tickets it settles; the
      * ledger is read for an earlier settlement before rows are
      * added to it.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "LOTTERY-SETTLEMENT" TO W-LIN-PROGRAM.
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
           MOVE "../lottery_syndicates.dat" TO W-LIN-FILE.
           MOVE WS-READ-SYNDICATES TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../player_master.dat" TO W-LIN-FILE.
           MOVE WS-READ-PLAYERS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-LEDGER-WRITTEN TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover.dat" TO W-LIN-FILE.
           MOVE WS-POT-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_rollover_hist.dat" TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-OVERRIDE-WRITTEN NOT = ZERO
             MOVE "../lottery_override.log" TO W-LIN-FILE
             MOVE WS-OVERRIDE-WRITTEN TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
