      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Monthly second-chance draw. Run in the first days of a month,
      * it gives every non-winning T2 ticket of the month before one
      * entry: the ticket must be live (not voided, not refunded by
      * a draw void), its own draw - same date and game - must be a
      * live draw on lottery_audit.dat, and it must have earned
      * nothing under the settlement's tier rules. The entries are
      * written in ticket-file order to "../second_chance_YYYYMM.dat"
      * (the month drawn), numbered from 1, and fingerprinted entry
      * by entry through CHAIN-SEAL's hash so the entry set itself
      * cannot be changed after the draw. The winning entries are
      * drawn the way GAME-LOTTERY draws: an operator seed (or the
      * clock), FUNCTION RANDOM reseeded from it, the 200-step shake
      * per winner and a retry when an entry is already a winner.
      * The draw goes on the audit trail under game "SCND" - the
      * winner count in AUD-PICK-COUNT, and behind the game code the
      * entry count, the entry fingerprint and the winning entry
      * numbers - sealed through CHAIN-SEAL like the main draw, so
      * LOTTERY-AUDIT-VERIFY replays it from the seed and the entry
      * file. Each winner files to lottery_ledger.dat as an OPEN
      * claim for the prize keyed here; a syndicate ticket's prize
      * goes to the syndicate's organiser. Only one live second-chance
      * draw may run per calendar month. Needs the supervisor role.
      * Revision: Maxfx 15/10/2026 - ticket serials: each entry carries
      *   its ticket's serial and validation code, and a winner's ledger
      *   row carries them for LOTTERY-CLAIMS.
      * Revision: Maxfx 15/10/2026 - the entry file, the sealed draw and
      *   the winners filed on the ledger are posted to the lineage
      *   register with the files each was drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECOND-CHANCE-DRAW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../lottery_audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AUDIT-STATUS.

           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

      * One entry file per month drawn, named for the month.
           SELECT ENTRY-FILE ASSIGN TO WS-ENTRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENTRY-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT SYNDICATE-FILE ASSIGN TO "../lottery_syndicates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SYNDICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The main draw's record, with the second-chance fields behind
      * the game code. The other programs' shorter layouts read the
      * record unchanged.
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
             05 FILLER          PIC X.
             05 AUD-OVERRIDE    PIC X.
             05 FILLER          PIC X.
             05 AUD-CHAIN-SEQ   PIC 9(8).
             05 FILLER          PIC X.
             05 AUD-CHAIN-CHECK PIC 9(8).
             05 FILLER          PIC X.
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X.
             05 AUD-SC-ENTRIES  PIC 9(6).
             05 FILLER          PIC X.
             05 AUD-SC-PRINT    PIC 9(8).
             05 AUD-SC-WINNER   PIC 9(6) OCCURS 6 TIMES.

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

           FD ENTRY-FILE.
           01 ENTRY-RECORD.
             05 ENT-NUMBER    PIC 9(6).
             05 FILLER        PIC X.
             05 ENT-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 ENT-DATE      PIC X(8).
             05 FILLER        PIC X.
             05 ENT-TIME      PIC X(6).
             05 FILLER        PIC X.
             05 ENT-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 ENT-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 ENT-SYNDICATE PIC X.
             05 FILLER        PIC X.
             05 ENT-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 ENT-VALIDATION PIC X(4).

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
             05 FILLER        PIC X.
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

           FD SYNDICATE-FILE.
           01 SYNDICATE-RECORD.
             05 SYN-ID     PIC X(10).
             05 FILLER     PIC X.
             05 SYN-MEMBER PIC X(10).
             05 FILLER     PIC X.
             05 SYN-UNITS  PIC 9(3).

       WORKING-STORAGE SECTION.
           77 WS-AUDIT-STATUS     PIC XX.
           77 WS-TICKET-STATUS    PIC XX.
           77 WS-ENTRY-STATUS     PIC XX.
           77 WS-LEDGER-STATUS    PIC XX.
           77 WS-SYNDICATE-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from the audit trail and the ticket file, for
      * the lineage register; the run's return code is held across
      * the posting.
           01 WS-READ-COUNTS.
             05 WS-READ-AUDIT   PIC 9(8) VALUE ZERO.
             05 WS-READ-TICKETS PIC 9(8) VALUE ZERO.
           77 WS-HOLD-RC PIC S9(4) COMP VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "SECOND-CHANCE-DRAW".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * The second-chance draw's own game code on the audit trail
      * and the ledger.
           78 WS-SC-GAME VALUE "SCND".

      * Today's month and the month being drawn (the one before).
           01 WS-TODAY.
             05 WS-TODAY-YYYY PIC 9(4).
             05 WS-TODAY-MM   PIC 99.
             05 WS-TODAY-DD   PIC 99.
           01 WS-TODAY-MONTH REDEFINES WS-TODAY.
             05 WS-THIS-MONTH PIC 9(6).
             05 FILLER        PIC 99.
           01 WS-ENTRY-MONTH.
             05 WS-ENTRY-YYYY PIC 9(4).
             05 WS-ENTRY-MM   PIC 99.
           77 WS-ENTRY-PATH   PIC X(60).
           77 WS-ALREADY-DRAWN PIC X VALUE "N".
             88 MONTH-ALREADY-DRAWN VALUE "Y".

      * The month's live draws and their winning sets.
           78 WS-MAX-DRAWS VALUE 200.
           01 WS-DRAW-TABLE.
             05 WS-DRW-ENTRY OCCURS 200 TIMES.
               10 WS-DRW-DATE  PIC 9(8).
               10 WS-DRW-GAME  PIC X(4).
               10 WS-DRW-LIVE  PIC X.
               10 WS-DRW-PICKS PIC 9.
               10 WS-DRW-SET.
                 15 WS-DRW-NUM PIC 999 OCCURS 6 TIMES.
           77 WS-DRAW-USED PIC 9(3) VALUE ZERO.
           77 WS-DRW-I     PIC 9(3).
           77 WS-DRW-HIT   PIC 9(3).
           77 WS-WIN-I     PIC 9.

      * Parsed ticket fields.
           77 WS-TKT-PICKS   PIC 9.
           01 WS-TKT-SET.
             05 WS-TKT-PICK PIC 999 OCCURS 6 TIMES.
           77 WS-TKT-BAD     PIC X.
             88 TICKET-UNPARSABLE VALUE "Y".
           77 WS-TKT-I       PIC 9.
           77 WS-MATCH-COUNT PIC 9.
           77 WS-SHARE-UNITS PIC 9.

      * Entry count and the running fingerprint of the entry file.
           77 WS-ENTRY-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-ENTRY-PRINT  PIC 9(8) VALUE ZERO.
           77 WS-CHAIN-FUNCTION PIC X.
           77 WS-CHAIN-TAG      PIC X(8) VALUE "LOTAUDIT".
           77 WS-CHAIN-CONTENT  PIC X(120).
           77 WS-CHAIN-SEQ      PIC 9(8).
           77 WS-CHAIN-CHECK    PIC 9(8).

      * The draw: winners wanted, the prize each, and the seed.
           77 WS-WINNERS-WANTED PIC 9.
           77 WS-PRIZE-EACH     PIC 9(7).
           77 WS-SEED-SOURCE    PIC X VALUE "C".
             88 SEED-FROM-CLOCK    VALUE "C".
             88 SEED-FROM-OPERATOR VALUE "M".
           77 WS-SEED-ENTRY     PIC 9V999999999 VALUE ZERO.
           77 SEED              PIC 9V999999999.
           78 WS-MAX-ATTEMPTS   VALUE 10000.
           77 WS-ATTEMPTS       PIC 9(5).
           77 W-K               PIC 999.
           77 W-WIN-K           PIC 9.
           77 WS-SET-I          PIC 9.
           77 W-RANDOM-ENTRY    PIC 9(6).
           01 W-WINNER-SET.
             05 W-WINNER PIC 9(6) OCCURS 6 TIMES.
           77 WS-ENTRY-TAKEN    PIC X.
             88 ENTRY-TAKEN     VALUE "Y".

      * Winner filing.
           77 WS-PAYEE-ID    PIC X(10).
           77 WS-SYNDICATE-EOF PIC X.
             88 SYNDICATE-EOF-T VALUE "Y".
           77 WS-FILED-COUNT PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - second-chance draw refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "The second-chance draw needs the supervisor "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE WS-SC-GAME TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM FIX-ENTRY-MONTH.
           PERFORM CHECK-MONTH-NOT-DRAWN.
           IF MONTH-ALREADY-DRAWN
             DISPLAY "This month's second-chance draw is already on "
               "the audit trail - refused. Void it first to run it "
               "again."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-MONTH-DRAWS.
           PERFORM BUILD-ENTRY-FILE.
           PERFORM POST-ENTRY-LINEAGE.
           DISPLAY WS-ENTRY-COUNT " entr(y/ies) for " WS-ENTRY-MONTH
             " written to " FUNCTION TRIM(WS-ENTRY-PATH)
             ", fingerprint " WS-ENTRY-PRINT.
           IF WS-ENTRY-COUNT = ZERO
             DISPLAY "No non-winning tickets - nothing to draw."
             GOBACK
           END-IF.
           PERFORM ACCEPT-DRAW-TERMS.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM INIT-SEED.
           PERFORM DRAW-WINNING-ENTRIES.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM FILE-WINNERS.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           PERFORM POST-DRAW-LINEAGE.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING "SC" WS-ENTRY-MONTH DELIMITED BY SIZE
             INTO WS-ACT-KEY
           END-STRING.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY WS-FILED-COUNT " winner(s) filed as OPEN claims.".
           GOBACK.

      * The draw always covers the calendar month before today's.
           FIX-ENTRY-MONTH SECTION.
           MOVE W-DATE OF W-BATCH TO WS-TODAY.
           IF WS-TODAY-MM = 1
             COMPUTE WS-ENTRY-YYYY = WS-TODAY-YYYY - 1
             MOVE 12 TO WS-ENTRY-MM
           ELSE
             MOVE WS-TODAY-YYYY TO WS-ENTRY-YYYY
             COMPUTE WS-ENTRY-MM = WS-TODAY-MM - 1
           END-IF.
           MOVE SPACES TO WS-ENTRY-PATH.
           STRING "../second_chance_" WS-ENTRY-MONTH ".dat"
             DELIMITED BY SIZE INTO WS-ENTRY-PATH
           END-STRING.

      * The month's entries are the non-winning tickets of its live
      * draws.
           POST-ENTRY-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-ACT-PROGRAM TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_tickets.dat" TO W-LIN-FILE.
           MOVE WS-READ-TICKETS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_audit.dat" TO W-LIN-FILE.
           MOVE WS-READ-AUDIT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-ENTRY-PATH TO W-LIN-FILE.
           MOVE WS-ENTRY-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * The draw is sealed onto the audit trail and its winners are
      * filed on the ledger, both from the entry file.
           POST-DRAW-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-ACT-PROGRAM TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-ENTRY-PATH TO W-LIN-FILE.
           MOVE WS-ENTRY-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../lottery_audit.dat" TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF WS-FILED-COUNT > ZERO
             MOVE "../lottery_ledger.dat" TO W-LIN-FILE
             MOVE WS-FILED-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.

      * A second-chance draw run this month settles last month; a
      * void marker for its date and game cancels it, as it does a
      * main draw, so the replacement can run.
           CHECK-MONTH-NOT-DRAWN SECTION.
           MOVE "N" TO WS-ALREADY-DRAWN.
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
                 IF AUD-GAME-CODE = WS-SC-GAME
                     AND AUDIT-RECORD(1:6) = WS-THIS-MONTH
                   IF AUD-SEED-SOURCE = "V"
                     MOVE "N" TO WS-ALREADY-DRAWN
                   ELSE
                     SET MONTH-ALREADY-DRAWN TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

      * Every draw of the month drawn; a void marker that follows a
      * draw on the trail takes it out.
           LOAD-MONTH-DRAWS SECTION.
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
                 IF AUDIT-RECORD(1:6) = WS-ENTRY-MONTH
                     AND AUD-GAME-CODE NOT = WS-SC-GAME
                   PERFORM NOTE-MONTH-DRAW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           NOTE-MONTH-DRAW SECTION.
           IF AUD-SEED-SOURCE = "V"
             PERFORM VARYING WS-DRW-I FROM 1 BY 1
                 UNTIL WS-DRW-I > WS-DRAW-USED
               IF WS-DRW-DATE(WS-DRW-I) = AUD-DRAW-DATE
                   AND WS-DRW-GAME(WS-DRW-I) = AUD-GAME-CODE
                 MOVE "N" TO WS-DRW-LIVE(WS-DRW-I)
               END-IF
             END-PERFORM
             EXIT SECTION
           END-IF.
           IF AUD-PICK-COUNT NOT NUMERIC OR AUD-PICK-COUNT = ZERO
             EXIT SECTION
           END-IF.
           IF WS-DRAW-USED >= WS-MAX-DRAWS
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-DRAW-USED.
           MOVE AUD-DRAW-DATE TO WS-DRW-DATE(WS-DRAW-USED).
           MOVE AUD-GAME-CODE TO WS-DRW-GAME(WS-DRAW-USED).
           MOVE "Y" TO WS-DRW-LIVE(WS-DRAW-USED).
           MOVE AUD-PICK-COUNT TO WS-DRW-PICKS(WS-DRAW-USED).
           PERFORM VARYING WS-WIN-I FROM 1 BY 1
               UNTIL WS-WIN-I > AUD-PICK-COUNT
             MOVE AUD-WIN-NUM(WS-WIN-I)
               TO WS-DRW-NUM(WS-DRAW-USED WS-WIN-I)
           END-PERFORM.

      * Entries are numbered in ticket-file order, so the same
      * ticket file always gives the same numbering; each written
      * line joins the fingerprint with its entry number as the
      * sequence.
           BUILD-ENTRY-FILE SECTION.
           OPEN OUTPUT ENTRY-FILE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS NOT = "00"
             CLOSE ENTRY-FILE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ TICKET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-TICKETS
                 PERFORM JUDGE-ONE-TICKET
             END-READ
           END-PERFORM.
           CLOSE TICKET-FILE.
           CLOSE ENTRY-FILE.

           JUDGE-ONE-TICKET SECTION.
           IF TICKET-LINE(1:2) NOT = "T2"
             EXIT SECTION
           END-IF.
           IF TICKET-LINE(41:6) NOT = WS-ENTRY-MONTH
             EXIT SECTION
           END-IF.
           IF TICKET-LINE(60:1) = "V" OR TICKET-LINE(61:1) = "R"
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-DRW-HIT.
           PERFORM VARYING WS-DRW-I FROM 1 BY 1
               UNTIL WS-DRW-I > WS-DRAW-USED
             IF WS-DRW-DATE(WS-DRW-I) = TICKET-LINE(41:8)
                 AND WS-DRW-GAME(WS-DRW-I) = TICKET-LINE(62:4)
                 AND WS-DRW-LIVE(WS-DRW-I) = "Y"
               MOVE WS-DRW-I TO WS-DRW-HIT
             END-IF
           END-PERFORM.
           IF WS-DRW-HIT = ZERO
             EXIT SECTION
           END-IF.
           PERFORM PARSE-TICKET-PICKS.
           IF TICKET-UNPARSABLE
             EXIT SECTION
           END-IF.
           PERFORM SCORE-TICKET.
           IF WS-SHARE-UNITS NOT = ZERO
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE SPACES TO ENTRY-RECORD.
           MOVE WS-ENTRY-COUNT TO ENT-NUMBER.
           MOVE TICKET-LINE(4:10) TO ENT-PLAYER-ID.
           MOVE TICKET-LINE(41:8) TO ENT-DATE.
           MOVE TICKET-LINE(50:6) TO ENT-TIME.
           MOVE TICKET-LINE(62:4) TO ENT-GAME.
           MOVE TICKET-LINE(66:4) TO ENT-OUTLET.
           MOVE TICKET-LINE(79:1) TO ENT-SYNDICATE.
           MOVE TICKET-LINE(80:7) TO ENT-SERIAL.
           MOVE TICKET-LINE(88:4) TO ENT-VALIDATION.
           WRITE ENTRY-RECORD.
           MOVE "H" TO WS-CHAIN-FUNCTION.
           MOVE SPACES TO WS-CHAIN-CONTENT.
           MOVE ENTRY-RECORD TO WS-CHAIN-CONTENT.
           MOVE WS-ENTRY-COUNT TO WS-CHAIN-SEQ.
           MOVE WS-ENTRY-PRINT TO WS-CHAIN-CHECK.
           CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION WS-CHAIN-TAG
             WS-CHAIN-CONTENT WS-CHAIN-SEQ WS-CHAIN-CHECK.
           MOVE WS-CHAIN-CHECK TO WS-ENTRY-PRINT.

           PARSE-TICKET-PICKS SECTION.
           MOVE "N" TO WS-TKT-BAD.
           IF TICKET-LINE(15:1) NOT NUMERIC
             MOVE "Y" TO WS-TKT-BAD
             EXIT SECTION
           END-IF.
           MOVE TICKET-LINE(15:1) TO WS-TKT-PICKS.
           IF WS-TKT-PICKS = ZERO OR WS-TKT-PICKS > 6
             MOVE "Y" TO WS-TKT-BAD
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-TKT-I FROM 1 BY 1
               UNTIL WS-TKT-I > WS-TKT-PICKS
             IF TICKET-LINE(17 + (WS-TKT-I - 1) * 4:3) NUMERIC
               MOVE TICKET-LINE(17 + (WS-TKT-I - 1) * 4:3)
                 TO WS-TKT-PICK(WS-TKT-I)
             ELSE
               MOVE "Y" TO WS-TKT-BAD
             END-IF
           END-PERFORM.

      * The settlement's tier rules: a single pick wins on its
      * match, a multi-pick ticket from three matches up.
           SCORE-TICKET SECTION.
           MOVE ZERO TO WS-MATCH-COUNT.
           PERFORM VARYING WS-TKT-I FROM 1 BY 1
               UNTIL WS-TKT-I > WS-TKT-PICKS
             PERFORM VARYING WS-WIN-I FROM 1 BY 1
                 UNTIL WS-WIN-I > WS-DRW-PICKS(WS-DRW-HIT)
               IF WS-TKT-PICK(WS-TKT-I) =
                   WS-DRW-NUM(WS-DRW-HIT WS-WIN-I)
                 ADD 1 TO WS-MATCH-COUNT
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE ZERO TO WS-SHARE-UNITS.
           IF WS-TKT-PICKS = 1
             IF WS-MATCH-COUNT = 1
               MOVE 1 TO WS-SHARE-UNITS
             END-IF
           ELSE
             IF WS-MATCH-COUNT >= 3
               COMPUTE WS-SHARE-UNITS = WS-MATCH-COUNT - 2
             END-IF
           END-IF.

           ACCEPT-DRAW-TERMS SECTION.
           DISPLAY "Number of winners (1-6): ".
           ACCEPT WS-WINNERS-WANTED.
           IF WS-WINNERS-WANTED = ZERO
             DISPLAY "No winners asked for - draw abandoned."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           IF WS-WINNERS-WANTED > 6
             MOVE 6 TO WS-WINNERS-WANTED
           END-IF.
           IF WS-WINNERS-WANTED > WS-ENTRY-COUNT
             MOVE WS-ENTRY-COUNT TO WS-WINNERS-WANTED
             DISPLAY "Only " WS-ENTRY-COUNT " entr(y/ies) - "
               WS-WINNERS-WANTED " winner(s) will be drawn."
           END-IF.
           DISPLAY "Prize per winner: ".
           ACCEPT WS-PRIZE-EACH.
           IF WS-PRIZE-EACH = ZERO
             DISPLAY "No prize keyed - draw abandoned."
             MOVE 1 TO RETURN-CODE
           END-IF.

      * Seeded exactly as GAME-LOTTERY seeds: an operator's seed is
      * recorded as keyed so the draw can be replayed from it.
           INIT-SEED SECTION.
           DISPLAY "Enter seed for auditable replay (blank for "
             "clock-derived): ".
           ACCEPT WS-SEED-ENTRY.
           IF WS-SEED-ENTRY NOT = ZERO
             MOVE FUNCTION RANDOM(WS-SEED-ENTRY) TO SEED
             SET SEED-FROM-OPERATOR TO TRUE
           ELSE
             MOVE FUNCTION RANDOM(FUNCTION SECONDS-PAST-MIDNIGHT)
               TO SEED
             SET SEED-FROM-CLOCK TO TRUE
           END-IF.

      * One winning entry per slot: the 200-step shake picks an
      * entry number, and one already drawn is drawn again.
      * LOTTERY-AUDIT-VERIFY repeats this sequence step for step.
           DRAW-WINNING-ENTRIES SECTION.
           MOVE ZERO TO W-WINNER-SET.
           PERFORM VARYING W-WIN-K FROM 1 BY 1
               UNTIL W-WIN-K > WS-WINNERS-WANTED
             MOVE ZERO TO WS-ATTEMPTS
             SET ENTRY-TAKEN TO TRUE
             PERFORM UNTIL NOT ENTRY-TAKEN
               ADD 1 TO WS-ATTEMPTS
               IF WS-ATTEMPTS > WS-MAX-ATTEMPTS
                 DISPLAY "ERROR: could not draw a fresh entry after "
                   WS-MAX-ATTEMPTS " attempts - draw abandoned."
                 MOVE 1 TO RETURN-CODE
                 EXIT SECTION
               END-IF
               PERFORM SHAKE-ENTRY
               PERFORM CHECK-ENTRY-TAKEN
             END-PERFORM
             MOVE W-RANDOM-ENTRY TO W-WINNER(W-WIN-K)
             DISPLAY "- Winning entry " W-WIN-K " is : "
               W-RANDOM-ENTRY
           END-PERFORM.

           SHAKE-ENTRY SECTION.
           MOVE 1 TO W-K.
           PERFORM UNTIL W-K > 200
             COMPUTE W-RANDOM-ENTRY =
               (FUNCTION RANDOM * WS-ENTRY-COUNT) + 1
             ADD 1 TO W-K
           END-PERFORM.

           CHECK-ENTRY-TAKEN SECTION.
           MOVE "N" TO WS-ENTRY-TAKEN.
           IF W-RANDOM-ENTRY < 1 OR W-RANDOM-ENTRY > WS-ENTRY-COUNT
             MOVE "Y" TO WS-ENTRY-TAKEN
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SET-I FROM 1 BY 1
               UNTIL WS-SET-I >= W-WIN-K
             IF W-WINNER(WS-SET-I) = W-RANDOM-ENTRY
               MOVE "Y" TO WS-ENTRY-TAKEN
             END-IF
           END-PERFORM.

      * The sealed content is the main draw's body and game code
      * followed by the second-chance fields, so changing the entry
      * count, the fingerprint or a winner breaks the chain.
           WRITE-AUDIT-RECORD SECTION.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE W-DATE OF W-BATCH TO AUD-DRAW-DATE.
           MOVE W-TIME OF W-BATCH(1:6) TO AUD-DRAW-TIME.
           MOVE ZERO TO AUD-TIP.
           IF SEED-FROM-OPERATOR
             MOVE WS-SEED-ENTRY TO AUD-SEED
           ELSE
             MOVE SEED TO AUD-SEED
           END-IF.
           MOVE WS-SEED-SOURCE TO AUD-SEED-SOURCE.
           MOVE ZERO TO AUD-RANGE.
           MOVE WS-WINNERS-WANTED TO AUD-PICK-COUNT.
           PERFORM VARYING W-WIN-K FROM 1 BY 1
               UNTIL W-WIN-K > 6
             MOVE ZERO TO AUD-WIN-NUM(W-WIN-K)
           END-PERFORM.
           MOVE "N" TO AUD-OVERRIDE.
           MOVE WS-SC-GAME TO AUD-GAME-CODE.
           MOVE WS-ENTRY-COUNT TO AUD-SC-ENTRIES.
           MOVE WS-ENTRY-PRINT TO AUD-SC-PRINT.
           PERFORM VARYING W-WIN-K FROM 1 BY 1
               UNTIL W-WIN-K > 6
             MOVE W-WINNER(W-WIN-K) TO AUD-SC-WINNER(W-WIN-K)
           END-PERFORM.
           MOVE "S" TO WS-CHAIN-FUNCTION.
           MOVE SPACES TO WS-CHAIN-CONTENT.
           MOVE AUDIT-RECORD(1:64) TO WS-CHAIN-CONTENT.
           MOVE AUDIT-RECORD(84:56) TO WS-CHAIN-CONTENT(65:56).
           CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION WS-CHAIN-TAG
             WS-CHAIN-CONTENT WS-CHAIN-SEQ WS-CHAIN-CHECK.
           MOVE WS-CHAIN-SEQ   TO AUD-CHAIN-SEQ.
           MOVE WS-CHAIN-CHECK TO AUD-CHAIN-CHECK.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
             OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT = "00"
             DISPLAY "WARNING: could not write draw to audit trail, "
               "status " WS-AUDIT-STATUS
           END-IF.
           CLOSE AUDIT-FILE.

      * The entry file is read back once; each winning entry's
      * ticket holder gets an OPEN claim dated the day of the draw.
           FILE-WINNERS SECTION.
           OPEN INPUT ENTRY-FILE.
           IF WS-ENTRY-STATUS NOT = "00"
             DISPLAY "ERROR: entry file unreadable, status "
               WS-ENTRY-STATUS " - winners not filed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ENTRY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM VARYING W-WIN-K FROM 1 BY 1
                     UNTIL W-WIN-K > WS-WINNERS-WANTED
                   IF W-WINNER(W-WIN-K) = ENT-NUMBER
                     PERFORM FILE-ONE-WINNER
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE ENTRY-FILE.

           FILE-ONE-WINNER SECTION.
           MOVE ENT-PLAYER-ID TO WS-PAYEE-ID.
           IF ENT-SYNDICATE = "S"
             PERFORM FIND-SYNDICATE-ORGANISER
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-PAYEE-ID TO LGR-PLAYER-ID.
           MOVE W-DATE OF W-BATCH TO LGR-DRAW-DATE.
           MOVE WS-PRIZE-EACH TO LGR-AMOUNT.
           MOVE "OPEN" TO LGR-STATUS.
           MOVE WS-SC-GAME TO LGR-GAME.
           MOVE ENT-SERIAL TO LGR-SERIAL.
           MOVE ENT-VALIDATION TO LGR-VALIDATION.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.
           ADD 1 TO WS-FILED-COUNT.
           DISPLAY "Entry " ENT-NUMBER " ticket " ENT-DATE " "
             ENT-TIME " - " WS-PAYEE-ID " wins " WS-PRIZE-EACH.

      * A syndicate ticket's second-chance prize is one prize, not a
      * pool share - it is filed to the first member listed, the
      * organiser, to share out as the syndicate agrees.
           FIND-SYNDICATE-ORGANISER SECTION.
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
                 IF SYN-ID = ENT-PLAYER-ID
                   MOVE SYN-MEMBER TO WS-PAYEE-ID
                   SET SYNDICATE-EOF-T TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYNDICATE-FILE.
