      *   from "../lottery_games.dat", the game code is stamped in
      *   column 62 of the ticket, and the sales stop applies per
      *   game - the pick-3 can still sell after the pick-6 drew.
      * Revision: Maxfx 15/10/2026 - responsible gambling: the
      *   counter now opens with the shared OPERATOR-SIGNON (the
      *   update role sells), and every sale asks PLAYER-LIMIT-CHECK
      *   first - a self-excluded player, or a ticket that would take
      *   the player past their weekly spend cap, is refused and the
      *   refusal logged to operator_activity.log.
      * Revision: Maxfx 15/10/2026 - outlets: the session asks which
      *   outlet it is selling at; with a retailer master
      *   "../lottery_outlets.dat" on file the outlet must be on it
      *   and active, and its code is stamped in column 66 of every
      *   T2 ticket for LOTTERY-COMMISSION's weekly statement.
      * Revision: Maxfx 15/10/2026 - the signed-on operator is stamped
      *   on each T2 ticket at column 71, so TILL-CASH-UP can total a
      *   clerk's own sales for the shift.
      * Revision: Maxfx 15/10/2026 - syndicates: the id keyed at the
      *   counter may be a syndicate on "../lottery_syndicates.dat";
      *   every member must then pass the registration, age and limit
      *   checks, and the ticket is sold under the syndicate id with "S"
      *   in column 79 so LOTTERY-SETTLEMENT splits any prize across the
      *   members.
      * Revision: Maxfx 15/10/2026 - ticket serials: every sale takes a
      *   check-digit serial and a validation code from
      *   TICKET-SERIAL-ISSUE, stamped at columns 80 and 88 of the T2
      *   line and printed on the receipt.
      * Revision: Maxfx 15/10/2026 - loyalty points: every paid ticket
      *   sold to a registered player earns points through
      *   LOYALTY-POINTS, and a player whose balance covers a free
      *   ticket is offered one; the redemption is posted against the
      *   ticket's serial, logged, and the ticket marked "F" in column
      *   92.
      * Revision: Maxfx 15/10/2026 - advance play: a ticket may be
      *   bought for the next 2-10 scheduled draws from
      *   lottery_schedule.dat, paid once at that many times the price;
      *   the draw count goes in column 93 of the T2 line and one line
      *   per covered draw on lottery_advance.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-TICKET-SALES.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SCHEDULE-STATUS.

           SELECT PRICE-PARAM-FILE ASSIGN TO "../lottery_price.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRICE-STATUS.

      * Advance-play register: one line per draw an advance ticket
      * covers, read by the settlement, the draw void and the
      * liability forecast.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

      * Boundary sales wait here for the supervisor's decision.
           SELECT QUARANTINE-FILE
           ASSIGN TO "../lottery_quarantine.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-QUARANTINE-STATUS.

      * Retailer master: outlet code, name, commission percent and
      * active flag.
           SELECT OUTLET-FILE ASSIGN TO "../lottery_outlets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTLET-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

      * Syndicate master: one line per member with the member's
      * share units, kept by SYNDICATE-MASTER.
           SELECT SYNDICATE-FILE ASSIGN TO "../lottery_syndicates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SYNDICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TICKET-FILE.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X(51).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD RANGE-PARAM-FILE.
           01 RANGE-PARAM-RECORD.
             05 FILLER       PIC X.
             05 GMM-DESC     PIC X(20).

           FD OUTLET-FILE.
           01 OUTLET-RECORD.
             05 OUT-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 OUT-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OUT-COMM-PCT PIC 99.
             05 FILLER       PIC X.
             05 OUT-ACTIVE   PIC X.

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

           FD SYNDICATE-FILE.
           01 SYNDICATE-RECORD.
             05 SYN-ID     PIC X(10).
             05 FILLER     PIC X.
             05 SYN-MEMBER PIC X(10).
             05 FILLER     PIC X.
             05 SYN-UNITS  PIC 9(3).

           FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD.
             05 SCH-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 SCH-CUTOFF    PIC X(4).

           FD PRICE-PARAM-FILE.
           01 PRICE-PARAM-RECORD.
             05 PARM-TICKET-PRICE PIC 9(4).

      * State blank = the draw is still to be played; "R" = the
      * draw was voided and this portion refunded.
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

           FD QUARANTINE-FILE.
           01 QUARANTINE-RECORD.
             05 QUA-STATE PIC X.
             88 DRAW-ALREADY-RUN VALUE "Y".
           77 WS-SOLD-COUNT   PIC 9(4) VALUE ZERO.

      * The ticket's serial (column 80) and the validation code
      * (column 88) printed on the receipt.
           77 WS-TKT-SERIAL     PIC 9(7).
           77 WS-TKT-VALIDATION PIC 9(4).
           77 WS-SERIAL-OK      PIC X.
             88 SERIAL-ISSUED   VALUE "Y".
           77 WS-RECEIPT-PICKS  PIC X(24).

      * The game this session sells; blank is the primary game.
           77 WS-GAME-STATUS  PIC XX.
           77 WS-GAME-CODE    PIC X(4) VALUE SPACES.
           77 WS-GAME-EOF     PIC X.
             88 GAME-EOF-T    VALUE "Y".

      * The outlet this session sells at; blank when the shop has
      * no retailer master and sells from the one counter.
           77 WS-OUTLET-STATUS PIC XX.
           77 WS-OUTLET-CODE   PIC X(4) VALUE SPACES.
           77 WS-OUTLET-FOUND  PIC X.
             88 OUTLET-ON-MASTER VALUE "Y".

      * The day's cutoff: sales stop at WS-CUTOFF-TIME; the five
      * minutes before it are the quarantine window.
           78 WS-GRACE-MINUTES VALUE 5.
             05 WS-BIRTH-MMDD PIC 9(4).
           77 WS-PLAYER-AGE   PIC S9(3).

      * Role-based authorization state from the shared sign-on.
           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "LOTTERY-TICKET-SALES".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * Self-exclusion and weekly spend cap, per sale.
           77 WS-LIMIT-QUANTITY PIC 9(3) VALUE 1.
           77 WS-LIMIT-VERDICT  PIC X.
             88 LIMIT-ALLOWED   VALUE "A".
             88 LIMIT-EXCLUDED  VALUE "E".
             88 LIMIT-OVER-CAP  VALUE "C".
           77 WS-WEEK-SPEND     PIC 9(7).
           77 WS-WEEK-CAP       PIC 9(7).

      * A syndicate sale: the id keyed is a syndicate on the master,
      * and each member must pass the same checks a player does.
           78 WS-MAX-MEMBERS VALUE 50.
           77 WS-SYNDICATE-STATUS PIC XX.
           77 WS-SALE-ID        PIC X(10).
           77 WS-SYNDICATE-SALE PIC X.
             88 SYNDICATE-SALE  VALUE "Y".
           01 WS-MEMBER-TABLE.
             05 WS-MBR-PLAYER PIC X(10) OCCURS 50 TIMES.
           77 WS-MEMBER-USED    PIC 99 VALUE ZERO.
           77 WS-MBR-I          PIC 99.
           77 WS-MEMBERS-OK     PIC X.
             88 MEMBERS-CLEARED VALUE "Y".

      * Loyalty points: earned on every paid ticket, and spent on a
      * free one ("F" in column 92) when the player asks for it.
           77 WS-LOY-FUNCTION   PIC X.
           77 WS-LOY-REFERENCE  PIC X(7).
           77 WS-LOY-POINTS     PIC 9(5).
           77 WS-LOY-BALANCE    PIC 9(7).
           77 WS-LOY-COST       PIC 9(5).
           77 WS-LOY-RESULT     PIC X.
             88 LOYALTY-DONE    VALUE "Y".
           77 WS-FREE-ANSWER    PIC X.
           77 WS-FREE-TICKET    PIC X.
             88 FREE-TICKET     VALUE "Y".

      * Advance play: the ticket covers the next WS-ADVANCE-DRAWS
      * scheduled draws (column 93 of the T2 line), paid once at
      * that many times the game's price.
           78 WS-DEFAULT-PRICE VALUE 5.
           78 WS-MAX-ADVANCE-DRAWS VALUE 10.
           77 WS-PRICE-STATUS   PIC XX.
           77 WS-ADVANCE-STATUS PIC XX.
           77 WS-TICKET-PRICE   PIC 9(4) VALUE WS-DEFAULT-PRICE.
           77 WS-ADVANCE-ENTRY  PIC 99.
           77 WS-ADVANCE-DRAWS  PIC 99 VALUE 1.
           77 WS-ADVANCE-OK     PIC X.
             88 ADVANCE-ACCEPTED VALUE "Y".
           01 WS-COVER-TABLE.
             05 WS-COVER-DATE PIC 9(8) OCCURS 10 TIMES.
           77 WS-COVER-USED     PIC 99.
           77 WS-COVER-I        PIC 99.
           77 WS-COVER-J        PIC 99.
           77 WS-PAID-AMOUNT    PIC 9(6).
           77 WS-PRICE-EDIT     PIC Z(3)9.
           77 WS-PAID-EDIT      PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - ticket sales refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Selling tickets needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "SALES" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Game code (blank = primary game): ".
           ACCEPT WS-GAME-CODE.
           PERFORM APPLY-OUTLET-MASTER.
           PERFORM LOAD-RANGE-CONFIG.
           PERFORM LOAD-PICKS-CONFIG.
           PERFORM LOAD-PRICE-PARAM.
           PERFORM APPLY-GAME-MASTER.
           PERFORM LOAD-TODAYS-CUTOFF.
           PERFORM JUDGE-SALE-ZONE.
                   IF GMM-RANGE NUMERIC AND GMM-RANGE NOT = ZERO
                     MOVE GMM-RANGE TO WS-ACTIVE-RANGE
                   END-IF
                   IF GMM-PRICE NUMERIC AND GMM-PRICE NOT = ZERO
                     MOVE GMM-PRICE TO WS-TICKET-PRICE
                   END-IF
                   DISPLAY "Selling game " WS-GAME-CODE " ("
                     FUNCTION TRIM(GMM-DESC) ")"
                 END-IF
             GOBACK
           END-IF.

      * With no retailer master on file the shop still sells from
      * its one counter and the outlet stays blank; with one, the
      * outlet keyed must be on it and active.
           APPLY-OUTLET-MASTER SECTION.
           OPEN INPUT OUTLET-FILE.
           IF WS-OUTLET-STATUS NOT = "00"
             MOVE SPACES TO WS-OUTLET-CODE
             EXIT SECTION
           END-IF.
           DISPLAY "Outlet code: ".
           ACCEPT WS-OUTLET-CODE.
           MOVE "N" TO WS-OUTLET-FOUND.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ OUTLET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OUT-CODE = WS-OUTLET-CODE
                     AND WS-OUTLET-CODE NOT = SPACES
                     AND (OUT-ACTIVE = "Y" OR OUT-ACTIVE = "y")
                   SET OUTLET-ON-MASTER TO TRUE
                   DISPLAY "Selling at outlet " WS-OUTLET-CODE " ("
                     FUNCTION TRIM(OUT-NAME) ")"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OUTLET-FILE.
           IF NOT OUTLET-ON-MASTER
             DISPLAY "Outlet " WS-OUTLET-CODE " is not an active "
               "outlet on the retailer master - no sales."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           LOAD-TODAYS-CUTOFF SECTION.
           MOVE ZERO TO WS-CUTOFF-TIME.
           OPEN INPUT SCHEDULE-FILE.
             CLOSE RANGE-PARAM-FILE
           END-IF.

           LOAD-PRICE-PARAM SECTION.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WS-PRICE-STATUS = "00"
             READ PRICE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-TICKET-PRICE NUMERIC
                     AND PARM-TICKET-PRICE NOT = ZERO
                   MOVE PARM-TICKET-PRICE TO WS-TICKET-PRICE
                 END-IF
             END-READ
             CLOSE PRICE-PARAM-FILE
           END-IF.

           LOAD-PICKS-CONFIG SECTION.
           OPEN INPUT PICKS-PARAM-FILE.
           IF WS-PICKS-PARAM-STATUS = "00"
           END-IF.

           SELL-ONE-TICKET SECTION.
           MOVE "N" TO WS-FREE-TICKET.
           MOVE ZERO TO WS-LOY-POINTS.
           DISPLAY "Player or syndicate id (10 characters): ".
           ACCEPT WS-PLAYER-ID.
           IF WS-PLAYER-ID = SPACES
             DISPLAY "A ticket needs a player id - not sold."
             EXIT SECTION
           END-IF.
           PERFORM LOAD-SYNDICATE-MEMBERS.
           PERFORM ASK-ADVANCE-DRAWS.
           IF NOT ADVANCE-ACCEPTED
             DISPLAY "Ticket not sold."
             EXIT SECTION
           END-IF.
           IF SYNDICATE-SALE
             PERFORM CHECK-SYNDICATE-MEMBERS
             IF NOT MEMBERS-CLEARED
               DISPLAY "Syndicate " WS-PLAYER-ID " ticket not sold."
               EXIT SECTION
             END-IF
             PERFORM ACCEPT-TICKET-PICKS
             EXIT SECTION
           END-IF.
           PERFORM CHECK-PLAYER-REGISTERED.
           IF NOT PLAYER-REGISTERED
             DISPLAY "Player " WS-PLAYER-ID " is not registered - "
               "not sold. Register the player first."
             EXIT SECTION
           END-IF.
           PERFORM CHECK-PLAYER-LIMITS.
           IF NOT LIMIT-ALLOWED
             EXIT SECTION
           END-IF.
           IF SALE-NORMAL AND WS-ADVANCE-DRAWS = 1
             PERFORM OFFER-FREE-TICKET
           END-IF.
           PERFORM ACCEPT-TICKET-PICKS.

      * An advance-play ticket covers the next N scheduled draws
      * from today, taken off lottery_schedule.dat, and is paid for
      * once at N times the price - so the limit check and the
      * loyalty points both see N tickets. A held sale inside the
      * quarantine window is for today's draw only.
           ASK-ADVANCE-DRAWS SECTION.
           MOVE 1 TO WS-ADVANCE-DRAWS.
           MOVE 1 TO WS-LIMIT-QUANTITY.
           MOVE "Y" TO WS-ADVANCE-OK.
           IF NOT SALE-NORMAL
             EXIT SECTION
           END-IF.
           DISPLAY "Draws to play (1-" WS-MAX-ADVANCE-DRAWS
             ", blank = 1): ".
           ACCEPT WS-ADVANCE-ENTRY.
           IF WS-ADVANCE-ENTRY <= 1
             EXIT SECTION
           END-IF.
           IF WS-ADVANCE-ENTRY > WS-MAX-ADVANCE-DRAWS
             DISPLAY "At most " WS-MAX-ADVANCE-DRAWS " draws can be "
               "bought in advance."
             MOVE "N" TO WS-ADVANCE-OK
             EXIT SECTION
           END-IF.
           PERFORM LOAD-COVERED-DRAWS.
           IF WS-COVER-USED < WS-ADVANCE-ENTRY
             DISPLAY "Only " WS-COVER-USED " draw(s) on the schedule "
               "from " W-DATE OF W-BATCH " - " WS-ADVANCE-ENTRY
               " cannot be sold."
             MOVE "N" TO WS-ADVANCE-OK
             EXIT SECTION
           END-IF.
           MOVE WS-ADVANCE-ENTRY TO WS-ADVANCE-DRAWS.
           MOVE WS-ADVANCE-ENTRY TO WS-LIMIT-QUANTITY.
           DISPLAY "Covers the draws of " WS-COVER-DATE(1) " to "
             WS-COVER-DATE(WS-ADVANCE-DRAWS) ".".

      * The earliest N distinct schedule dates on or after today,
      * kept in date order as the schedule is read.
           LOAD-COVERED-DRAWS SECTION.
           MOVE ZERO TO WS-COVER-USED.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SCH-EOF.
           PERFORM UNTIL SCH-EOF-T
             READ SCHEDULE-FILE
               AT END
                 SET SCH-EOF-T TO TRUE
               NOT AT END
                 IF SCH-DRAW-DATE NUMERIC
                     AND SCH-DRAW-DATE >= W-DATE OF W-BATCH
                   PERFORM TAKE-COVERED-DRAW
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

           TAKE-COVERED-DRAW SECTION.
           PERFORM VARYING WS-COVER-I FROM 1 BY 1
               UNTIL WS-COVER-I > WS-COVER-USED
                 OR WS-COVER-DATE(WS-COVER-I) >= SCH-DRAW-DATE
             CONTINUE
           END-PERFORM.
           IF WS-COVER-I <= WS-COVER-USED
               AND WS-COVER-DATE(WS-COVER-I) = SCH-DRAW-DATE
             EXIT SECTION
           END-IF.
           IF WS-COVER-I > WS-ADVANCE-ENTRY
             EXIT SECTION
           END-IF.
           IF WS-COVER-USED < WS-ADVANCE-ENTRY
             ADD 1 TO WS-COVER-USED
           END-IF.
           PERFORM VARYING WS-COVER-J FROM WS-COVER-USED BY -1
               UNTIL WS-COVER-J <= WS-COVER-I
             MOVE WS-COVER-DATE(WS-COVER-J - 1)
               TO WS-COVER-DATE(WS-COVER-J)
           END-PERFORM.
           MOVE SCH-DRAW-DATE TO WS-COVER-DATE(WS-COVER-I).

      * One register line per covered draw, under the ticket's
      * serial; the ticket itself keeps its sale date.
           WRITE-ADVANCE-DRAWS SECTION.
           OPEN EXTEND ADVANCE-FILE.
           IF WS-ADVANCE-STATUS = "35"
             OPEN OUTPUT ADVANCE-FILE
           END-IF.
           PERFORM VARYING WS-COVER-I FROM 1 BY 1
               UNTIL WS-COVER-I > WS-ADVANCE-DRAWS
             MOVE SPACES TO ADVANCE-RECORD
             MOVE WS-TKT-SERIAL TO ADV-SERIAL
             MOVE WS-COVER-DATE(WS-COVER-I) TO ADV-DRAW-DATE
             MOVE WS-COVER-I TO ADV-DRAW-NO
             MOVE WS-ADVANCE-DRAWS TO ADV-DRAWS
             MOVE WS-GAME-CODE TO ADV-GAME
             MOVE WS-PLAYER-ID TO ADV-PLAYER
             WRITE ADVANCE-RECORD
           END-PERFORM.
           CLOSE ADVANCE-FILE.

           ACCEPT-TICKET-PICKS SECTION.
           MOVE SPACES TO WS-PICKS.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
               UNTIL WS-PICK-I > WS-PICK-COUNT
               EXIT SECTION
             END-IF
           END-PERFORM.
           CALL "TICKET-SERIAL-ISSUE" USING WS-TKT-SERIAL
             WS-TKT-VALIDATION WS-SERIAL-OK.
           IF NOT SERIAL-ISSUED
             DISPLAY "No ticket serial could be issued - not sold."
             EXIT SECTION
           END-IF.
           IF FREE-TICKET
             PERFORM REDEEM-FREE-TICKET
             IF NOT LOYALTY-DONE
               DISPLAY "Points could not be redeemed - ticket not "
                 "issued."
               EXIT SECTION
             END-IF
           END-IF.
           PERFORM APPEND-TICKET-RECORD.
           IF WS-ADVANCE-DRAWS > 1
             PERFORM WRITE-ADVANCE-DRAWS
           END-IF.
           IF NOT SALE-QUARANTINED
             ADD 1 TO WS-SOLD-COUNT
             DISPLAY "Ticket sold to " WS-PLAYER-ID "."
             IF NOT FREE-TICKET AND NOT SYNDICATE-SALE
               PERFORM EARN-TICKET-POINTS
             END-IF
           END-IF.
           PERFORM PRINT-RECEIPT.

      * A registered player whose points cover a free ticket is
      * offered one before the picks are keyed.
           OFFER-FREE-TICKET SECTION.
           MOVE "B" TO WS-LOY-FUNCTION.
           MOVE SPACES TO WS-LOY-REFERENCE.
           CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION WS-PLAYER-ID
             WS-GAME-CODE WS-LIMIT-QUANTITY W-DATE OF W-BATCH
             WS-LOY-REFERENCE WS-OPERATOR-ID WS-LOY-POINTS
             WS-LOY-BALANCE WS-LOY-COST WS-LOY-RESULT.
           IF WS-LOY-BALANCE < WS-LOY-COST
             EXIT SECTION
           END-IF.
           DISPLAY "Player has " WS-LOY-BALANCE " loyalty points - "
             "free ticket for " WS-LOY-COST "? (Y/N): ".
           ACCEPT WS-FREE-ANSWER.
           IF WS-FREE-ANSWER = "Y" OR WS-FREE-ANSWER = "y"
             SET FREE-TICKET TO TRUE
           END-IF.

      * The points are spent against the serial the free ticket
      * carries, and the redemption logged under the operator.
           REDEEM-FREE-TICKET SECTION.
           MOVE "R" TO WS-LOY-FUNCTION.
           MOVE WS-TKT-SERIAL TO WS-LOY-REFERENCE.
           CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION WS-PLAYER-ID
             WS-GAME-CODE WS-LIMIT-QUANTITY W-DATE OF W-BATCH
             WS-LOY-REFERENCE WS-OPERATOR-ID WS-LOY-POINTS
             WS-LOY-BALANCE WS-LOY-COST WS-LOY-RESULT.
           IF NOT LOYALTY-DONE
             EXIT SECTION
           END-IF.
           DISPLAY WS-LOY-POINTS " points redeemed, "
             WS-LOY-BALANCE " left.".
           MOVE "L" TO WS-ACT-ACTION.
           MOVE WS-PLAYER-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           EARN-TICKET-POINTS SECTION.
           MOVE "E" TO WS-LOY-FUNCTION.
           MOVE WS-TKT-SERIAL TO WS-LOY-REFERENCE.
           CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION WS-PLAYER-ID
             WS-GAME-CODE WS-LIMIT-QUANTITY W-DATE OF W-BATCH
             WS-LOY-REFERENCE WS-OPERATOR-ID WS-LOY-POINTS
             WS-LOY-BALANCE WS-LOY-COST WS-LOY-RESULT.

      * The validation code appears here and nowhere else the
      * player sees; the claims desk asks for it with the serial.
           PRINT-RECEIPT SECTION.
           DISPLAY "----------------- RECEIPT -----------------".
           DISPLAY "Serial          : " WS-TKT-SERIAL.
           DISPLAY "Validation code : " WS-TKT-VALIDATION.
           DISPLAY "Player          : " WS-PLAYER-ID.
           DISPLAY "Picks           : " WS-RECEIPT-PICKS.
           DISPLAY "Sold            : " W-DATE OF W-BATCH " "
             W-TIME OF W-BATCH.
           IF WS-ADVANCE-DRAWS > 1
             DISPLAY "ADVANCE PLAY    : " WS-ADVANCE-DRAWS " draws"
             PERFORM VARYING WS-COVER-I FROM 1 BY 1
                 UNTIL WS-COVER-I > WS-ADVANCE-DRAWS
               DISPLAY "  Draw " WS-COVER-I "         : "
                 WS-COVER-DATE(WS-COVER-I)
             END-PERFORM
             COMPUTE WS-PAID-AMOUNT =
               WS-TICKET-PRICE * WS-ADVANCE-DRAWS
             MOVE WS-TICKET-PRICE TO WS-PRICE-EDIT
             MOVE WS-PAID-AMOUNT TO WS-PAID-EDIT
             DISPLAY "Paid            : " WS-ADVANCE-DRAWS " x "
               FUNCTION TRIM(WS-PRICE-EDIT) " = "
               FUNCTION TRIM(WS-PAID-EDIT)
           END-IF.
           IF FREE-TICKET
             DISPLAY "FREE PLAY - loyalty points redeemed."
           ELSE
             IF WS-LOY-POINTS > ZERO AND NOT SALE-QUARANTINED
               DISPLAY "Points earned   : " WS-LOY-POINTS
               DISPLAY "Points balance  : " WS-LOY-BALANCE
             END-IF
           END-IF.
           IF SALE-QUARANTINED
             DISPLAY "HELD - valid only once the supervisor "
               "releases it."
           END-IF.
           DISPLAY "-------------------------------------------".

      * The syndicate's members in master order; none found means
      * the id is an ordinary player id.
           LOAD-SYNDICATE-MEMBERS SECTION.
           MOVE "N" TO WS-SYNDICATE-SALE.
           MOVE ZERO TO WS-MEMBER-USED.
           OPEN INPUT SYNDICATE-FILE.
           IF WS-SYNDICATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SYNDICATE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SYN-ID = WS-PLAYER-ID
                     AND WS-MEMBER-USED < WS-MAX-MEMBERS
                   ADD 1 TO WS-MEMBER-USED
                   MOVE SYN-MEMBER TO WS-MBR-PLAYER(WS-MEMBER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYNDICATE-FILE.
           IF WS-MEMBER-USED > ZERO
             SET SYNDICATE-SALE TO TRUE
           END-IF.

      * Every member must be registered, of age and within their
      * own limits - one barred or capped member stops the whole
      * syndicate's ticket, as it would stop their own.
           CHECK-SYNDICATE-MEMBERS SECTION.
           MOVE "Y" TO WS-MEMBERS-OK.
           MOVE WS-PLAYER-ID TO WS-SALE-ID.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
                 OR NOT MEMBERS-CLEARED
             MOVE WS-MBR-PLAYER(WS-MBR-I) TO WS-PLAYER-ID
             PERFORM CHECK-PLAYER-REGISTERED
             IF NOT PLAYER-REGISTERED
               DISPLAY "Member " WS-PLAYER-ID " is not registered."
               MOVE "N" TO WS-MEMBERS-OK
             ELSE
               PERFORM CHECK-PLAYER-LIMITS
               IF NOT LIMIT-ALLOWED
                 MOVE "N" TO WS-MEMBERS-OK
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-SALE-ID TO WS-PLAYER-ID.

      * The player's own limits come before the picks are keyed: a
      * barred player is refused outright, a capped one when this
      * ticket would pass the week's cap. Either refusal is logged
      * under the selling operator with the player as the key.
           CHECK-PLAYER-LIMITS SECTION.
           CALL "PLAYER-LIMIT-CHECK" USING WS-PLAYER-ID WS-GAME-CODE
             WS-LIMIT-QUANTITY W-DATE OF W-BATCH WS-LIMIT-VERDICT
             WS-WEEK-SPEND WS-WEEK-CAP.
           IF LIMIT-ALLOWED
             EXIT SECTION
           END-IF.
           IF LIMIT-EXCLUDED
             DISPLAY "Player " WS-PLAYER-ID " is self-excluded - "
               "sale refused."
           ELSE
             DISPLAY "Player " WS-PLAYER-ID " would spend "
               WS-WEEK-SPEND " this week against a cap of "
               WS-WEEK-CAP " - sale refused."
           END-IF.
           MOVE "X" TO WS-ACT-ACTION.
           MOVE WS-PLAYER-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * ACCEPT into a numeric field converts the keyed digits the
      * way the shop's other numeric prompts do; garbage arrives as

      * The versioned "T2" layout GAME-LOTTERY and the settlement
      * parse: tag, player id, pick count, up to six picks, then the
      * machine-stamped submit date and time, the game code and the
      * selling outlet, operator and syndicate flag, the serial and
      * validation code, the free-play flag, and the number of
      * draws an advance-play ticket covers (blank for one draw).
           APPEND-TICKET-RECORD SECTION.
           MOVE SPACES TO TICKET-LINE.
           MOVE "T2" TO TICKET-LINE(1:2).
           MOVE W-DATE OF W-BATCH TO TICKET-LINE(41:8).
           MOVE W-TIME OF W-BATCH(1:6) TO TICKET-LINE(50:6).
           MOVE WS-GAME-CODE TO TICKET-LINE(62:4).
           MOVE WS-OUTLET-CODE TO TICKET-LINE(66:4).
           MOVE WS-OPERATOR-ID TO TICKET-LINE(71:8).
           IF SYNDICATE-SALE
             MOVE "S" TO TICKET-LINE(79:1)
           END-IF.
           MOVE WS-TKT-SERIAL TO TICKET-LINE(80:7).
           MOVE WS-TKT-VALIDATION TO TICKET-LINE(88:4).
           IF FREE-TICKET
             MOVE "F" TO TICKET-LINE(92:1)
           END-IF.
           IF WS-ADVANCE-DRAWS > 1
             MOVE WS-ADVANCE-DRAWS TO TICKET-LINE(93:2)
           END-IF.
           MOVE TICKET-LINE(17:24) TO WS-RECEIPT-PICKS.
           IF SALE-QUARANTINED
             OPEN EXTEND QUARANTINE-FILE
             IF WS-QUARANTINE-STATUS = "35"
