      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Players earn loyalty points on every ticket and bingo card
      * sold to them, and spend them at the counter on a free ticket.
      * All of it goes through this one CALLable routine, so the
      * counter, the subscription run, the bingo desk and the player
      * statement all see the same balance. Every movement is a line
      * on "../loyalty_ledger.dat", keyed by the player id:
      *   EARN   - points for a sale, at the game's rate;
      *   REDEEM - points spent on a free ticket;
      *   EXPIRE - earned points that passed the expiry period
      *            without being spent;
      *   CREDIT - the cost of a free ticket given back when its draw
      *            is cancelled; it counts as points earned that day.
      * The rate per ticket is taken from "../loyalty_rates.dat" (one
      * line per game: code, points; a blank code is the primary game,
      * BNGO a bingo card). A game not on that file earns the default
      * rate from "../loyalty_points.parm". That parm also holds the
      * cost of a free ticket and the expiry period in days. Points
      * are spent oldest first: whatever was earned before the expiry
      * cutoff and has not been covered by redemptions and earlier
      * expiries has expired.
      *
      * CALL "LOYALTY-POINTS" USING <function X> <player X(10)>
      *   <game X(4)> <quantity 9(3)> <date X(8)> <reference X(7)>
      *   <operator X(8)> <points 9(5)> <balance 9(7)> <cost 9(5)>
      *   <result X>
      * Function "E" earns points for <quantity> sales of <game> and
      * returns the points posted. "B" works out the balance without
      * posting anything; points comes back as the amount about to
      * expire. "R" redeems one free ticket: the expired points are
      * written off first, then the cost is spent if the balance
      * covers it. "C" credits the cost of a free ticket back.
      * Reference is the ticket serial or card number.
      * The balance always comes back as it stands after the call,
      * and cost as the price of a free ticket in points.
      * Result: "Y" done, "N" balance short of the cost, "F" the
      * ledger could not be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTY-POINTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-FILE ASSIGN TO "../loyalty_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOYALTY-STATUS.

           SELECT LOYALTY-PARAM-FILE ASSIGN TO "../loyalty_points.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PARAM-STATUS.

           SELECT RATE-FILE ASSIGN TO "../loyalty_rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LOYALTY-FILE.
           01 LOYALTY-RECORD.
             05 LOY-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 LOY-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 LOY-TYPE       PIC X(6).
             05 FILLER         PIC X.
             05 LOY-POINTS     PIC 9(5).
             05 FILLER         PIC X.
             05 LOY-GAME       PIC X(4).
             05 FILLER         PIC X.
             05 LOY-REFERENCE  PIC X(7).
             05 FILLER         PIC X.
             05 LOY-OPERATOR   PIC X(8).

           FD LOYALTY-PARAM-FILE.
           01 LOYALTY-PARAM-RECORD.
             05 LPM-REDEEM-COST  PIC 9(5).
             05 FILLER           PIC X.
             05 LPM-EXPIRY-DAYS  PIC 9(4).
             05 FILLER           PIC X.
             05 LPM-DEFAULT-RATE PIC 9(3).

           FD RATE-FILE.
           01 RATE-RECORD.
             05 LRT-GAME   PIC X(4).
             05 FILLER     PIC X.
             05 LRT-POINTS PIC 9(3).

       WORKING-STORAGE SECTION.
           77 WS-LOYALTY-STATUS PIC XX.
           77 WS-PARAM-STATUS   PIC XX.
           77 WS-RATE-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

      * Used when no parm is on file: a free ticket for 100 points,
      * points kept a year, one point a ticket.
           78 WS-DEFAULT-COST   VALUE 100.
           78 WS-DEFAULT-EXPIRY VALUE 365.
           78 WS-DEFAULT-RATE   VALUE 1.
           77 WS-REDEEM-COST  PIC 9(5).
           77 WS-EXPIRY-DAYS  PIC 9(4).
           77 WS-RATE         PIC 9(3).

           77 WS-TODAY-NUM    PIC 9(8).
           77 WS-CUTOFF-NUM   PIC 9(8).
           77 WS-CUTOFF       PIC X(8).

      * The player's movements, totalled.
           77 WS-EARNED       PIC 9(9).
           77 WS-EARNED-OLD   PIC 9(9).
           77 WS-SPENT        PIC 9(9).
           77 WS-EXPIRING     PIC 9(9).
           77 WS-BALANCE      PIC 9(9).
           77 WS-POST-POINTS  PIC 9(9).
           77 WS-POST-TYPE    PIC X(6).

       LINKAGE SECTION.
           01 LS-FUNCTION   PIC X.
             88 LOYALTY-EARN    VALUE "E".
             88 LOYALTY-BALANCE VALUE "B".
             88 LOYALTY-REDEEM  VALUE "R".
             88 LOYALTY-CREDIT  VALUE "C".
           01 LS-PLAYER-ID  PIC X(10).
           01 LS-GAME-CODE  PIC X(4).
           01 LS-QUANTITY   PIC 9(3).
           01 LS-DATE       PIC X(8).
           01 LS-REFERENCE  PIC X(7).
           01 LS-OPERATOR   PIC X(8).
           01 LS-POINTS     PIC 9(5).
           01 LS-BALANCE    PIC 9(7).
           01 LS-COST       PIC 9(5).
           01 LS-RESULT     PIC X.
             88 LOYALTY-DONE   VALUE "Y".
             88 LOYALTY-SHORT  VALUE "N".
             88 LOYALTY-FAILED VALUE "F".

       PROCEDURE DIVISION USING LS-FUNCTION LS-PLAYER-ID LS-GAME-CODE
           LS-QUANTITY LS-DATE LS-REFERENCE LS-OPERATOR LS-POINTS
           LS-BALANCE LS-COST LS-RESULT.
       MAIN-PROCEDURE.
           SET LOYALTY-DONE TO TRUE.
           MOVE ZERO TO LS-POINTS.
           PERFORM LOAD-LOYALTY-PARAM.
           MOVE WS-REDEEM-COST TO LS-COST.
           PERFORM WORK-OUT-CUTOFF.
           PERFORM TOTAL-PLAYER-POINTS.
           EVALUATE TRUE
             WHEN LOYALTY-EARN
               PERFORM EARN-POINTS
             WHEN LOYALTY-REDEEM
               PERFORM REDEEM-POINTS
             WHEN LOYALTY-CREDIT
               PERFORM CREDIT-POINTS
             WHEN OTHER
               IF WS-EXPIRING > 99999
                 MOVE 99999 TO LS-POINTS
               ELSE
                 MOVE WS-EXPIRING TO LS-POINTS
               END-IF
           END-EVALUATE.
           IF WS-BALANCE > 9999999
             MOVE 9999999 TO LS-BALANCE
           ELSE
             MOVE WS-BALANCE TO LS-BALANCE
           END-IF.
           GOBACK.

           LOAD-LOYALTY-PARAM SECTION.
           MOVE WS-DEFAULT-COST TO WS-REDEEM-COST.
           MOVE WS-DEFAULT-EXPIRY TO WS-EXPIRY-DAYS.
           MOVE WS-DEFAULT-RATE TO WS-RATE.
           OPEN INPUT LOYALTY-PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ LOYALTY-PARAM-FILE
             AT END CONTINUE
             NOT AT END
               IF LPM-REDEEM-COST NUMERIC
                   AND LPM-REDEEM-COST NOT = ZERO
                 MOVE LPM-REDEEM-COST TO WS-REDEEM-COST
               END-IF
               IF LPM-EXPIRY-DAYS NUMERIC
                   AND LPM-EXPIRY-DAYS NOT = ZERO
                 MOVE LPM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               END-IF
               IF LPM-DEFAULT-RATE NUMERIC
                 MOVE LPM-DEFAULT-RATE TO WS-RATE
               END-IF
           END-READ.
           CLOSE LOYALTY-PARAM-FILE.

      * Points earned before the cutoff date have expired. A date that
      * is not a date expires nothing.
           WORK-OUT-CUTOFF SECTION.
           MOVE LOW-VALUES TO WS-CUTOFF.
           IF LS-DATE NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE LS-DATE TO WS-TODAY-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TODAY-NUM) NOT = ZERO
             EXIT SECTION
           END-IF.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-EXPIRY-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF.

      * Redemptions and write-offs take the oldest points first, so
      * whatever was earned before the cutoff beyond what they have
      * already covered is what has expired.
           TOTAL-PLAYER-POINTS SECTION.
           MOVE ZERO TO WS-EARNED WS-EARNED-OLD WS-SPENT.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LOYALTY-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF LOY-PLAYER-ID = LS-PLAYER-ID
                       AND LOY-POINTS NUMERIC
                     EVALUATE LOY-TYPE
                       WHEN "EARN"
                       WHEN "CREDIT"
                         ADD LOY-POINTS TO WS-EARNED
                         IF LOY-DATE < WS-CUTOFF
                           ADD LOY-POINTS TO WS-EARNED-OLD
                         END-IF
                       WHEN "REDEEM"
                       WHEN "EXPIRE"
                         ADD LOY-POINTS TO WS-SPENT
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOYALTY-FILE
           END-IF.
           IF WS-EARNED-OLD > WS-SPENT
             COMPUTE WS-EXPIRING = WS-EARNED-OLD - WS-SPENT
           ELSE
             MOVE ZERO TO WS-EXPIRING
           END-IF.
           IF WS-EARNED > WS-SPENT + WS-EXPIRING
             COMPUTE WS-BALANCE = WS-EARNED - WS-SPENT - WS-EXPIRING
           ELSE
             MOVE ZERO TO WS-BALANCE
           END-IF.

           EARN-POINTS SECTION.
           PERFORM FIND-GAME-RATE.
           COMPUTE WS-POST-POINTS = WS-RATE * LS-QUANTITY.
           IF WS-POST-POINTS = ZERO
             EXIT SECTION
           END-IF.
           IF WS-POST-POINTS > 99999
             MOVE 99999 TO WS-POST-POINTS
           END-IF.
           MOVE "EARN" TO WS-POST-TYPE.
           PERFORM POST-MOVEMENT.
           IF LOYALTY-DONE
             MOVE WS-POST-POINTS TO LS-POINTS
             ADD WS-POST-POINTS TO WS-BALANCE
           END-IF.

      * The write-off goes on the ledger even when the redemption is
      * then refused, so the statement shows where the points went.
           REDEEM-POINTS SECTION.
           IF WS-EXPIRING NOT = ZERO
             IF WS-EXPIRING > 99999
               MOVE 99999 TO WS-POST-POINTS
             ELSE
               MOVE WS-EXPIRING TO WS-POST-POINTS
             END-IF
             MOVE "EXPIRE" TO WS-POST-TYPE
             PERFORM POST-MOVEMENT
             IF LOYALTY-FAILED
               EXIT SECTION
             END-IF
           END-IF.
           IF WS-BALANCE < WS-REDEEM-COST
             SET LOYALTY-SHORT TO TRUE
             EXIT SECTION
           END-IF.
           MOVE WS-REDEEM-COST TO WS-POST-POINTS.
           MOVE "REDEEM" TO WS-POST-TYPE.
           PERFORM POST-MOVEMENT.
           IF LOYALTY-DONE
             MOVE WS-REDEEM-COST TO LS-POINTS
             SUBTRACT WS-REDEEM-COST FROM WS-BALANCE
           END-IF.

           CREDIT-POINTS SECTION.
           MOVE WS-REDEEM-COST TO WS-POST-POINTS.
           MOVE "CREDIT" TO WS-POST-TYPE.
           PERFORM POST-MOVEMENT.
           IF LOYALTY-DONE
             MOVE WS-REDEEM-COST TO LS-POINTS
             ADD WS-REDEEM-COST TO WS-BALANCE
           END-IF.

      * A game missing from the rates file earns the default rate.
           FIND-GAME-RATE SECTION.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ RATE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF LRT-GAME = LS-GAME-CODE
                     AND LRT-POINTS NUMERIC
                   MOVE LRT-POINTS TO WS-RATE
                   SET EOF-T TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

      * WS-POST-TYPE and WS-POST-POINTS are set by the caller.
           POST-MOVEMENT SECTION.
           OPEN EXTEND LOYALTY-FILE.
           IF WS-LOYALTY-STATUS = "35"
             OPEN OUTPUT LOYALTY-FILE
           END-IF.
           IF WS-LOYALTY-STATUS NOT = "00"
             SET LOYALTY-FAILED TO TRUE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO LOYALTY-RECORD.
           MOVE LS-PLAYER-ID TO LOY-PLAYER-ID.
           MOVE LS-DATE TO LOY-DATE.
           MOVE WS-POST-TYPE TO LOY-TYPE.
           MOVE WS-POST-POINTS TO LOY-POINTS.
           MOVE LS-GAME-CODE TO LOY-GAME.
           MOVE LS-REFERENCE TO LOY-REFERENCE.
           MOVE LS-OPERATOR TO LOY-OPERATOR.
           WRITE LOYALTY-RECORD.
           IF WS-LOYALTY-STATUS NOT = "00"
             SET LOYALTY-FAILED TO TRUE
           END-IF.
           CLOSE LOYALTY-FILE.
