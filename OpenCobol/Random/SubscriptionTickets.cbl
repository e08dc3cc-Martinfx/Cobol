      * draw is already in lottery_audit.dat. The
      * generation report lists created and refused tickets per
      * subscription.
      * Revision: Maxfx 15/10/2026 - responsible gambling: each
      *   standing order asks PLAYER-LIMIT-CHECK before its ticket
      *   is written; a self-excluded player, or a ticket over the
      *   player's weekly spend cap, is refused on the report and
      *   the refusal logged to operator_activity.log under the
      *   batch id.
      * Revision: Maxfx 15/10/2026 - ticket serials: each generated
      *   ticket takes a serial and validation code from
      *   TICKET-SERIAL-ISSUE (columns 80 and 88 of the T2 line); the
      *   report's CREATED line carries both as the regular's receipt.
      * Revision: Maxfx 15/10/2026 - loyalty points: each ticket created
      *   earns the player points through LOYALTY-POINTS, posted against
      *   the ticket's serial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIPTION-TICKETS.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X(51).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD RANGE-PARAM-FILE.
           01 RANGE-PARAM-RECORD.
           77 WS-GEN-STATE-STATUS PIC XX.
           77 WS-LAST-GEN-DATE    PIC X(8) VALUE SPACES.

      * Each generated ticket's serial and validation code; the
      * report line is the regular's receipt.
           77 WS-TKT-SERIAL     PIC 9(7).
           77 WS-TKT-VALIDATION PIC 9(4).
           77 WS-SERIAL-OK      PIC X.
             88 SERIAL-ISSUED   VALUE "Y".

      * Age re-check, the same rule the counter sale applies.
           78 WS-MINIMUM-AGE VALUE 18.
           77 WS-BIRTH-VALID  PIC X.
           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

      * Self-exclusion and weekly spend cap; refusals are logged
      * under the batch's own id, there being no operator.
           77 WS-LIMIT-GAME     PIC X(4) VALUE SPACES.
           77 WS-LIMIT-QUANTITY PIC 9(3) VALUE 1.
           77 WS-LIMIT-VERDICT  PIC X.
             88 LIMIT-ALLOWED   VALUE "A".
             88 LIMIT-EXCLUDED  VALUE "E".
           77 WS-WEEK-SPEND     PIC 9(7).
           77 WS-WEEK-CAP       PIC 9(7).
           77 WS-OPERATOR-ID    PIC X(8) VALUE "BATCH".
           77 WS-ACT-PROGRAM    PIC X(20) VALUE "SUBSCRIPTION-TICKETS".
           77 WS-ACT-ACTION     PIC X.
           77 WS-ACT-KEY        PIC X(10).

      * Loyalty points for each ticket created.
           77 WS-LOY-FUNCTION   PIC X VALUE "E".
           77 WS-LOY-REFERENCE  PIC X(7).
           77 WS-LOY-POINTS     PIC 9(5).
           77 WS-LOY-BALANCE    PIC 9(7).
           77 WS-LOY-COST       PIC 9(5).
           77 WS-LOY-RESULT     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           IF SUBSCRIPTION-GOOD
             PERFORM CHECK-SUBSCRIPTION-PICKS
           END-IF.
           IF SUBSCRIPTION-GOOD
             PERFORM CHECK-PLAYER-LIMITS
           END-IF.
           IF SUBSCRIPTION-GOOD
             CALL "TICKET-SERIAL-ISSUE" USING WS-TKT-SERIAL
               WS-TKT-VALIDATION WS-SERIAL-OK
             IF NOT SERIAL-ISSUED
               MOVE "no ticket serial issued" TO WS-REFUSE-NOTE
               MOVE "N" TO WS-SUB-OK
             END-IF
           END-IF.
           IF SUBSCRIPTION-GOOD
             PERFORM APPEND-TICKET-RECORD
             ADD 1 TO WS-CREATED-COUNT
             MOVE WS-TKT-SERIAL TO WS-LOY-REFERENCE
             CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION
               SUB-PLAYER-ID WS-LIMIT-GAME WS-LIMIT-QUANTITY
               W-DATE OF W-BATCH WS-LOY-REFERENCE WS-OPERATOR-ID
               WS-LOY-POINTS WS-LOY-BALANCE WS-LOY-COST
               WS-LOY-RESULT
             MOVE SPACES TO W-RPT-TEXT
             STRING "CREATED " DELIMITED BY SIZE
               SUB-PLAYER-ID DELIMITED BY SIZE
               " picks " DELIMITED BY SIZE
               SUB-PICKS DELIMITED BY SIZE
               " serial " DELIMITED BY SIZE
               WS-TKT-SERIAL DELIMITED BY SIZE
               " code " DELIMITED BY SIZE
               WS-TKT-VALIDATION DELIMITED BY SIZE
               INTO W-RPT-TEXT
             END-STRING
             PERFORM REPORT-LINE
             MOVE "N" TO WS-SUB-OK
           END-IF.

      * The counter's responsible-gambling gate: a standing order
      * doesn't get round a self-exclusion or a weekly cap.
           CHECK-PLAYER-LIMITS SECTION.
           CALL "PLAYER-LIMIT-CHECK" USING SUB-PLAYER-ID
             WS-LIMIT-GAME WS-LIMIT-QUANTITY W-DATE OF W-BATCH
             WS-LIMIT-VERDICT WS-WEEK-SPEND WS-WEEK-CAP.
           IF LIMIT-ALLOWED
             EXIT SECTION
           END-IF.
           IF LIMIT-EXCLUDED
             MOVE "player self-excluded" TO WS-REFUSE-NOTE
           ELSE
             MOVE "over the weekly spend cap" TO WS-REFUSE-NOTE
           END-IF.
           MOVE "N" TO WS-SUB-OK.
           MOVE "X" TO WS-ACT-ACTION.
           MOVE SUB-PLAYER-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           CHECK-SUBSCRIPTION-PICKS SECTION.
           IF SUB-PICK-COUNT = ZERO OR SUB-PICK-COUNT > 6
             MOVE "bad pick count" TO WS-REFUSE-NOTE
           END-PERFORM.
           MOVE W-DATE OF W-BATCH TO TICKET-LINE(41:8).
           MOVE W-TIME OF W-BATCH(1:6) TO TICKET-LINE(50:6).
           MOVE WS-TKT-SERIAL TO TICKET-LINE(80:7).
           MOVE WS-TKT-VALIDATION TO TICKET-LINE(88:4).
           OPEN EXTEND TICKET-FILE.
           IF WS-TICKET-STATUS = "35"
             OPEN OUTPUT TICKET-FILE
