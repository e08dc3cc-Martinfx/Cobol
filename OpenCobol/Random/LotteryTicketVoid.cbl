      * "V") and, with the reason text, to "../lottery_void.log".
      * GAME-LOTTERY's match check and LOTTERY-SETTLEMENT exclude
      * voided tickets and report them separately.
      * Revision: Maxfx 15/10/2026 - the void log line is widened to
      *   120 and carries the ticket's selling outlet (column 112)
      *   and game code (column 117) after the reason, so
      *   LOTTERY-COMMISSION can charge each void back to its outlet.
      * Revision: Maxfx 15/10/2026 - ticket serials: the clerk names the
      *   ticket to void by its serial (column 80), checked through
      *   CHECK-DIGIT and looked up on the file, instead of a list
      *   position; the activity log keys the void by serial.
      * Revision: Maxfx 15/10/2026 - a free-play ticket ("F" in column
      *   92) took no cash and is refused at the void desk.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket (column 93)
      *   is refused; its draws are refunded one at a time by
      *   LOTTERY-DRAW-VOID.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-TICKET-VOID.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X(51).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD VOID-LOG-FILE.
           01 VOID-LOG-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-DONE PIC X VALUE "N".
             88 VOIDING-DONE VALUE "Y".

      * The ticket is named by its serial (column 80), checked
      * through CHECK-DIGIT before it is looked up.
           77 WS-VOID-SERIAL  PIC X(7).
           77 WS-SERIAL-CHECK-FIELD PIC X(20).
           77 WS-SERIAL-CHECK-VALID PIC X.
             88 SERIAL-CHECK-INVALID VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           END-IF.
           PERFORM UNTIL VOIDING-DONE
             PERFORM LIST-TICKETS
             DISPLAY "Serial of the ticket to void (blank to quit): "
             MOVE SPACES TO WS-VOID-SERIAL
             ACCEPT WS-VOID-SERIAL
             IF WS-VOID-SERIAL = SPACES
               SET VOIDING-DONE TO TRUE
             ELSE
               PERFORM FIND-TICKET-BY-SERIAL
               IF WS-PICKED-NO NOT = ZERO
                 PERFORM VOID-ONE-TICKET
               END-IF
             END-IF
           END-PERFORM.
           GOBACK.
           CLOSE TICKET-FILE.

           LIST-TICKETS SECTION.
           DISPLAY "SERIAL  V TICKET (V = already voided)".
           PERFORM VARYING WS-TKT-I FROM 1 BY 1
               UNTIL WS-TKT-I > WS-TICKET-USED
             DISPLAY WS-TKT-LINE(WS-TKT-I)(80:7) " "
               WS-TKT-LINE(WS-TKT-I)(60:1) " "
               WS-TKT-LINE(WS-TKT-I)(1:55)
           END-PERFORM.

      * A serial that fails its check digit was mis-keyed; one that
      * passes but is not on file was never sold here.
           FIND-TICKET-BY-SERIAL SECTION.
           MOVE ZERO TO WS-PICKED-NO.
           MOVE SPACES TO WS-SERIAL-CHECK-FIELD.
           MOVE WS-VOID-SERIAL TO WS-SERIAL-CHECK-FIELD.
           CALL "CHECK-DIGIT" USING WS-SERIAL-CHECK-FIELD
             WS-SERIAL-CHECK-VALID.
           IF SERIAL-CHECK-INVALID
             DISPLAY "Serial " WS-VOID-SERIAL " fails its check "
               "digit - re-key it from the ticket."
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-TKT-I FROM 1 BY 1
               UNTIL WS-TKT-I > WS-TICKET-USED
             IF WS-TKT-LINE(WS-TKT-I)(80:7) = WS-VOID-SERIAL
               MOVE WS-TKT-I TO WS-PICKED-NO
             END-IF
           END-PERFORM.
           IF WS-PICKED-NO = ZERO
             DISPLAY "No ticket with serial " WS-VOID-SERIAL
               " on file."
           END-IF.

      * The line is marked, never removed - the file keeps every
      * sale it ever took, which is the whole point of the intake.
           VOID-ONE-TICKET SECTION.
             DISPLAY "That ticket is already voided."
             EXIT SECTION
           END-IF.
           IF WS-TKT-LINE(WS-PICKED-NO)(92:1) = "F"
             DISPLAY "That ticket was a free play on loyalty points - "
               "there is no cash to refund, it cannot be voided."
             EXIT SECTION
           END-IF.
      * An advance-play ticket's draws stand or fall one at a time
      * through the draw void; the counter cannot void it whole.
           IF WS-TKT-LINE(WS-PICKED-NO)(93:2) NUMERIC
               AND WS-TKT-LINE(WS-PICKED-NO)(93:2) > "01"
             DISPLAY "That ticket is an advance play over "
               WS-TKT-LINE(WS-PICKED-NO)(93:2) " draws - it cannot "
               "be voided at the counter."
             EXIT SECTION
           END-IF.
           PERFORM CHECK-TICKET-DRAW-NOT-RUN.
           IF TICKET-DRAW-RUN
             DISPLAY "The draw for " WS-VOID-TKT-DATE " is already "
               "voided."
             EXIT SECTION
           END-IF.
           DISPLAY "Void ticket " WS-VOID-SERIAL " ["
             WS-TKT-LINE(WS-PICKED-NO)(1:30) "]? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF NOT VOID-CONFIRMED
           MOVE "V" TO WS-TKT-LINE(WS-PICKED-NO)(60:1).
           PERFORM REWRITE-TICKET-FILE.
           MOVE "V" TO WS-ACT-ACTION.
           MOVE WS-VOID-SERIAL TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           PERFORM WRITE-VOID-LOG.
           DISPLAY "Ticket " WS-VOID-SERIAL " voided.".

           REWRITE-TICKET-FILE SECTION.
           OPEN OUTPUT TICKET-FILE.
             WS-REASON DELIMITED BY SIZE
             INTO VOID-LOG-RECORD
           END-STRING.
           IF WS-TKT-LINE(WS-PICKED-NO)(1:2) = "T2"
             MOVE WS-TKT-LINE(WS-PICKED-NO)(66:4)
               TO VOID-LOG-RECORD(112:4)
             MOVE WS-TKT-LINE(WS-PICKED-NO)(62:4)
               TO VOID-LOG-RECORD(117:4)
           END-IF.
           WRITE VOID-LOG-RECORD.
           CLOSE VOID-LOG-FILE.
