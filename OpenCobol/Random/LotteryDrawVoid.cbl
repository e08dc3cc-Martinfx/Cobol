      * refundable (column 61 "R") with a refund report for the
      * counter, and the draw programs treat a voided date as
      * not-run so the replacement draw can be scheduled and run.
      * Revision: Maxfx 15/10/2026 - ledger rows are carried whole
      *   through the reversal rewrite, including the cashing outlet
      *   column.
      * Revision: Maxfx 15/10/2026 - every refunded ticket also gets a
      *   RFND line on lottery_void.log under the voiding supervisor, so
      *   the refund cash shows in TILL-CASH-UP and is charged back in
      *   LOTTERY-COMMISSION.
      * Revision: Maxfx 15/10/2026 - the reversal rewrite also carries
      *   the ledger's new tax withheld and net paid columns.
      * Revision: Maxfx 15/10/2026 - the ledger row is read and
      *   rewritten at its full width, carrying the new ticket serial
      *   (column 80) and validation code (column 88) columns.
      * Revision: Maxfx 15/10/2026 - a prize already taken as an annuity
      *   (ANNUTY) is left standing like a paid one - its instalments
      *   are owed to the winner.
      * Revision: Maxfx 15/10/2026 - a free-play ticket on the voided
      *   draw is refunded by crediting its loyalty points back through
      *   LOYALTY-POINTS, not in cash.
      * Revision: Maxfx 15/10/2026 - an advance-play ticket spanning the
      *   voided draw stays live; only that draw's line on
      *   lottery_advance.dat is marked refunded, with one RFND line and
      *   refund list entry for that draw's portion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-DRAW-VOID.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT VOID-LOG-FILE ASSIGN TO "../lottery_void.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-VOID-LOG-STATUS.

      * Advance-play register: one line per draw an advance ticket
      * covers; a voided draw refunds only its own line.
           SELECT ADVANCE-FILE ASSIGN TO "../lottery_advance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADVANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
             05 AUD-CHAIN-CHECK PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD LEDGER-FILE.
           01 LEDGER-RECORD.
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

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

           FD VOID-LOG-FILE.
           01 VOID-LOG-RECORD PIC X(120).

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
           77 WS-AUDIT-STATUS  PIC XX.
           77 WS-LEDGER-STATUS PIC XX.
           77 WS-TICKET-STATUS PIC XX.
           77 WS-VOID-LOG-STATUS PIC XX.
           77 WS-ADVANCE-STATUS  PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-TKT-DATE       PIC X(8).
           77 WS-TKT-GAME       PIC X(4).

      * The advance-play register, buffered for the rewrite; only
      * the voided draw's lines are marked "R".
           78 WS-MAX-ADVANCE VALUE 2000.
           01 WS-ADVANCE-TABLE.
             05 WS-ADV-LINE PIC X(40) OCCURS 2000 TIMES.
           77 WS-ADV-USED     PIC 9(4) VALUE ZERO.
           77 WS-ADV-I        PIC 9(4).
           77 WS-PORTION-COUNT PIC 9(4) VALUE ZERO.
           77 WS-TKT-FOUND    PIC X.
             88 TICKET-FOUND  VALUE "Y".

      * A free ticket is refunded in loyalty points, not cash.
           77 WS-LOY-FUNCTION   PIC X VALUE "C".
           77 WS-LOY-PLAYER     PIC X(10).
           77 WS-LOY-QUANTITY   PIC 9(3) VALUE 1.
           77 WS-LOY-REFERENCE  PIC X(7).
           77 WS-LOY-POINTS     PIC 9(5).
           77 WS-LOY-BALANCE    PIC 9(7).
           77 WS-LOY-COST       PIC 9(5).
           77 WS-LOY-RESULT     PIC X.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

           PERFORM REVERSE-LEDGER-ROWS.
           PERFORM OPEN-REFUND-REPORT.
           PERFORM MARK-TICKETS-REFUNDABLE.
           PERFORM REFUND-ADVANCE-PORTIONS.
           IF WS-REFUND-COUNT = ZERO
             MOVE "No tickets to refund for this draw."
               TO W-RPT-TEXT
             PERFORM REFUND-LINE
           END-IF.
           MOVE WS-REFUND-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
                 IF LGR-DRAW-DATE = WS-VOID-DATE
                     AND LGR-GAME = WS-GAME-CODE
                     AND LGR-STATUS NOT = "PAID  "
                     AND LGR-STATUS NOT = "ANNUTY"
                   MOVE "REVRSD" TO LGR-STATUS
                   MOVE WS-OPERATOR-ID TO LGR-OPERATOR
                   ADD 1 TO WS-REVERSED-COUNT
                 END-IF
                 MOVE LEDGER-RECORD(1:91)
                   TO WS-ROW-LINE(WS-ROW-USED)
             END-READ
           END-PERFORM.
           OPEN OUTPUT LEDGER-FILE.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-ROW-USED
             MOVE WS-ROW-LINE(WS-ROW-I)(1:91) TO LEDGER-RECORD
             WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE LEDGER-FILE.
           END-PERFORM.
           CLOSE TICKET-FILE.
           IF WS-REFUND-COUNT = ZERO
             EXIT SECTION
           END-IF.
           OPEN OUTPUT TICKET-FILE.
             WRITE TICKET-LINE
           END-PERFORM.
           CLOSE TICKET-FILE.
           PERFORM LOG-REFUNDS.

           JUDGE-ONE-TICKET SECTION.
           IF TICKET-LINE(60:1) = "V"
             EXIT SECTION
           END-IF.
      * An advance-play ticket spans other draws too - it stays
      * live, and only this draw's portion is refunded below.
           IF TICKET-LINE(1:2) = "T2" AND TICKET-LINE(93:2) NUMERIC
               AND TICKET-LINE(93:2) > "01"
             EXIT SECTION
           END-IF.
           IF TICKET-LINE(1:2) = "T2"
             MOVE TICKET-LINE(41:8) TO WS-TKT-DATE
           ELSE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REFUND-LINE.

      * Each refund is cash out of the till of the supervisor who
      * voided the draw, so it goes on the void desk's log in the
      * same shape as a ticket void, keyed " RFND ", for the till
      * cash-up and the outlet's commission charge-back. A free play
      * took no cash; its loyalty points are credited back instead.
           LOG-REFUNDS SECTION.
           OPEN EXTEND VOID-LOG-FILE.
           IF WS-VOID-LOG-STATUS = "35"
             OPEN OUTPUT VOID-LOG-FILE
           END-IF.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-ROW-USED
             MOVE WS-ROW-LINE(WS-ROW-I) TO TICKET-LINE
             IF TICKET-LINE(61:1) = "R"
                 AND TICKET-LINE(60:1) NOT = "V"
               IF TICKET-LINE(1:2) = "T2"
                 MOVE TICKET-LINE(41:8) TO WS-TKT-DATE
               ELSE
                 MOVE TICKET-LINE(16:8) TO WS-TKT-DATE
               END-IF
               MOVE TICKET-LINE(62:4) TO WS-TKT-GAME
               IF WS-TKT-DATE = WS-VOID-DATE(1:8)
                   AND WS-TKT-GAME = WS-GAME-CODE
                 IF TICKET-LINE(92:1) = "F"
                   PERFORM CREDIT-FREE-TICKET
                 ELSE
                   PERFORM LOG-ONE-REFUND
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           CLOSE VOID-LOG-FILE.

           CREDIT-FREE-TICKET SECTION.
           MOVE TICKET-LINE(4:10) TO WS-LOY-PLAYER.
           MOVE TICKET-LINE(80:7) TO WS-LOY-REFERENCE.
           CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION WS-LOY-PLAYER
             WS-TKT-GAME WS-LOY-QUANTITY W-DATE OF W-BATCH
             WS-LOY-REFERENCE WS-OPERATOR-ID WS-LOY-POINTS
             WS-LOY-BALANCE WS-LOY-COST WS-LOY-RESULT.

           LOG-ONE-REFUND SECTION.
           MOVE SPACES TO VOID-LOG-RECORD.
           STRING W-DATE OF W-BATCH DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             W-TIME OF W-BATCH DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-OPERATOR-ID DELIMITED BY SIZE
             " RFND " DELIMITED BY SIZE
             TICKET-LINE(1:30) DELIMITED BY SIZE
             " reason draw " DELIMITED BY SIZE
             WS-VOID-DATE DELIMITED BY SIZE
             " voided" DELIMITED BY SIZE
             INTO VOID-LOG-RECORD
           END-STRING.
           IF TICKET-LINE(1:2) = "T2"
             MOVE TICKET-LINE(66:4) TO VOID-LOG-RECORD(112:4)
             MOVE TICKET-LINE(62:4) TO VOID-LOG-RECORD(117:4)
           END-IF.
           WRITE VOID-LOG-RECORD.

      * Each advance-play ticket covering the voided draw has that
      * one draw's line on the register marked "R"; the refund is
      * that draw's portion - one ticket's price - logged as a RFND
      * line like any other refund. Its remaining draws still play.
           REFUND-ADVANCE-PORTIONS SECTION.
           MOVE ZERO TO WS-ADV-USED.
           MOVE ZERO TO WS-PORTION-COUNT.
           OPEN INPUT ADVANCE-FILE.
           IF WS-ADVANCE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ADVANCE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-ADV-USED >= WS-MAX-ADVANCE
                   DISPLAY "ERROR: the advance-play register exceeds "
                     "the " WS-MAX-ADVANCE "-row buffer - portion "
                     "refunds abandoned before the rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE ADVANCE-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-ADV-USED
                 IF ADV-DRAW-DATE = WS-VOID-DATE
                     AND ADV-GAME = WS-GAME-CODE
                     AND ADV-STATE = SPACE
                   MOVE "R" TO ADV-STATE
                   ADD 1 TO WS-PORTION-COUNT
                 END-IF
                 MOVE ADVANCE-RECORD TO WS-ADV-LINE(WS-ADV-USED)
             END-READ
           END-PERFORM.
           CLOSE ADVANCE-FILE.
           IF WS-PORTION-COUNT = ZERO
             EXIT SECTION
           END-IF.
           OPEN OUTPUT ADVANCE-FILE.
           PERFORM VARYING WS-ADV-I FROM 1 BY 1
               UNTIL WS-ADV-I > WS-ADV-USED
             MOVE WS-ADV-LINE(WS-ADV-I) TO ADVANCE-RECORD
             WRITE ADVANCE-RECORD
           END-PERFORM.
           CLOSE ADVANCE-FILE.
           OPEN EXTEND VOID-LOG-FILE.
           IF WS-VOID-LOG-STATUS = "35"
             OPEN OUTPUT VOID-LOG-FILE
           END-IF.
           PERFORM VARYING WS-ADV-I FROM 1 BY 1
               UNTIL WS-ADV-I > WS-ADV-USED
             MOVE WS-ADV-LINE(WS-ADV-I) TO ADVANCE-RECORD
             IF ADV-DRAW-DATE = WS-VOID-DATE
                 AND ADV-GAME = WS-GAME-CODE
                 AND ADV-STATE = "R"
               PERFORM REFUND-ONE-PORTION
             END-IF
           END-PERFORM.
           CLOSE VOID-LOG-FILE.

      * The portion's ticket is found by serial in the ticket buffer
      * MARK-TICKETS-REFUNDABLE loaded, for the log and the list.
           REFUND-ONE-PORTION SECTION.
           MOVE "N" TO WS-TKT-FOUND.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-ROW-USED OR TICKET-FOUND
             IF WS-ROW-LINE(WS-ROW-I)(1:2) = "T2"
                 AND WS-ROW-LINE(WS-ROW-I)(80:7) = ADV-SERIAL
                 AND WS-ROW-LINE(WS-ROW-I)(60:1) NOT = "V"
               MOVE WS-ROW-LINE(WS-ROW-I) TO TICKET-LINE
               SET TICKET-FOUND TO TRUE
             END-IF
           END-PERFORM.
           IF NOT TICKET-FOUND
             EXIT SECTION
           END-IF.
           PERFORM LOG-ONE-REFUND.
           ADD 1 TO WS-REFUND-COUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "REFUND DRAW " DELIMITED BY SIZE
             ADV-DRAW-NO DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             ADV-DRAWS DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             TICKET-LINE(1:55) DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REFUND-LINE.
