      * Revision: Maxfx 1/9/2026 - record areas widened to the V2
      *   DETAILS layout (see DetailsV2.cpy); legacy and V2 records
      *   read alike, the fields used here keep their offsets.
      * Revision: Maxfx 15/10/2026 - source "T" issues lottery ticket
      *   and bingo card serials: the highest serial on
      *   lottery_tickets.dat (column 80) or bingo_cards.dat (column
      *   74), then the next valid check digit, reserved in
      *   "../next_id_ticket.rsv".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEXT-ID-ISSUE.
           RECORD KEY IS IDX-DATA-ID
           FILE STATUS WS-DATA-IDX-STATUS.

      * Ticket serials: the lottery ticket file (serial at column 80)
      * and the bingo card file (serial at column 74).
           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT CARD-FILE ASSIGN TO "../bingo_cards.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CARD-STATUS.

      * Last identifier handed out per master, surviving the session
      * so a second operator's add can't be issued the same key the
      * first operator is still keying the record for.
             05 IDX-DATA-ID    PIC X(5).
             05 FILLER         PIC X(23).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

           FD CARD-FILE.
           01 CARD-LINE PIC X(90).

           FD RESERVE-FILE.
           01 RESERVE-RECORD PIC 9(7).

           77 WS-DETAILS-STATUS  PIC XX.
           77 WS-DATA-IDX-STATUS PIC XX.
           77 WS-RESERVE-STATUS  PIC XX.
           77 WS-TICKET-STATUS   PIC XX.
           77 WS-CARD-STATUS     PIC XX.
           77 WS-RESERVE-NAME    PIC X(60).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
           01 LS-ID-SOURCE PIC X.
             88 ISSUE-FOR-DETAILS VALUE "D".
             88 ISSUE-FOR-DATA    VALUE "M".
             88 ISSUE-FOR-TICKET  VALUE "T".
           01 LS-NEXT-ID   PIC 9(7).
           01 LS-ISSUE-OK  PIC X.
             88 ISSUE-WORKED VALUE "Y".
           SET ISSUE-FAILED TO TRUE.
           MOVE ZERO TO LS-NEXT-ID.
           IF NOT ISSUE-FOR-DETAILS AND NOT ISSUE-FOR-DATA
               AND NOT ISSUE-FOR-TICKET
             GOBACK
           END-IF.
           PERFORM FIND-HIGHEST-ID.

           FIND-HIGHEST-ID SECTION.
           MOVE ZERO TO WS-HIGHEST-ID.
           IF ISSUE-FOR-TICKET
             PERFORM FIND-HIGHEST-SERIAL
             EXIT SECTION
           END-IF.
           IF ISSUE-FOR-DETAILS
             OPEN INPUT DETAILS-FILE
             IF WS-DETAILS-STATUS NOT = "00"
             CLOSE DATA-IDX-FILE
           END-IF.

      * Every ticket line and bingo card sold since serials began
      * carries one; older lines have blanks there and are skipped.
           FIND-HIGHEST-SERIAL SECTION.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ TICKET-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF TICKET-LINE(80:7) IS NUMERIC
                     MOVE TICKET-LINE(80:7) TO WS-ID-NUM
                     IF WS-ID-NUM > WS-HIGHEST-ID
                       MOVE WS-ID-NUM TO WS-HIGHEST-ID
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE TICKET-FILE
           END-IF.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ CARD-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF CARD-LINE(74:7) IS NUMERIC
                     MOVE CARD-LINE(74:7) TO WS-ID-NUM
                     IF WS-ID-NUM > WS-HIGHEST-ID
                       MOVE WS-ID-NUM TO WS-HIGHEST-ID
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CARD-FILE
           END-IF.

           LOAD-RESERVATION SECTION.
           MOVE ZERO TO WS-RESERVED-ID.
           PERFORM SET-RESERVE-NAME.
           END-IF.

           SET-RESERVE-NAME SECTION.
           EVALUATE TRUE
             WHEN ISSUE-FOR-DETAILS
               MOVE "../next_id_details.rsv" TO WS-RESERVE-NAME
             WHEN ISSUE-FOR-TICKET
               MOVE "../next_id_ticket.rsv" TO WS-RESERVE-NAME
             WHEN OTHER
               MOVE "../next_id_data.rsv" TO WS-RESERVE-NAME
           END-EVALUATE.

      * MY-DATA-ID is five digits, so issuance for the data master
      * stays within 99999; the details master and ticket serials
      * have the full seven.
           FIND-NEXT-VALID-ID SECTION.
           MOVE "N" TO WS-CHECK-VALID.
           MOVE WS-HIGHEST-ID TO WS-CANDIDATE-ID.
                 "range is exhausted"
               EXIT PERFORM
             END-IF
             IF WS-CANDIDATE-ID = ZERO
               DISPLAY "NEXT-ID-ISSUE: the seven-digit range is "
                 "exhausted"
               EXIT PERFORM
             END-IF
             MOVE SPACES TO WS-CHECK-FIELD
             IF ISSUE-FOR-DETAILS OR ISSUE-FOR-TICKET
               MOVE WS-CANDIDATE-ID TO WS-CHECK-FIELD(1:7)
             ELSE
               MOVE WS-CANDIDATE-ID(3:5) TO WS-CHECK-FIELD(1:5)
