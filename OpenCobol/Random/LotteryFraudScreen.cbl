      * recurring WS-PATTERN-LIMIT times or more - all onto one
      * exceptions report for the supervisor through the shared
      * REPORT-WRITER.
      * Revision: Maxfx 15/10/2026 - scratch-card wins (game SCRT) are
      *   left out of the ledger-to-ticket cross-match.
      * Revision: Maxfx 15/10/2026 - a syndicate ticket (column 79 "S")
      *   counts its units once under the syndicate id, and each member
      *   on "../lottery_syndicates.dat" is noted against the draw so
      *   the members' split ledger rows trace to it.
      * Revision: Maxfx 15/10/2026 - second-chance wins (game SCND) are
      *   left out of the ledger-to-ticket cross-match; the audit
      *   verifier proves them against the draw's entry file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-FRAUD-SCREEN.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT SYNDICATE-FILE ASSIGN TO "../lottery_syndicates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SYNDICATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(34).

           FD SYNDICATE-FILE.
           01 SYNDICATE-RECORD.
             05 SYN-ID     PIC X(10).
             05 FILLER     PIC X.
             05 SYN-MEMBER PIC X(10).
             05 FILLER     PIC X.
             05 SYN-UNITS  PIC 9(3).

       WORKING-STORAGE SECTION.
           77 WS-AUDIT-STATUS  PIC XX.
           77 WS-TICKET-STATUS PIC XX.
           77 WS-LEDGER-STATUS PIC XX.
           77 WS-SYNDICATE-STATUS PIC XX.
           77 WS-SYNDICATE-EOF PIC X.
             88 SYNDICATE-EOF-T VALUE "Y".
           77 WS-SYNDICATE-ID  PIC X(10).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
             EXIT SECTION
           END-IF.
           PERFORM NOTE-PLAYER-WIN.
           IF TICKET-LINE(1:2) = "T2"
               AND TICKET-LINE(79:1) = "S"
             PERFORM NOTE-SYNDICATE-MEMBERS
           END-IF.

      * A syndicate ticket's units count once, under the syndicate
      * id; its members' split rows trace to it through a zero-unit
      * entry each, so the draw's unit total is not inflated.
           NOTE-SYNDICATE-MEMBERS SECTION.
           MOVE WS-TKT-PLAYER TO WS-SYNDICATE-ID.
           MOVE ZERO TO WS-SHARE-UNITS.
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
                 IF SYN-ID = WS-SYNDICATE-ID
                   MOVE SYN-MEMBER TO WS-TKT-PLAYER
                   PERFORM NOTE-PLAYER-WIN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYNDICATE-FILE.
           MOVE WS-SYNDICATE-ID TO WS-TKT-PLAYER.

           FIND-TICKET-DRAW SECTION.
           PERFORM VARYING WS-WT-I FROM 1 BY 1
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A scratch card's win traces to the prize file, not to a
      * drawn ticket; a second-chance win traces to its sealed entry
      * file, which LOTTERY-AUDIT-VERIFY proves.
                 IF WS-LEDGER-USED < WS-MAX-ROWS
                     AND LGR-GAME NOT = "SCRT"
                     AND LGR-GAME NOT = "SCND"
                   ADD 1 TO WS-LEDGER-USED
                   MOVE LGR-PLAYER-ID
                     TO WS-LG-PLAYER(WS-LEDGER-USED)
