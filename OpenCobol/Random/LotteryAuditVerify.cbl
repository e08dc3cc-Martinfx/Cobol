      * is exactly the tamper evidence the audit file exists to
      * expose. Clock-seeded draws ("C") cannot be replayed and are
      * reported as SKIPPED.
      * Revision: Maxfx 15/10/2026 - second-chance draws (game SCND) are
      *   verified too: the month's entry file must still give the
      *   recorded entry count and fingerprint, and an operator-seeded
      *   draw must replay to the recorded winning entries. Month
      *   exclusions are now built from the same game's draws only, as
      *   GAME-LOTTERY builds them.
      * Revision: Maxfx 15/10/2026 - the second-chance entry record now
      *   carries the ticket serial and validation code; the fingerprint
      *   replay hashes the full record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-AUDIT-VERIFY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AUDIT-STATUS.

      * A second-chance draw's entry file, named for its month.
           SELECT ENTRY-FILE ASSIGN TO WS-ENTRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ENTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
               10 AUD-WIN-ENTRY OCCURS 6 TIMES.
                 15 FILLER        PIC X.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X.
             05 AUD-SC-ENTRIES  PIC 9(6).
             05 FILLER          PIC X.
             05 AUD-SC-PRINT    PIC 9(8).
             05 AUD-SC-WINNER   PIC 9(6) OCCURS 6 TIMES.

           FD ENTRY-FILE.
           01 ENTRY-RECORD.
             05 ENT-NUMBER    PIC 9(6).
             05 FILLER        PIC X(52).

       WORKING-STORAGE SECTION.
           77 WS-AUDIT-STATUS PIC XX.
           77 WS-ENTRY-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
               10 WS-DRW-PICKS   PIC 9.
               10 WS-DRW-SET.
                 15 WS-DRW-NUM PIC 999 OCCURS 6 TIMES.
               10 WS-DRW-GAME    PIC X(4).
               10 WS-DRW-ENTRIES PIC 9(6).
               10 WS-DRW-PRINT   PIC 9(8).
               10 WS-DRW-WINNERS.
                 15 WS-DRW-WINNER PIC 9(6) OCCURS 6 TIMES.
           77 WS-DRW-USED     PIC 9(3) VALUE ZERO.
           77 WS-DRW-I        PIC 9(3).
           77 WS-DRW-J        PIC 9(3).
           01 WS-REPLAY-DEAD  PIC X.
             88 REPLAY-EXHAUSTED VALUE "Y".

      * Second-chance replay: the game code, the entry file it
      * drew from, and the same shake over the entry numbers.
           78 WS-SC-GAME VALUE "SCND".
           01 WS-ENTRY-PATH    PIC X(60).
           01 WS-SC-DATE.
             05 WS-SC-YYYY     PIC 9(4).
             05 WS-SC-MM       PIC 99.
             05 WS-SC-DD       PIC 99.
           01 WS-SC-MONTH.
             05 WS-SC-MONTH-YYYY PIC 9(4).
             05 WS-SC-MONTH-MM   PIC 99.
           01 WS-ENTRY-COUNT   PIC 9(6).
           01 WS-ENTRY-PRINT   PIC 9(8).
           01 WS-ENTRY-EOF     PIC X.
             88 ENTRY-EOF-T    VALUE "Y".
           01 W-RANDOM-ENTRY   PIC 9(6).
           01 W-WINNER-SET.
             05 W-WINNER PIC 9(6) OCCURS 6 TIMES.
           77 WS-CHAIN-FUNCTION PIC X.
           77 WS-CHAIN-TAG      PIC X(8) VALUE "LOTAUDIT".
           77 WS-CHAIN-CONTENT  PIC X(120).
           77 WS-CHAIN-SEQ      PIC 9(8).
           77 WS-CHAIN-CHECK    PIC 9(8).

           77 WS-MATCHED      PIC X.
             88 DRAW-MATCHES  VALUE "Y".
           77 WS-VERIFIED-COUNT PIC 9(3) VALUE ZERO.
             MOVE 1 TO WS-DRW-PICKS(WS-DRW-USED)
             MOVE AUD-TIP TO WS-DRW-NUM(WS-DRW-USED 1)
           END-IF.
           MOVE AUD-GAME-CODE TO WS-DRW-GAME(WS-DRW-USED).
           MOVE ZERO TO WS-DRW-ENTRIES(WS-DRW-USED).
           MOVE ZERO TO WS-DRW-PRINT(WS-DRW-USED).
           MOVE ZERO TO WS-DRW-WINNERS(WS-DRW-USED).
           IF AUD-GAME-CODE = WS-SC-GAME
               AND AUD-SC-ENTRIES NUMERIC
               AND AUD-SC-PRINT NUMERIC
             MOVE AUD-SC-ENTRIES TO WS-DRW-ENTRIES(WS-DRW-USED)
             MOVE AUD-SC-PRINT TO WS-DRW-PRINT(WS-DRW-USED)
             PERFORM VARYING WS-EXC-WIN-I FROM 1 BY 1
                 UNTIL WS-EXC-WIN-I > 6
               IF AUD-SC-WINNER(WS-EXC-WIN-I) NUMERIC
                 MOVE AUD-SC-WINNER(WS-EXC-WIN-I)
                   TO WS-DRW-WINNER(WS-DRW-USED WS-EXC-WIN-I)
               END-IF
             END-PERFORM
           END-IF.

           VERIFY-ONE-DRAW SECTION.
           IF WS-DRW-GAME(WS-DRW-I) = WS-SC-GAME
               AND WS-DRW-SOURCE(WS-DRW-I) NOT = "V"
             PERFORM VERIFY-SECOND-CHANCE
             EXIT SECTION
           END-IF.
           IF WS-DRW-SOURCE(WS-DRW-I) NOT = "M"
             ADD 1 TO WS-SKIPPED-COUNT
             DISPLAY "SKIPPED  " WS-DRW-DATE(WS-DRW-I)
      * The exclusion list the original draw faced: winning numbers
      * of every record earlier in the file within the same calendar
      * month, exactly as GAME-LOTTERY's LOAD-MONTH-EXCLUSIONS built
      * it the moment before that draw ran - the same game's draws
      * only, as the draw itself filters them.
           BUILD-PRIOR-EXCLUSIONS SECTION.
           MOVE ZERO TO WS-EXCLUDE-COUNT.
           PERFORM VARYING WS-DRW-J FROM 1 BY 1
               UNTIL WS-DRW-J >= WS-DRW-I
             IF WS-DRW-DATE(WS-DRW-J)(1:6) =
                 WS-DRW-DATE(WS-DRW-I)(1:6)
                 AND WS-DRW-GAME(WS-DRW-J) = WS-DRW-GAME(WS-DRW-I)
               PERFORM VARYING WS-EXC-WIN-I FROM 1 BY 1
                   UNTIL WS-EXC-WIN-I > WS-DRW-PICKS(WS-DRW-J)
                   OR WS-EXC-WIN-I > 6
               MOVE "N" TO WS-MATCHED
             END-IF
           END-PERFORM.

      * A second-chance draw is proved in two steps: the entry file
      * for the month before the draw must still give the recorded
      * entry count and fingerprint, and an operator-seeded draw
      * must replay to the recorded winning entries.
           VERIFY-SECOND-CHANCE SECTION.
           PERFORM FINGERPRINT-ENTRY-FILE.
           IF WS-ENTRY-COUNT NOT = WS-DRW-ENTRIES(WS-DRW-I)
               OR WS-ENTRY-PRINT NOT = WS-DRW-PRINT(WS-DRW-I)
             ADD 1 TO WS-MISMATCH-COUNT
             DISPLAY "MISMATCH " WS-DRW-DATE(WS-DRW-I)
               " - second-chance entries " FUNCTION TRIM(WS-ENTRY-PATH)
               " no longer match the draw record"
             EXIT SECTION
           END-IF.
           IF WS-DRW-SOURCE(WS-DRW-I) NOT = "M"
             ADD 1 TO WS-SKIPPED-COUNT
             DISPLAY "SKIPPED  " WS-DRW-DATE(WS-DRW-I)
               " - clock-seeded second-chance draw, entries intact"
             EXIT SECTION
           END-IF.
           PERFORM REPLAY-SECOND-CHANCE.
           IF REPLAY-EXHAUSTED
             ADD 1 TO WS-MISMATCH-COUNT
             DISPLAY "MISMATCH " WS-DRW-DATE(WS-DRW-I)
               " - second-chance replay could not complete"
             EXIT SECTION
           END-IF.
           MOVE "Y" TO WS-MATCHED.
           PERFORM VARYING WS-SET-I FROM 1 BY 1
               UNTIL WS-SET-I > WS-DRW-PICKS(WS-DRW-I)
             IF W-WINNER(WS-SET-I) NOT =
                 WS-DRW-WINNER(WS-DRW-I WS-SET-I)
               MOVE "N" TO WS-MATCHED
             END-IF
           END-PERFORM.
           IF DRAW-MATCHES
             ADD 1 TO WS-VERIFIED-COUNT
             DISPLAY "VERIFIED " WS-DRW-DATE(WS-DRW-I)
               " - second-chance winners match the record"
           ELSE
             ADD 1 TO WS-MISMATCH-COUNT
             DISPLAY "MISMATCH " WS-DRW-DATE(WS-DRW-I)
               " - replayed second-chance winners differ"
           END-IF.

      * The same hash SECOND-CHANCE-DRAW ran as it wrote the file:
      * every line, in order, with its entry number as the sequence.
           FINGERPRINT-ENTRY-FILE SECTION.
           MOVE WS-DRW-DATE(WS-DRW-I) TO WS-SC-DATE.
           IF WS-SC-MM = 1
             COMPUTE WS-SC-MONTH-YYYY = WS-SC-YYYY - 1
             MOVE 12 TO WS-SC-MONTH-MM
           ELSE
             MOVE WS-SC-YYYY TO WS-SC-MONTH-YYYY
             COMPUTE WS-SC-MONTH-MM = WS-SC-MM - 1
           END-IF.
           MOVE SPACES TO WS-ENTRY-PATH.
           STRING "../second_chance_" WS-SC-MONTH ".dat"
             DELIMITED BY SIZE INTO WS-ENTRY-PATH
           END-STRING.
           MOVE ZERO TO WS-ENTRY-COUNT.
           MOVE ZERO TO WS-ENTRY-PRINT.
           OPEN INPUT ENTRY-FILE.
           IF WS-ENTRY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-ENTRY-EOF.
           PERFORM UNTIL ENTRY-EOF-T
             READ ENTRY-FILE
               AT END
                 SET ENTRY-EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE "H" TO WS-CHAIN-FUNCTION
                 MOVE SPACES TO WS-CHAIN-CONTENT
                 MOVE ENTRY-RECORD TO WS-CHAIN-CONTENT
                 MOVE WS-ENTRY-COUNT TO WS-CHAIN-SEQ
                 MOVE WS-ENTRY-PRINT TO WS-CHAIN-CHECK
                 CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION
                   WS-CHAIN-TAG WS-CHAIN-CONTENT WS-CHAIN-SEQ
                   WS-CHAIN-CHECK
                 MOVE WS-CHAIN-CHECK TO WS-ENTRY-PRINT
             END-READ
           END-PERFORM.
           CLOSE ENTRY-FILE.

      * SECOND-CHANCE-DRAW's sequence: reseed, then per winner the
      * 200-step shake over the entry numbers, redrawn while the
      * entry is already a winner.
           REPLAY-SECOND-CHANCE SECTION.
           MOVE "N" TO WS-REPLAY-DEAD.
           MOVE ZERO TO W-WINNER-SET.
           MOVE FUNCTION RANDOM(WS-DRW-SEED(WS-DRW-I)) TO SEED.
           PERFORM VARYING W-WIN-K FROM 1 BY 1
               UNTIL W-WIN-K > WS-DRW-PICKS(WS-DRW-I)
             MOVE ZERO TO WS-ATTEMPTS
             SET TIP-EXCLUDED TO TRUE
             PERFORM UNTIL NOT TIP-EXCLUDED
               ADD 1 TO WS-ATTEMPTS
               IF WS-ATTEMPTS > WS-MAX-ATTEMPTS
                 SET REPLAY-EXHAUSTED TO TRUE
                 EXIT SECTION
               END-IF
               MOVE 1 TO W-K
               PERFORM UNTIL W-K > 200
                 COMPUTE W-RANDOM-ENTRY =
                   (FUNCTION RANDOM * WS-ENTRY-COUNT) + 1
                 ADD 1 TO W-K
               END-PERFORM
               MOVE "N" TO WS-TIP-EXCLUDED
               IF W-RANDOM-ENTRY < 1
                   OR W-RANDOM-ENTRY > WS-ENTRY-COUNT
                 MOVE "Y" TO WS-TIP-EXCLUDED
               END-IF
               PERFORM VARYING WS-SET-I FROM 1 BY 1
                   UNTIL WS-SET-I >= W-WIN-K
                 IF W-WINNER(WS-SET-I) = W-RANDOM-ENTRY
                   MOVE "Y" TO WS-TIP-EXCLUDED
                 END-IF
               END-PERFORM
             END-PERFORM
             MOVE W-RANDOM-ENTRY TO W-WINNER(W-WIN-K)
           END-PERFORM.
