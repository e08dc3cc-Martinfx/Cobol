      * crosses WS-DEVIATION-PCT once it was expected at least
      * WS-MIN-EXPECTED times - both a regulator exhibit and our own
      * early warning, through the shared REPORT-WRITER.
      * Revision: Maxfx 15/10/2026 - second-chance draws (game SCND)
      *   draw entry numbers, not balls, and are left out of the
      *   frequency tally.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-FREQUENCY-REPORT.
               10 AUD-WIN-ENTRY OCCURS 6 TIMES.
                 15 FILLER        PIC X.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

       WORKING-STORAGE SECTION.
           77 WS-AUDIT-STATUS PIC XX.
      * record drew AUD-PICK-COUNT. Every number inside the draw's
      * recorded range was equally likely, so each gains
      * picks/range of expectation from this draw.
      * A second-chance draw picks entries, not numbers, and has no
      * place in the number distribution.
           TALLY-ONE-DRAW SECTION.
           IF AUD-GAME-CODE = "SCND"
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-DRAW-COUNT.
           IF AUD-SEED-SOURCE = "M"
             ADD 1 TO WS-MANUAL-DRAWS
