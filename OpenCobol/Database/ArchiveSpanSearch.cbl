      * stops being an afternoon's work. Archives written before the
      * V2 cutover hold 30-byte records; the match fields lead the
      * record either way, so both shapes search alike.
      * Revision: Maxfx 15/10/2026 - the search starts with an
      *   operator sign-on, and each DETAILS-ID it shows writes one
      *   sealed line to "../record_access.log" through
      *   ACCESS-LOG-WRITE - once per ID, however many archives hold
      *   a copy of it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-SPAN-SEARCH.
           77 WS-SOURCE-USED PIC 9(3) VALUE ZERO.
           77 WS-SRC-I       PIC 9(3).

      * Sign-on and the read-access trail. The IDs already logged
      * this run are remembered so an ID found in ten archives is
      * one look, not ten.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACC-PROGRAM     PIC X(20) VALUE "ARCHIVE-SPAN-SEARCH".
           77 WS-ACC-KIND        PIC X VALUE "D".
           77 WS-ACC-KEY         PIC X(10).
           78 WS-MAX-LOGGED VALUE 500.
           01 WS-LOGGED-TABLE.
             05 WS-LOGGED-ID OCCURS 500 TIMES PIC X(7).
           77 WS-LOGGED-USED     PIC 9(3) VALUE ZERO.
           77 WS-LOGGED-I        PIC 9(3).
           77 WS-ALREADY-LOGGED  PIC X.
             88 ALREADY-LOGGED   VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - search refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Search by I)d or S)urname: ".
           ACCEPT WS-SEARCH-MODE.
           EVALUATE TRUE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-HIT-COUNT.
           PERFORM RECORD-ACCESS.
           DISPLAY "HIT in " FUNCTION TRIM(WS-SOURCE-LABEL).
           IF WS-SOURCE-DATE NOT = SPACES
             DISPLAY "  archived/backed up " WS-SOURCE-DATE
           END-IF.
           DISPLAY "  ID " SCN-ID "  " SCN-SURNAME " " SCN-INITIALS
             "  born " SCN-BIRTHDAY "  code " SCN-CODE.

      * One sealed line per DETAILS-ID put on the screen. Past the
      * table's end every hit is logged - a duplicate line is better
      * than a missing one.
           RECORD-ACCESS SECTION.
           MOVE "N" TO WS-ALREADY-LOGGED.
           PERFORM VARYING WS-LOGGED-I FROM 1 BY 1
               UNTIL WS-LOGGED-I > WS-LOGGED-USED
             IF WS-LOGGED-ID(WS-LOGGED-I) = SCN-ID
               SET ALREADY-LOGGED TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF ALREADY-LOGGED
             EXIT SECTION
           END-IF.
           IF WS-LOGGED-USED < WS-MAX-LOGGED
             ADD 1 TO WS-LOGGED-USED
             MOVE SCN-ID TO WS-LOGGED-ID(WS-LOGGED-USED)
           END-IF.
           MOVE SPACES TO WS-ACC-KEY.
           MOVE SCN-ID TO WS-ACC-KEY(1:7).
           CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACC-PROGRAM WS-ACC-KIND WS-ACC-KEY.
