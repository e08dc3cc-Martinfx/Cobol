      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * On draw nights and bingo nights the hall used to watch the
      * caller read numbers off a console. This is the public screen,
      * on the same raylib binding as CORE-RANDOM-VALUES and
      * OPS-WALLBOARD. In lottery mode it shows the balls of the most
      * recent draw on lottery_audit.dat appearing one by one; in
      * bingo mode it shows the 1-90 called-number board from
      * bingo_calls.dat, re-read every second so each call BINGO-NIGHT
      * appends lights up on the board. Both files are the sealed
      * trails and are only ever opened INPUT: what the hall sees is
      * exactly what the audit trail holds, nothing is kept or typed
      * in here. A draw voided afterwards is shown as voided.
      * Compile with param: cobc -xjd hall_display.cbl -lraylib
      * Revision: Maxfx 15/10/2026 - a second-chance draw (game SCND)
      *   picks entries, not balls, and is never taken as the draw.
      ******************************************************************
      * OMITTED call void C <function>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALL-DISPLAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "../../lottery_audit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AUDIT-STATUS.

           SELECT CALL-FILE ASSIGN TO "../../bingo_calls.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-FILE.
           01 AUDIT-RECORD.
             05 AUD-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 AUD-DRAW-TIME   PIC 9(6).
             05 FILLER          PIC X.
             05 AUD-TIP         PIC 9(3).
             05 FILLER          PIC X.
             05 AUD-SEED        PIC 9V999999999.
             05 FILLER          PIC X.
             05 AUD-SEED-SOURCE PIC X.
             05 FILLER          PIC X.
             05 AUD-RANGE       PIC 999.
             05 FILLER          PIC X.
             05 AUD-PICK-COUNT  PIC 9.
             05 AUD-WIN-SET.
               10 AUD-WIN-ENTRY OCCURS 6 TIMES.
                 15 FILLER        PIC X.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD CALL-FILE.
           01 CALL-RECORD.
             05 BCL-DATE      PIC X(8).
             05 FILLER        PIC X.
             05 BCL-CALL-NO   PIC 9(3).
             05 FILLER        PIC X.
             05 BCL-NUMBER    PIC 99.
             05 FILLER        PIC X.
             05 BCL-CHAIN-SEQ PIC 9(8).
             05 FILLER        PIC X.
             05 BCL-CHAIN-CHECK PIC 9(8).

       WORKING-STORAGE SECTION.

      * Return code from function
       01 R-CODE USAGE BINARY-LONG.

      * Return code for ESC key
       01 ESC-KEY PIC 9(8).

      * raylib KeyboardKey enum value for 'Q', used as a shortcut for
      * "quit" alongside the window's own close button/ESC handling.
       78 W-KEY-Q VALUE 81.
       01 WS-QUIT-KEY-PRESSED USAGE BINARY-LONG.

      * Width screen window
       01 SRC-WIDTH PIC 999 VALUE 800.

      * Height screen window
       01 SRC-HEIGHT PIC 999 VALUE 450.

      * Name window
       01 W-NAME PIC X(25) VALUE "HALL DISPLAY".

      * Structs for Colors rgba
       01 W-COLOR-WHITE.
         02 W-R PIC S9(3) VALUE 245 BINARY.
         02 W-G PIC S9(3) VALUE 245 BINARY.
         02 W-B PIC S9(3) VALUE 245 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

       01 W-COLOR-DARKGRAY.
         02 W-R PIC S9(3) VALUE 080 BINARY.
         02 W-G PIC S9(3) VALUE 080 BINARY.
         02 W-B PIC S9(3) VALUE 080 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

       01 W-COLOR-LIGHTGRAY.
         02 W-R PIC S9(3) VALUE 200 BINARY.
         02 W-G PIC S9(3) VALUE 200 BINARY.
         02 W-B PIC S9(3) VALUE 200 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

       01 W-COLOR-GOLD.
         02 W-R PIC S9(3) VALUE 255 BINARY.
         02 W-G PIC S9(3) VALUE 203 BINARY.
         02 W-B PIC S9(3) VALUE 000 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

       01 W-COLOR-BLUE.
         02 W-R PIC S9(3) VALUE 000 BINARY.
         02 W-G PIC S9(3) VALUE 121 BINARY.
         02 W-B PIC S9(3) VALUE 241 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

       01 W-COLOR-RED.
         02 W-R PIC S9(3) VALUE 230 BINARY.
         02 W-G PIC S9(3) VALUE 041 BINARY.
         02 W-B PIC S9(3) VALUE 055 BINARY.
         02 W-A PIC S9(3) VALUE 255 BINARY.

      * Which screen the hall gets tonight, asked once before the
      * window opens.
       01 WS-MODE          PIC X VALUE SPACE.
         88 MODE-LOTTERY   VALUE "L" "l".
         88 MODE-BINGO     VALUE "B" "b".

      * Both files are re-read on a frame count: the bingo board every
      * second so a new call shows straight away, the draw every ten
      * seconds in case a later draw or a void marker is appended.
      * One more ball is revealed every WS-REVEAL-FRAMES frames.
       78 WS-BINGO-REFRESH-FRAMES VALUE 60.
       78 WS-DRAW-REFRESH-FRAMES  VALUE 600.
       78 WS-REVEAL-FRAMES        VALUE 120.
       01 WS-FRAME-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-REVEAL-FRAME  PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-CALL-STATUS   PIC XX.
       01 EOF PIC X.
         88 EOF-T VALUE "Y".
         88 EOF-F VALUE "N".

      * The most recent real draw on the trail (seed source "V" is a
      * void marker, not a draw).
       01 WS-DRAW-FOUND    PIC X VALUE "N".
         88 DRAW-FOUND     VALUE "Y".
       01 WS-DRAW-VOIDED   PIC X VALUE "N".
         88 DRAW-VOIDED    VALUE "Y".
       01 WS-DRAW-DATE     PIC 9(8) VALUE ZERO.
       01 WS-DRAW-TIME     PIC 9(6) VALUE ZERO.
       01 WS-DRAW-GAME     PIC X(4) VALUE SPACES.
       01 WS-DRAW-PICKS    PIC 9 VALUE ZERO.
       01 WS-DRAW-SET.
         05 WS-DRAW-NUM    PIC 999 OCCURS 6 TIMES.
       01 WS-SHOWN-DATE    PIC 9(8) VALUE ZERO.
       01 WS-SHOWN-TIME    PIC 9(6) VALUE ZERO.
       01 WS-REVEALED      PIC 9 VALUE ZERO.
       01 WS-BALL-I        PIC 9.

      * The night's bingo board: the date of the latest call on the
      * file and a called flag per number for that date only.
       78 WS-BINGO-RANGE VALUE 90.
       01 WS-BOARD-DATE    PIC X(8) VALUE SPACES.
       01 WS-BOARD-TABLE.
         05 WS-CALLED      PIC X OCCURS 90 TIMES.
       01 WS-CALLED-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-LAST-CALL     PIC 99 VALUE ZERO.
       01 WS-NUM-I         PIC 99.

      * Drawing work fields
       01 WS-DRAW-TEXT     PIC X(61).
       01 WS-NUM-EDIT      PIC ZZ9.
       01 WS-COUNT-EDIT    PIC ZZ9.
       01 WS-DATE-EDIT     PIC 99/99/9999.
       01 WS-DATE-DMY      PIC 9(8).
       01 WS-DRAW-X        PIC 9(3).
       01 WS-DRAW-Y        PIC 9(3).
       01 WS-TEXT-X        PIC 9(3).
       01 WS-TEXT-Y        PIC 9(3).
       01 WS-COL-I         PIC 99.
       01 WS-CELL-I        PIC 99.
       01 WS-ROW-I         PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

       PERFORM ASK-MODE.
       IF NOT MODE-LOTTERY AND NOT MODE-BINGO
         GOBACK
       END-IF.
       PERFORM INIT-WINDOW.
       PERFORM REFRESH-HALL-DATA.
       PERFORM MAIN-LOOP.
       PERFORM CLOSE-WINDOW.
       GOBACK.

       ASK-MODE SECTION.
         DISPLAY "HALL DISPLAY - L lottery draw, B bingo calls: "
           WITH NO ADVANCING
         ACCEPT WS-MODE
         IF NOT MODE-LOTTERY AND NOT MODE-BINGO
           DISPLAY "ERROR: enter L or B."
         END-IF.

       INIT-WINDOW SECTION.
         CALL "InitWindow" USING
          BY VALUE SRC-WIDTH SRC-HEIGHT
          BY REFERENCE W-NAME RETURNING R-CODE
            ON EXCEPTION
            DISPLAY "exception error: raylib not found"
            UPON SYSERR
            END-DISPLAY
         END-CALL

         CALL "SetTargetFPS" USING BY VALUE 60
           RETURNING OMITTED
         END-CALL.

       MAIN-LOOP SECTION.

         PERFORM UNTIL ESC-KEY = 1
          CALL "WindowShouldClose"
            RETURNING ESC-KEY
          END-CALL

          CALL "IsKeyPressed" USING BY VALUE W-KEY-Q
            RETURNING WS-QUIT-KEY-PRESSED
          END-CALL
          IF WS-QUIT-KEY-PRESSED NOT = 0
            DISPLAY "Q pressed - shutting down gracefully"
            MOVE 1 TO ESC-KEY
          END-IF

          ADD 1 TO WS-FRAME-COUNT
          IF (MODE-BINGO
                AND WS-FRAME-COUNT >= WS-BINGO-REFRESH-FRAMES)
              OR WS-FRAME-COUNT >= WS-DRAW-REFRESH-FRAMES
            MOVE ZERO TO WS-FRAME-COUNT
            PERFORM REFRESH-HALL-DATA
          END-IF

          IF MODE-LOTTERY AND WS-REVEALED < WS-DRAW-PICKS
            ADD 1 TO WS-REVEAL-FRAME
            IF WS-REVEAL-FRAME >= WS-REVEAL-FRAMES
              MOVE ZERO TO WS-REVEAL-FRAME
              ADD 1 TO WS-REVEALED
            END-IF
          END-IF

          CALL STATIC "BeginDrawing"
            RETURNING OMITTED
          END-CALL

          CALL "ClearBackground" USING BY REFERENCE W-COLOR-WHITE
            RETURNING OMITTED
          END-CALL

          IF MODE-LOTTERY
            PERFORM DRAW-LOTTERY-BALLS
          ELSE
            PERFORM DRAW-BINGO-BOARD
          END-IF

          CALL STATIC "EndDrawing"
            RETURNING OMITTED
          END-CALL
         END-PERFORM.

       REFRESH-HALL-DATA SECTION.
         IF MODE-LOTTERY
           PERFORM LOAD-LATEST-DRAW
         ELSE
           PERFORM LOAD-BINGO-CALLS
         END-IF.

      * Walks the whole trail and keeps the last draw record - a
      * second-chance draw's record counts its winners in the pick
      * count and has no balls to show, so it is passed over. A void
      * marker for that same date and game after it means the draw no
      * longer counts; the hall is told so rather than shown balls.
      * A different draw than the one on screen restarts the reveal.
       LOAD-LATEST-DRAW SECTION.
         OPEN INPUT AUDIT-FILE
         IF WS-AUDIT-STATUS NOT = "00"
           EXIT SECTION
         END-IF
         SET EOF-F TO TRUE
         PERFORM UNTIL EOF-T
           READ AUDIT-FILE
             AT END
               SET EOF-T TO TRUE
             NOT AT END
               IF AUD-SEED-SOURCE = "V"
                 IF DRAW-FOUND
                     AND AUD-DRAW-DATE = WS-DRAW-DATE
                     AND AUD-GAME-CODE = WS-DRAW-GAME
                   MOVE "Y" TO WS-DRAW-VOIDED
                 END-IF
               ELSE
                 IF AUD-DRAW-DATE NUMERIC
                     AND AUD-PICK-COUNT NUMERIC
                     AND AUD-PICK-COUNT > ZERO
                     AND AUD-GAME-CODE NOT = "SCND"
                   PERFORM CAPTURE-DRAW
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         CLOSE AUDIT-FILE

         IF DRAW-FOUND
             AND (WS-DRAW-DATE NOT = WS-SHOWN-DATE
               OR WS-DRAW-TIME NOT = WS-SHOWN-TIME)
           MOVE WS-DRAW-DATE TO WS-SHOWN-DATE
           MOVE WS-DRAW-TIME TO WS-SHOWN-TIME
           MOVE ZERO TO WS-REVEALED
           MOVE ZERO TO WS-REVEAL-FRAME
         END-IF.

       CAPTURE-DRAW SECTION.
         MOVE "Y" TO WS-DRAW-FOUND
         MOVE "N" TO WS-DRAW-VOIDED
         MOVE AUD-DRAW-DATE TO WS-DRAW-DATE
         MOVE AUD-DRAW-TIME TO WS-DRAW-TIME
         MOVE AUD-GAME-CODE TO WS-DRAW-GAME
         MOVE AUD-PICK-COUNT TO WS-DRAW-PICKS
         IF WS-DRAW-PICKS > 6
           MOVE 6 TO WS-DRAW-PICKS
         END-IF
         PERFORM VARYING WS-BALL-I FROM 1 BY 1
             UNTIL WS-BALL-I > WS-DRAW-PICKS
           MOVE AUD-WIN-NUM(WS-BALL-I) TO WS-DRAW-NUM(WS-BALL-I)
         END-PERFORM.

      * The calls file is date order, so the board belongs to the
      * date of the last call on it; an earlier night's calls are
      * cleared as soon as a later date turns up.
       LOAD-BINGO-CALLS SECTION.
         MOVE SPACES TO WS-BOARD-DATE
         PERFORM CLEAR-BOARD
         OPEN INPUT CALL-FILE
         IF WS-CALL-STATUS NOT = "00"
           EXIT SECTION
         END-IF
         SET EOF-F TO TRUE
         PERFORM UNTIL EOF-T
           READ CALL-FILE
             AT END
               SET EOF-T TO TRUE
             NOT AT END
               IF BCL-NUMBER NUMERIC
                   AND BCL-NUMBER NOT = ZERO
                   AND BCL-NUMBER NOT > WS-BINGO-RANGE
                 IF BCL-DATE NOT = WS-BOARD-DATE
                   MOVE BCL-DATE TO WS-BOARD-DATE
                   PERFORM CLEAR-BOARD
                 END-IF
                 IF WS-CALLED(BCL-NUMBER) NOT = "Y"
                   MOVE "Y" TO WS-CALLED(BCL-NUMBER)
                   ADD 1 TO WS-CALLED-COUNT
                 END-IF
                 MOVE BCL-NUMBER TO WS-LAST-CALL
               END-IF
           END-READ
         END-PERFORM
         CLOSE CALL-FILE.

       CLEAR-BOARD SECTION.
         PERFORM VARYING WS-NUM-I FROM 1 BY 1
             UNTIL WS-NUM-I > WS-BINGO-RANGE
           MOVE "N" TO WS-CALLED(WS-NUM-I)
         END-PERFORM
         MOVE ZERO TO WS-CALLED-COUNT
         MOVE ZERO TO WS-LAST-CALL.

       DRAW-LOTTERY-BALLS SECTION.
         IF NOT DRAW-FOUND
           CALL STATIC "DrawText" USING
             BY REFERENCE "NO DRAW ON THE AUDIT TRAIL YET"
             BY VALUE 20 20
             BY VALUE 30
             BY CONTENT W-COLOR-DARKGRAY
             RETURNING OMITTED
           END-CALL
           EXIT SECTION
         END-IF

         MOVE WS-DRAW-DATE(7:2) TO WS-DATE-DMY(1:2)
         MOVE WS-DRAW-DATE(5:2) TO WS-DATE-DMY(3:2)
         MOVE WS-DRAW-DATE(1:4) TO WS-DATE-DMY(5:4)
         MOVE WS-DATE-DMY TO WS-DATE-EDIT
         MOVE SPACES TO WS-DRAW-TEXT
         STRING "LIVE DRAW " DELIMITED BY SIZE
           WS-DATE-EDIT DELIMITED BY SIZE
           "   GAME " DELIMITED BY SIZE
           WS-DRAW-GAME DELIMITED BY SIZE
           X"00" DELIMITED BY SIZE
           INTO WS-DRAW-TEXT
         END-STRING
         CALL STATIC "DrawText" USING
           BY REFERENCE WS-DRAW-TEXT
           BY VALUE 20 20
           BY VALUE 30
           BY CONTENT W-COLOR-DARKGRAY
           RETURNING OMITTED
         END-CALL

         IF DRAW-VOIDED
           CALL STATIC "DrawText" USING
             BY REFERENCE "THIS DRAW HAS BEEN VOIDED"
             BY VALUE 20 200
             BY VALUE 40
             BY CONTENT W-COLOR-RED
             RETURNING OMITTED
           END-CALL
           EXIT SECTION
         END-IF

         MOVE 75 TO WS-DRAW-X
         PERFORM VARYING WS-BALL-I FROM 1 BY 1
             UNTIL WS-BALL-I > WS-REVEALED
           CALL "DrawRectangle" USING
             BY VALUE WS-DRAW-X 170 80 80
             BY CONTENT W-COLOR-GOLD
             RETURNING OMITTED
           END-CALL
           MOVE WS-DRAW-NUM(WS-BALL-I) TO WS-NUM-EDIT
           MOVE SPACES TO WS-DRAW-TEXT
           STRING FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
             X"00" DELIMITED BY SIZE
             INTO WS-DRAW-TEXT
           END-STRING
           COMPUTE WS-TEXT-X = WS-DRAW-X + 18
           CALL STATIC "DrawText" USING
             BY REFERENCE WS-DRAW-TEXT
             BY VALUE WS-TEXT-X 195
             BY VALUE 36
             BY CONTENT W-COLOR-DARKGRAY
             RETURNING OMITTED
           END-CALL
           ADD 110 TO WS-DRAW-X
         END-PERFORM

         IF WS-REVEALED >= WS-DRAW-PICKS
           CALL STATIC "DrawText" USING
             BY REFERENCE "DRAW COMPLETE - Q TO QUIT"
             BY VALUE 20 400
             BY VALUE 20
             BY CONTENT W-COLOR-DARKGRAY
             RETURNING OMITTED
           END-CALL
         END-IF.

      * Ten numbers to a row, nine rows; a called number is a blue
      * cell, the latest call is gold, the rest stay light grey.
       DRAW-BINGO-BOARD SECTION.
         MOVE WS-CALLED-COUNT TO WS-COUNT-EDIT
         MOVE WS-LAST-CALL TO WS-NUM-EDIT
         MOVE SPACES TO WS-DRAW-TEXT
         IF WS-CALLED-COUNT = ZERO
           STRING "BINGO - WAITING FOR THE FIRST CALL"
             DELIMITED BY SIZE
             X"00" DELIMITED BY SIZE
             INTO WS-DRAW-TEXT
           END-STRING
         ELSE
           STRING "BINGO - CALLS " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
             "   LAST NUMBER " DELIMITED BY SIZE
             FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
             X"00" DELIMITED BY SIZE
             INTO WS-DRAW-TEXT
           END-STRING
         END-IF
         CALL STATIC "DrawText" USING
           BY REFERENCE WS-DRAW-TEXT
           BY VALUE 20 20
           BY VALUE 30
           BY CONTENT W-COLOR-DARKGRAY
           RETURNING OMITTED
         END-CALL

         PERFORM VARYING WS-NUM-I FROM 1 BY 1
             UNTIL WS-NUM-I > WS-BINGO-RANGE
           COMPUTE WS-CELL-I = WS-NUM-I - 1
           DIVIDE WS-CELL-I BY 10 GIVING WS-ROW-I
             REMAINDER WS-COL-I
           COMPUTE WS-DRAW-X = 65 + WS-COL-I * 68
           COMPUTE WS-DRAW-Y = 70 + WS-ROW-I * 40
           EVALUATE TRUE
             WHEN WS-NUM-I = WS-LAST-CALL
               CALL "DrawRectangle" USING
                 BY VALUE WS-DRAW-X WS-DRAW-Y 62 34
                 BY CONTENT W-COLOR-GOLD
                 RETURNING OMITTED
               END-CALL
             WHEN WS-CALLED(WS-NUM-I) = "Y"
               CALL "DrawRectangle" USING
                 BY VALUE WS-DRAW-X WS-DRAW-Y 62 34
                 BY CONTENT W-COLOR-BLUE
                 RETURNING OMITTED
               END-CALL
             WHEN OTHER
               CALL "DrawRectangle" USING
                 BY VALUE WS-DRAW-X WS-DRAW-Y 62 34
                 BY CONTENT W-COLOR-LIGHTGRAY
                 RETURNING OMITTED
               END-CALL
           END-EVALUATE
           MOVE WS-NUM-I TO WS-NUM-EDIT
           MOVE SPACES TO WS-DRAW-TEXT
           STRING FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
             X"00" DELIMITED BY SIZE
             INTO WS-DRAW-TEXT
           END-STRING
           COMPUTE WS-TEXT-X = WS-DRAW-X + 18
           COMPUTE WS-TEXT-Y = WS-DRAW-Y + 7
           CALL STATIC "DrawText" USING
             BY REFERENCE WS-DRAW-TEXT
             BY VALUE WS-TEXT-X WS-TEXT-Y
             BY VALUE 20
             BY CONTENT W-COLOR-DARKGRAY
             RETURNING OMITTED
           END-CALL
         END-PERFORM.

       CLOSE-WINDOW SECTION.
         CALL "CloseWindow"
           RETURNING OMITTED
         END-CALL.
