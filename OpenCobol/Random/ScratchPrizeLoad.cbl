      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The printer of a scratch-card game sends the prize file - which
      * card serials win, and what - as "../scratch_prizes.in":
      *   H game code, print date
      *   D card serial (pack number 7 + card number 3), prize amount
      *   T detail count, prize total
      * This load checks the file against its own trailer before
      * anything is kept: a missing header or trailer, an amount
      * that is not a number, or a count or total that disagrees
      * refuses the whole file with an "E" alert, since a short or
      * doctored prize file pays the wrong cards. A good file is
      * added to the indexed prize file "../scratch_prizes.dat",
      * keyed on the serial, where SCRATCH-VALIDATE pays each winner
      * once. A serial already on file is left alone - it may have
      * been paid - so reloading the same file adds nothing. Adding
      * winners is a money change: it needs the supervisor role and
      * is logged to operator_activity.log under the game code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRATCH-PRIZE-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIZE-IN-FILE ASSIGN TO "../scratch_prizes.in"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PRIZE-IN-STATUS.

           SELECT PRIZE-FILE ASSIGN TO "../scratch_prizes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPZ-SERIAL
           FILE STATUS WS-PRIZE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PRIZE-IN-FILE.
           01 PRIZE-IN-RECORD.
             05 SPI-TYPE   PIC X.
             05 FILLER     PIC X.
             05 SPI-BODY   PIC X(30).
           01 PRIZE-IN-HEADER-VIEW.
             05 FILLER     PIC X(2).
             05 SPH-GAME   PIC X(4).
             05 FILLER     PIC X.
             05 SPH-DATE   PIC X(8).
             05 FILLER     PIC X(17).
           01 PRIZE-IN-DETAIL-VIEW.
             05 FILLER     PIC X(2).
             05 SPD-SERIAL PIC X(10).
             05 FILLER     PIC X.
             05 SPD-AMOUNT PIC 9(7).
             05 FILLER     PIC X(12).
           01 PRIZE-IN-TRAILER-VIEW.
             05 FILLER     PIC X(2).
             05 SPT-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 SPT-TOTAL  PIC 9(11).
             05 FILLER     PIC X(12).

      * One record per winning card; UNPAID until SCRATCH-VALIDATE
      * pays it at a counter.
           FD PRIZE-FILE.
           01 PRIZE-RECORD.
             05 SPZ-SERIAL    PIC X(10).
             05 SPZ-GAME      PIC X(4).
             05 SPZ-AMOUNT    PIC 9(7).
             05 SPZ-STATUS    PIC X(6).
             05 SPZ-PAID-DATE PIC X(8).
             05 SPZ-OPERATOR  PIC X(8).
             05 SPZ-OUTLET    PIC X(4).

       WORKING-STORAGE SECTION.
           77 WS-PRIZE-IN-STATUS PIC XX.
           77 WS-PRIZE-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-PROGRAM-NAME   PIC X(30)
             VALUE "SCRATCH-PRIZE-LOAD".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "SCRATCH-PRIZE-LOAD".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           77 WS-GAME-CODE     PIC X(4) VALUE SPACES.
           77 WS-HEADER-SEEN   PIC X VALUE "N".
             88 HEADER-SEEN    VALUE "Y".
           77 WS-TRAILER-SEEN  PIC X VALUE "N".
             88 TRAILER-SEEN   VALUE "Y".
           77 WS-FILE-OK       PIC X VALUE "Y".
             88 FILE-IS-GOOD   VALUE "Y".
           77 WS-REFUSAL       PIC X(50) VALUE SPACES.
           77 WS-DETAIL-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-DETAIL-TOTAL  PIC 9(11) VALUE ZERO.
           77 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
           77 WS-TRAILER-TOTAL PIC 9(11) VALUE ZERO.
           77 WS-ADDED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-ADDED-TOTAL   PIC 9(11) VALUE ZERO.
           77 WS-KEPT-COUNT    PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - prize load refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "Loading scratch prizes needs the supervisor "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "PRIZE-LOAD" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM CHECK-PRIZE-IN.
           IF NOT FILE-IS-GOOD
             DISPLAY "Prize file refused: " WS-REFUSAL
             DISPLAY "Nothing loaded."
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE WS-REFUSAL TO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-PRIZES.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE WS-GAME-CODE TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Game " WS-GAME-CODE ": " WS-ADDED-COUNT
             " winning card(s) added, total " WS-ADDED-TOTAL "; "
             WS-KEPT-COUNT " already on file left as they were.".
           GOBACK.

      * The first pass only reads: nothing is kept unless the whole
      * file agrees with its trailer.
           CHECK-PRIZE-IN SECTION.
           OPEN INPUT PRIZE-IN-FILE.
           IF WS-PRIZE-IN-STATUS NOT = "00"
             MOVE "no scratch_prizes.in to load" TO WS-REFUSAL
             MOVE "N" TO WS-FILE-OK
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PRIZE-IN-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM CHECK-ONE-LINE
             END-READ
           END-PERFORM.
           CLOSE PRIZE-IN-FILE.
           IF NOT FILE-IS-GOOD
             EXIT SECTION
           END-IF.
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
             MOVE "prize file has no header or no trailer"
               TO WS-REFUSAL
             MOVE "N" TO WS-FILE-OK
             EXIT SECTION
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               OR WS-DETAIL-TOTAL NOT = WS-TRAILER-TOTAL
             MOVE "prize file disagrees with its trailer totals"
               TO WS-REFUSAL
             MOVE "N" TO WS-FILE-OK
             DISPLAY "Trailer " WS-TRAILER-COUNT " card(s) "
               WS-TRAILER-TOTAL ", file " WS-DETAIL-COUNT
               " card(s) " WS-DETAIL-TOTAL "."
           END-IF.

           CHECK-ONE-LINE SECTION.
           IF TRAILER-SEEN
             MOVE "lines follow the prize file trailer" TO WS-REFUSAL
             MOVE "N" TO WS-FILE-OK
             EXIT SECTION
           END-IF.
           EVALUATE SPI-TYPE
             WHEN "H"
               IF HEADER-SEEN OR SPH-GAME = SPACES
                 MOVE "prize file header repeated or without a game"
                   TO WS-REFUSAL
                 MOVE "N" TO WS-FILE-OK
               ELSE
                 SET HEADER-SEEN TO TRUE
                 MOVE SPH-GAME TO WS-GAME-CODE
               END-IF
             WHEN "D"
               IF NOT HEADER-SEEN
                   OR SPD-SERIAL = SPACES
                   OR SPD-SERIAL(8:3) NOT NUMERIC
                   OR SPD-AMOUNT NOT NUMERIC
                 MOVE "prize line before the header or malformed"
                   TO WS-REFUSAL
                 MOVE "N" TO WS-FILE-OK
               ELSE
                 ADD 1 TO WS-DETAIL-COUNT
                 ADD SPD-AMOUNT TO WS-DETAIL-TOTAL
               END-IF
             WHEN "T"
               IF SPT-COUNT NOT NUMERIC OR SPT-TOTAL NOT NUMERIC
                 MOVE "prize file trailer is not numeric"
                   TO WS-REFUSAL
                 MOVE "N" TO WS-FILE-OK
               ELSE
                 SET TRAILER-SEEN TO TRUE
                 MOVE SPT-COUNT TO WS-TRAILER-COUNT
                 MOVE SPT-TOTAL TO WS-TRAILER-TOTAL
               END-IF
             WHEN OTHER
               MOVE "unknown line type in the prize file"
                 TO WS-REFUSAL
               MOVE "N" TO WS-FILE-OK
           END-EVALUATE.

           LOAD-PRIZES SECTION.
           OPEN I-O PRIZE-FILE.
           IF WS-PRIZE-STATUS = "35"
             OPEN OUTPUT PRIZE-FILE
             CLOSE PRIZE-FILE
             OPEN I-O PRIZE-FILE
           END-IF.
           OPEN INPUT PRIZE-IN-FILE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PRIZE-IN-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SPI-TYPE = "D"
                   PERFORM ADD-ONE-PRIZE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PRIZE-IN-FILE.
           CLOSE PRIZE-FILE.

           ADD-ONE-PRIZE SECTION.
           MOVE SPACES TO PRIZE-RECORD.
           MOVE SPD-SERIAL TO SPZ-SERIAL.
           MOVE WS-GAME-CODE TO SPZ-GAME.
           MOVE SPD-AMOUNT TO SPZ-AMOUNT.
           MOVE "UNPAID" TO SPZ-STATUS.
           WRITE PRIZE-RECORD
             INVALID KEY
               ADD 1 TO WS-KEPT-COUNT
             NOT INVALID KEY
               ADD 1 TO WS-ADDED-COUNT
               ADD SPD-AMOUNT TO WS-ADDED-TOTAL
           END-WRITE.
