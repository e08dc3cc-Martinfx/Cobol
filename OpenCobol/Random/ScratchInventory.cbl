      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Daily scratch-card stock position. Reads the pack register
      * "../scratch_packs.dat" kept by SCRATCH-PACKS and prints, for
      * each game, how many packs are on hand in the stock room,
      * issued to retailers, active on sale and settled, with the
      * packs settled today and the money they brought in. Under the
      * games it shows the day's movements - packs received, issued,
      * activated and settled today - so the stock room can tie the
      * report to the day's paperwork. The report goes to the spool
      * "../scratch_inventory.rpt"; the footer count is the number of
      * packs on the register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRATCH-INVENTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACK-FILE ASSIGN TO "../scratch_packs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PACK-FILE.
           01 PACK-RECORD.
             05 PCK-PACK-ID   PIC X(7).
             05 FILLER        PIC X.
             05 PCK-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 PCK-CARDS     PIC 9(3).
             05 FILLER        PIC X.
             05 PCK-PRICE     PIC 9(4).
             05 FILLER        PIC X.
             05 PCK-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 PCK-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 PCK-RECEIVED  PIC X(8).
             05 FILLER        PIC X.
             05 PCK-ISSUED    PIC X(8).
             05 FILLER        PIC X.
             05 PCK-ACTIVATED PIC X(8).
             05 FILLER        PIC X.
             05 PCK-SETTLED   PIC X(8).
             05 FILLER        PIC X.
             05 PCK-OPERATOR  PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-PACK-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

           78 WS-MAX-GAMES VALUE 50.
           01 WS-GAME-TABLE.
             05 WS-GAM-ENTRY OCCURS 50 TIMES.
               10 WS-GAM-CODE     PIC X(4).
               10 WS-GAM-ONHAND   PIC 9(5).
               10 WS-GAM-ISSUED   PIC 9(5).
               10 WS-GAM-ACTIVE   PIC 9(5).
               10 WS-GAM-SETTLED  PIC 9(5).
               10 WS-GAM-SET-TDY  PIC 9(5).
               10 WS-GAM-VAL-TDY  PIC 9(9).
           77 WS-GAME-USED PIC 99 VALUE ZERO.
           77 WS-GAM-I     PIC 99.
           77 WS-GAM-HIT   PIC 99.

           77 WS-PACK-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-PACK-VALUE    PIC 9(7).
           77 WS-TOT-ONHAND    PIC 9(5) VALUE ZERO.
           77 WS-TOT-ISSUED    PIC 9(5) VALUE ZERO.
           77 WS-TOT-ACTIVE    PIC 9(5) VALUE ZERO.
           77 WS-TOT-SETTLED   PIC 9(5) VALUE ZERO.
           77 WS-TOT-SET-TDY   PIC 9(5) VALUE ZERO.
           77 WS-TOT-VAL-TDY   PIC 9(9) VALUE ZERO.
           77 WS-RECEIVED-TDY  PIC 9(5) VALUE ZERO.
           77 WS-ISSUED-TDY    PIC 9(5) VALUE ZERO.
           77 WS-ACTIVATED-TDY PIC 9(5) VALUE ZERO.

           77 WS-ED-ONHAND   PIC ZZZZZZZZ9.
           77 WS-ED-ISSUED   PIC ZZZZZZZZ9.
           77 WS-ED-ACTIVE   PIC ZZZZZZZZ9.
           77 WS-ED-SETTLED  PIC ZZZZZZZZ9.
           77 WS-ED-SET-TDY  PIC ZZZZZZZZ9.
           77 WS-ED-VAL-TDY  PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-PACKS.
           PERFORM PRINT-INVENTORY.
           DISPLAY "Scratch inventory for " W-DATE OF W-BATCH ": "
             WS-PACK-COUNT " pack(s), " WS-GAME-USED " game(s).".
           GOBACK.

           LOAD-PACKS SECTION.
           OPEN INPUT PACK-FILE.
           IF WS-PACK-STATUS NOT = "00"
             DISPLAY "No pack register on file (status "
               WS-PACK-STATUS ")."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PACK-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PCK-PACK-ID NOT = SPACES
                   PERFORM COUNT-ONE-PACK
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PACK-FILE.

           COUNT-ONE-PACK SECTION.
           PERFORM FIND-GAME-SLOT.
           IF WS-GAM-HIT = ZERO
             DISPLAY "More than " WS-MAX-GAMES " games - pack "
               PCK-PACK-ID " not counted."
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PACK-COUNT.
           EVALUATE PCK-STATUS
             WHEN "ONHAND"
               ADD 1 TO WS-GAM-ONHAND(WS-GAM-HIT)
             WHEN "ISSUED"
               ADD 1 TO WS-GAM-ISSUED(WS-GAM-HIT)
             WHEN "ACTIVE"
               ADD 1 TO WS-GAM-ACTIVE(WS-GAM-HIT)
             WHEN "SETTLD"
               ADD 1 TO WS-GAM-SETTLED(WS-GAM-HIT)
           END-EVALUATE.
           IF PCK-RECEIVED = W-DATE OF W-BATCH
             ADD 1 TO WS-RECEIVED-TDY
           END-IF.
           IF PCK-ISSUED = W-DATE OF W-BATCH
             ADD 1 TO WS-ISSUED-TDY
           END-IF.
           IF PCK-ACTIVATED = W-DATE OF W-BATCH
             ADD 1 TO WS-ACTIVATED-TDY
           END-IF.
           IF PCK-SETTLED = W-DATE OF W-BATCH
             ADD 1 TO WS-GAM-SET-TDY(WS-GAM-HIT)
             IF PCK-CARDS NUMERIC AND PCK-PRICE NUMERIC
               COMPUTE WS-PACK-VALUE = PCK-CARDS * PCK-PRICE
               ADD WS-PACK-VALUE TO WS-GAM-VAL-TDY(WS-GAM-HIT)
             END-IF
           END-IF.

      * Games print in the order their first pack was received.
           FIND-GAME-SLOT SECTION.
           MOVE ZERO TO WS-GAM-HIT.
           PERFORM VARYING WS-GAM-I FROM 1 BY 1
               UNTIL WS-GAM-I > WS-GAME-USED
             IF WS-GAM-CODE(WS-GAM-I) = PCK-GAME
               MOVE WS-GAM-I TO WS-GAM-HIT
             END-IF
           END-PERFORM.
           IF WS-GAM-HIT = ZERO AND WS-GAME-USED < WS-MAX-GAMES
             ADD 1 TO WS-GAME-USED
             MOVE WS-GAME-USED TO WS-GAM-HIT
             MOVE PCK-GAME TO WS-GAM-CODE(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-ONHAND(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-ISSUED(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-ACTIVE(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-SETTLED(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-SET-TDY(WS-GAM-HIT)
             MOVE ZERO TO WS-GAM-VAL-TDY(WS-GAM-HIT)
           END-IF.

           PRINT-INVENTORY SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "SCRATCH-CARD INVENTORY " DELIMITED BY SIZE
             W-DATE OF W-BATCH DELIMITED BY SIZE
             INTO W-RPT-TITLE
           END-STRING.
           MOVE "../scratch_inventory.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "GAME  ON HAND   ISSUED   ACTIVE  SETTLED  SETTLED T"
             & "ODAY TODAY VALUE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-GAM-I FROM 1 BY 1
               UNTIL WS-GAM-I > WS-GAME-USED
             PERFORM PRINT-ONE-GAME
           END-PERFORM.
           MOVE WS-TOT-ONHAND TO WS-ED-ONHAND.
           MOVE WS-TOT-ISSUED TO WS-ED-ISSUED.
           MOVE WS-TOT-ACTIVE TO WS-ED-ACTIVE.
           MOVE WS-TOT-SETTLED TO WS-ED-SETTLED.
           MOVE WS-TOT-SET-TDY TO WS-ED-SET-TDY.
           MOVE WS-TOT-VAL-TDY TO WS-ED-VAL-TDY.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "ALL " DELIMITED BY SIZE
             WS-ED-ONHAND DELIMITED BY SIZE
             WS-ED-ISSUED DELIMITED BY SIZE
             WS-ED-ACTIVE DELIMITED BY SIZE
             WS-ED-SETTLED DELIMITED BY SIZE
             "      " DELIMITED BY SIZE
             WS-ED-SET-TDY DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-VAL-TDY DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-RECEIVED-TDY TO WS-ED-ONHAND.
           MOVE WS-ISSUED-TDY TO WS-ED-ISSUED.
           MOVE WS-ACTIVATED-TDY TO WS-ED-ACTIVE.
           MOVE WS-TOT-SET-TDY TO WS-ED-SETTLED.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "TODAY: RECEIVED" DELIMITED BY SIZE
             WS-ED-ONHAND DELIMITED BY SIZE
             "  ISSUED" DELIMITED BY SIZE
             WS-ED-ISSUED DELIMITED BY SIZE
             "  ACTIVATED" DELIMITED BY SIZE
             WS-ED-ACTIVE DELIMITED BY SIZE
             "  SETTLED" DELIMITED BY SIZE
             WS-ED-SETTLED DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-PACK-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-ONE-GAME SECTION.
           MOVE WS-GAM-ONHAND(WS-GAM-I) TO WS-ED-ONHAND.
           MOVE WS-GAM-ISSUED(WS-GAM-I) TO WS-ED-ISSUED.
           MOVE WS-GAM-ACTIVE(WS-GAM-I) TO WS-ED-ACTIVE.
           MOVE WS-GAM-SETTLED(WS-GAM-I) TO WS-ED-SETTLED.
           MOVE WS-GAM-SET-TDY(WS-GAM-I) TO WS-ED-SET-TDY.
           MOVE WS-GAM-VAL-TDY(WS-GAM-I) TO WS-ED-VAL-TDY.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-GAM-CODE(WS-GAM-I) DELIMITED BY SIZE
             WS-ED-ONHAND DELIMITED BY SIZE
             WS-ED-ISSUED DELIMITED BY SIZE
             WS-ED-ACTIVE DELIMITED BY SIZE
             WS-ED-SETTLED DELIMITED BY SIZE
             "      " DELIMITED BY SIZE
             WS-ED-SET-TDY DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-VAL-TDY DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           ADD WS-GAM-ONHAND(WS-GAM-I) TO WS-TOT-ONHAND.
           ADD WS-GAM-ISSUED(WS-GAM-I) TO WS-TOT-ISSUED.
           ADD WS-GAM-ACTIVE(WS-GAM-I) TO WS-TOT-ACTIVE.
           ADD WS-GAM-SETTLED(WS-GAM-I) TO WS-TOT-SETTLED.
           ADD WS-GAM-SET-TDY(WS-GAM-I) TO WS-TOT-SET-TDY.
           ADD WS-GAM-VAL-TDY(WS-GAM-I) TO WS-TOT-VAL-TDY.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
