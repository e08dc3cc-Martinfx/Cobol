      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * What the lottery still owes its annuity winners. A jackpot
      * taken as an annuity at LOTTERY-CLAIMS leaves one row per
      * yearly instalment in "../lottery_annuity.dat", and
      * LOTTERY-BANK-PAY pays them off as they fall due. This report
      * lists every instalment not yet PAID - DUE, or PENDNG with the
      * bank - winner by winner, then the same money by the calendar
      * year it falls due in, so finance can see the liability over
      * the coming years, to "../annuity_liability.rpt". The amounts
      * are gross: tax is withheld as each instalment is paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-ANNUITY-LIABILITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNUITY-FILE ASSIGN TO "../lottery_annuity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ANNUITY-FILE.
           01 ANNUITY-RECORD.
             05 ANN-PLAYER-ID   PIC X(10).
             05 FILLER          PIC X.
             05 ANN-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 ANN-SERIAL      PIC X(7).
             05 FILLER          PIC X.
             05 ANN-INSTALMENT  PIC 9(2).
             05 FILLER          PIC X.
             05 ANN-INSTALMENTS PIC 9(2).
             05 FILLER          PIC X.
             05 ANN-AMOUNT      PIC 9(7).
             05 FILLER          PIC X.
             05 ANN-DUE-DATE    PIC 9(8).
             05 FILLER          PIC X.
             05 ANN-STATUS      PIC X(6).
             05 FILLER          PIC X.
             05 ANN-PAID-DATE   PIC X(8).
             05 FILLER          PIC X.
             05 ANN-WITHHOLDING.
               10 ANN-TAX       PIC 9(7).
               10 FILLER        PIC X.
               10 ANN-NET       PIC 9(7).

       WORKING-STORAGE SECTION.
           77 WS-ANNUITY-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

      * One slot per year an instalment falls due in, kept in year
      * order as they are found.
           78 WS-MAX-YEARS VALUE 60.
           01 WS-YEAR-TABLE.
             05 WS-YR-ENTRY OCCURS 60 TIMES.
               10 WS-YR-YEAR   PIC 9(4).
               10 WS-YR-COUNT  PIC 9(5).
               10 WS-YR-AMOUNT PIC 9(11).
           77 WS-YEAR-USED PIC 9(2) VALUE ZERO.
           77 WS-YR-I      PIC 9(2).
           77 WS-YR-J      PIC 9(2).
           77 WS-YR-HIT    PIC 9(2).
           77 WS-DUE-YEAR  PIC 9(4).

      * The winner whose instalments are being listed.
           77 WS-CUR-PLAYER    PIC X(10) VALUE SPACES.
           77 WS-CUR-DRAW-DATE PIC 9(8) VALUE ZERO.
           77 WS-CUR-AMOUNT    PIC 9(11) VALUE ZERO.

           77 WS-OWED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-OWED-TOTAL   PIC 9(11) VALUE ZERO.
           77 WS-OVERDUE-TOTAL PIC 9(11) VALUE ZERO.
           77 WS-WINNER-COUNT PIC 9(5) VALUE ZERO.

           77 WS-ED-AMOUNT PIC ZZZZZZZZZZ9.
           77 WS-ED-COUNT  PIC ZZZZZ9.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN INPUT ANNUITY-FILE.
           IF WS-ANNUITY-STATUS NOT = "00"
             DISPLAY "No annuity schedule on file (status "
               WS-ANNUITY-STATUS ") - nothing owed."
             GOBACK
           END-IF.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "ANNUITY INSTALMENTS OUTSTANDING" TO W-RPT-TITLE.
           MOVE "../annuity_liability.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "PLAYER     DRAW     INST   DUE      STATUS       "
             & "AMOUNT" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ANNUITY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF ANN-STATUS NOT = "PAID"
                   PERFORM LIST-ONE-INSTALMENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ANNUITY-FILE.
           PERFORM CLOSE-WINNER.
           PERFORM PRINT-YEAR-SUMMARY.
           MOVE WS-OWED-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           DISPLAY WS-OWED-COUNT " instalment(s) outstanding to "
             WS-WINNER-COUNT " annuity winner(s), total "
             WS-OWED-TOTAL ".".
           IF WS-OVERDUE-TOTAL > ZERO
             DISPLAY "  of which " WS-OVERDUE-TOTAL " is already "
               "due - the next bank payment run instructs it."
           END-IF.
           GOBACK.

      * The schedule holds each annuity's instalments together, so a
      * change of winner and draw closes the previous one's total.
           LIST-ONE-INSTALMENT SECTION.
           IF ANN-PLAYER-ID NOT = WS-CUR-PLAYER
               OR ANN-DRAW-DATE NOT = WS-CUR-DRAW-DATE
             PERFORM CLOSE-WINNER
             MOVE ANN-PLAYER-ID TO WS-CUR-PLAYER
             MOVE ANN-DRAW-DATE TO WS-CUR-DRAW-DATE
             ADD 1 TO WS-WINNER-COUNT
           END-IF.
           ADD 1 TO WS-OWED-COUNT.
           ADD ANN-AMOUNT TO WS-OWED-TOTAL.
           ADD ANN-AMOUNT TO WS-CUR-AMOUNT.
           IF ANN-DUE-DATE NOT > W-DATE OF W-BATCH
             ADD ANN-AMOUNT TO WS-OVERDUE-TOTAL
           END-IF.
           MOVE ANN-DUE-DATE(1:4) TO WS-DUE-YEAR.
           PERFORM FIND-YEAR-SLOT.
           IF WS-YR-HIT > ZERO
             ADD 1 TO WS-YR-COUNT(WS-YR-HIT)
             ADD ANN-AMOUNT TO WS-YR-AMOUNT(WS-YR-HIT)
           END-IF.
           MOVE ANN-AMOUNT TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING ANN-PLAYER-ID DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             ANN-DRAW-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             ANN-INSTALMENT DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             ANN-INSTALMENTS DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             ANN-DUE-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             ANN-STATUS DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

           CLOSE-WINNER SECTION.
           IF WS-CUR-PLAYER = SPACES
             EXIT SECTION
           END-IF.
           MOVE WS-CUR-AMOUNT TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  STILL OWED TO " DELIMITED BY SIZE
             WS-CUR-PLAYER DELIMITED BY SIZE
             "              " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-CUR-PLAYER.
           MOVE ZERO TO WS-CUR-DRAW-DATE.
           MOVE ZERO TO WS-CUR-AMOUNT.

      * Finds the year's slot, or opens one in year order by moving
      * the later years up one place.
           FIND-YEAR-SLOT SECTION.
           MOVE ZERO TO WS-YR-HIT.
           PERFORM VARYING WS-YR-I FROM 1 BY 1
               UNTIL WS-YR-I > WS-YEAR-USED OR WS-YR-HIT > ZERO
             IF WS-YR-YEAR(WS-YR-I) = WS-DUE-YEAR
               MOVE WS-YR-I TO WS-YR-HIT
             END-IF
           END-PERFORM.
           IF WS-YR-HIT > ZERO
             EXIT SECTION
           END-IF.
           IF WS-YEAR-USED >= WS-MAX-YEARS
             DISPLAY "WARNING: instalments fall due in more than "
               WS-MAX-YEARS " years - " WS-DUE-YEAR " left out of "
               "the yearly summary"
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE 1 TO WS-YR-HIT.
           PERFORM VARYING WS-YR-I FROM 1 BY 1
               UNTIL WS-YR-I > WS-YEAR-USED
             IF WS-YR-YEAR(WS-YR-I) < WS-DUE-YEAR
               COMPUTE WS-YR-HIT = WS-YR-I + 1
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-YR-J FROM WS-YEAR-USED BY -1
               UNTIL WS-YR-J < WS-YR-HIT
             MOVE WS-YR-ENTRY(WS-YR-J) TO WS-YR-ENTRY(WS-YR-J + 1)
           END-PERFORM.
           ADD 1 TO WS-YEAR-USED.
           MOVE WS-DUE-YEAR TO WS-YR-YEAR(WS-YR-HIT).
           MOVE ZERO TO WS-YR-COUNT(WS-YR-HIT).
           MOVE ZERO TO WS-YR-AMOUNT(WS-YR-HIT).

           PRINT-YEAR-SUMMARY SECTION.
           MOVE "OUTSTANDING BY YEAR DUE    INSTALMENTS       AMOUNT"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-YR-I FROM 1 BY 1
               UNTIL WS-YR-I > WS-YEAR-USED
             MOVE WS-YR-COUNT(WS-YR-I) TO WS-ED-COUNT
             MOVE WS-YR-AMOUNT(WS-YR-I) TO WS-ED-AMOUNT
             MOVE SPACES TO W-RPT-TEXT
             STRING "  " DELIMITED BY SIZE
               WS-YR-YEAR(WS-YR-I) DELIMITED BY SIZE
               "                        " DELIMITED BY SIZE
               WS-ED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-AMOUNT DELIMITED BY SIZE
               INTO W-RPT-TEXT
             END-STRING
             PERFORM REPORT-LINE
           END-PERFORM.
           MOVE WS-OWED-COUNT TO WS-ED-COUNT.
           MOVE WS-OWED-TOTAL TO WS-ED-AMOUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  ALL YEARS                   " DELIMITED BY SIZE
             WS-ED-COUNT DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ED-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
