      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Year-end prize tax paperwork. Since LOTTERY-CLAIMS and
      * LOTTERY-BANK-PAY withhold tax through PRIZE-TAX, every PAID
      * ledger row carries the tax withheld (column 64) and the net
      * paid (column 72) beside its gross LGR-AMOUNT. This program
      * takes a tax year and, from lottery_ledger.dat and
      * player_master.dat, prints each player's winnings statement -
      * one line per prize paid in the year (by paid date) with its
      * draw, gross won, tax withheld and net paid, and the player's
      * totals - to "../winnings_tax_statement.rpt". A row paid
      * before withholding began shows nil tax and its gross as net.
      * Run for every player, it also writes the summary remittance
      * for the tax office to "../tax_remittance.dat" in the same
      * fixed interchange shape as the bank file: an RH header (tax
      * year, run id, date), one RP record per player who had tax
      * withheld (player, name, gross, tax) and an RT trailer with
      * the count and the gross and tax totals.
      * Revision: Maxfx 15/10/2026 - jackpot annuity: instalments the
      *   bank paid in the year, from "../lottery_annuity.dat", appear
      *   as prizes of their own (game ANNU) with the tax withheld from
      *   each.
      * Revision: Maxfx 15/10/2026 - the remittance file is posted to
      *   the lineage register with the ledger, the annuity schedule and
      *   the player master it was drawn from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINNINGS-TAX-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT ANNUITY-FILE ASSIGN TO "../lottery_annuity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-STATUS.

           SELECT REMITTANCE-FILE ASSIGN TO "../tax_remittance.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REMITTANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

           FD LEDGER-FILE.
           01 LEDGER-RECORD.
             05 LGR-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 LGR-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 LGR-AMOUNT    PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 LGR-PAID-DATE PIC X(8).
             05 FILLER        PIC X.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X.
             05 LGR-OUTLET    PIC X(4).
             05 FILLER        PIC X.
             05 LGR-TAX       PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-NET       PIC 9(7).
             05 FILLER        PIC X(13).

      * Annuity instalments, each taxed as the bank paid it.
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

      * The tax office's fixed interchange: RH tax year and run id,
      * RP one per player taxed, RT count and totals.
           FD REMITTANCE-FILE.
           01 REMITTANCE-RECORD.
             05 RMT-TYPE PIC X(2).
             05 RMT-BODY PIC X(50).
           01 REMIT-HEADER-VIEW.
             05 FILLER       PIC X(2).
             05 RH-TAX-YEAR  PIC X(4).
             05 RH-RUN-ID    PIC X(16).
             05 RH-DATE      PIC X(8).
             05 FILLER       PIC X(22).
           01 REMIT-PLAYER-VIEW.
             05 FILLER       PIC X(2).
             05 RP-PLAYER    PIC X(10).
             05 RP-NAME      PIC X(20).
             05 RP-GROSS     PIC 9(9).
             05 RP-TAX       PIC 9(9).
             05 FILLER       PIC X(2).
           01 REMIT-TRAILER-VIEW.
             05 FILLER       PIC X(2).
             05 RT-COUNT     PIC 9(6).
             05 RT-GROSS     PIC 9(11).
             05 RT-TAX       PIC 9(11).
             05 FILLER       PIC X(22).

       WORKING-STORAGE SECTION.
           77 WS-PLAYER-STATUS     PIC XX.
           77 WS-LEDGER-STATUS     PIC XX.
           77 WS-REMITTANCE-STATUS PIC XX.
           77 WS-ANNUITY-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from the ledger and the annuity schedule, for
      * the lineage register; the run's own return code is held
      * across the posting.
           01 WS-READ-COUNTS.
             05 WS-READ-LEDGER  PIC 9(8) VALUE ZERO.
             05 WS-READ-ANNUITY PIC 9(8) VALUE ZERO.
           77 WS-HOLD-RC PIC S9(4) COMP VALUE ZERO.

           77 WS-TAX-YEAR   PIC X(4).
           77 WS-YEAR-NUM   PIC 9(4).
           77 WS-WANTED-ID  PIC X(10).
           77 WS-MASTER-OPEN PIC X VALUE "N".
             88 MASTER-OPEN VALUE "Y".

      * The year's paid prizes, in ledger order.
           78 WS-MAX-ROWS VALUE 1000.
           01 WS-ROW-TABLE.
             05 WS-ROW-ENTRY OCCURS 1000 TIMES.
               10 WS-ROW-PLAYER    PIC X(10).
               10 WS-ROW-DRAW-DATE PIC 9(8).
               10 WS-ROW-GAME      PIC X(4).
               10 WS-ROW-PAID-DATE PIC X(8).
               10 WS-ROW-GROSS     PIC 9(7).
               10 WS-ROW-TAX       PIC 9(7).
               10 WS-ROW-NET       PIC 9(7).
           77 WS-ROW-USED PIC 9(4) VALUE ZERO.
           77 WS-ROW-I    PIC 9(4).

      * One slot per player paid in the year, kept in player id
      * order as they are found.
           78 WS-MAX-PLAYERS VALUE 500.
           01 WS-PLAYER-TABLE.
             05 WS-PLY-ENTRY OCCURS 500 TIMES.
               10 WS-PLY-ID    PIC X(10).
               10 WS-PLY-GROSS PIC 9(9).
               10 WS-PLY-TAX   PIC 9(9).
               10 WS-PLY-NET   PIC 9(9).
           77 WS-PLAYER-USED PIC 9(3) VALUE ZERO.
           77 WS-PLY-I       PIC 9(3).
           77 WS-PLY-J       PIC 9(3).
           77 WS-PLY-HIT     PIC 9(3).
           77 WS-PLAYER-NAME PIC X(20).

           77 WS-TOT-GROSS  PIC 9(11) VALUE ZERO.
           77 WS-TOT-TAX    PIC 9(11) VALUE ZERO.
           77 WS-TOT-NET    PIC 9(11) VALUE ZERO.
           77 WS-REMIT-COUNT PIC 9(6) VALUE ZERO.
           77 WS-REMIT-GROSS PIC 9(11) VALUE ZERO.
           77 WS-SHOWN      PIC 9(6) VALUE ZERO.

      * Edited figures for the statement lines.
           77 WS-ED-GROSS PIC ZZZZZZZZZZ9.
           77 WS-ED-TAX   PIC ZZZZZZZZZZ9.
           77 WS-ED-NET   PIC ZZZZZZZZZZ9.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           DISPLAY "Tax year (YYYY, blank = last year): ".
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = SPACES
             COMPUTE WS-YEAR-NUM =
               FUNCTION NUMVAL(W-DATE OF W-BATCH(1:4)) - 1
             MOVE WS-YEAR-NUM TO WS-TAX-YEAR
           END-IF.
           IF WS-TAX-YEAR NOT NUMERIC
             DISPLAY "Not a valid year - no statement."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Player id (blank = every player and the "
             "remittance file): ".
           ACCEPT WS-WANTED-ID.
           PERFORM LOAD-YEAR-PRIZES.
           PERFORM LOAD-YEAR-INSTALMENTS.
           IF WS-ROW-USED = ZERO
             DISPLAY "No prizes paid in " WS-TAX-YEAR
               " for the statement."
      * The tax office still wants its nil return.
             IF WS-WANTED-ID = SPACES
               PERFORM WRITE-REMITTANCE
             END-IF
             GOBACK
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = "00"
             SET MASTER-OPEN TO TRUE
           ELSE
             DISPLAY "No player master on file (status "
               WS-PLAYER-STATUS ") - statements go out without "
               "names."
           END-IF.
           PERFORM PRINT-STATEMENTS.
           IF WS-WANTED-ID = SPACES
             PERFORM WRITE-REMITTANCE
           END-IF.
           IF MASTER-OPEN
             CLOSE PLAYER-FILE
           END-IF.
           DISPLAY WS-SHOWN " player statement(s) for " WS-TAX-YEAR
             ": gross " WS-TOT-GROSS ", tax withheld " WS-TOT-TAX
             ", net paid " WS-TOT-NET ".".
           GOBACK.

      * A prize belongs to the tax year it was paid in. Withholding
      * columns that are not numeric belong to a row paid before
      * withholding - nil tax, paid gross.
           LOAD-YEAR-PRIZES SECTION.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LEDGER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-LEDGER
                 IF LGR-STATUS(1:4) = "PAID"
                     AND LGR-PAID-DATE(1:4) = WS-TAX-YEAR
                     AND (WS-WANTED-ID = SPACES
                       OR LGR-PLAYER-ID = WS-WANTED-ID)
                   PERFORM KEEP-ONE-PRIZE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

      * A jackpot taken as an annuity is taxed instalment by
      * instalment, each in the year the bank paid it; the ledger
      * row itself stays ANNUTY and is never PAID. Each instalment
      * is kept as a prize of its own, game "ANNU".
           LOAD-YEAR-INSTALMENTS SECTION.
           OPEN INPUT ANNUITY-FILE.
           IF WS-ANNUITY-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ANNUITY-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-ANNUITY
                 IF ANN-STATUS = "PAID"
                     AND ANN-PAID-DATE(1:4) = WS-TAX-YEAR
                     AND (WS-WANTED-ID = SPACES
                       OR ANN-PLAYER-ID = WS-WANTED-ID)
                   MOVE SPACES TO LEDGER-RECORD
                   MOVE ANN-PLAYER-ID TO LGR-PLAYER-ID
                   MOVE ANN-DRAW-DATE TO LGR-DRAW-DATE
                   MOVE ANN-AMOUNT TO LGR-AMOUNT
                   MOVE "PAID" TO LGR-STATUS
                   MOVE ANN-PAID-DATE TO LGR-PAID-DATE
                   MOVE "ANNU" TO LGR-GAME
                   IF ANN-TAX NUMERIC AND ANN-NET NUMERIC
                     MOVE ANN-TAX TO LGR-TAX
                     MOVE ANN-NET TO LGR-NET
                   END-IF
                   PERFORM KEEP-ONE-PRIZE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ANNUITY-FILE.

           KEEP-ONE-PRIZE SECTION.
           IF WS-ROW-USED >= WS-MAX-ROWS
             DISPLAY "WARNING: more than " WS-MAX-ROWS " prizes "
               "paid in the year - the rest are left off"
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM FIND-PLAYER-SLOT.
           IF WS-PLY-HIT = ZERO
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-ROW-USED.
           MOVE LGR-PLAYER-ID TO WS-ROW-PLAYER(WS-ROW-USED).
           MOVE LGR-DRAW-DATE TO WS-ROW-DRAW-DATE(WS-ROW-USED).
           MOVE LGR-GAME TO WS-ROW-GAME(WS-ROW-USED).
           MOVE LGR-PAID-DATE TO WS-ROW-PAID-DATE(WS-ROW-USED).
           MOVE LGR-AMOUNT TO WS-ROW-GROSS(WS-ROW-USED).
           IF LGR-TAX NUMERIC AND LGR-NET NUMERIC
             MOVE LGR-TAX TO WS-ROW-TAX(WS-ROW-USED)
             MOVE LGR-NET TO WS-ROW-NET(WS-ROW-USED)
           ELSE
             MOVE ZERO TO WS-ROW-TAX(WS-ROW-USED)
             MOVE LGR-AMOUNT TO WS-ROW-NET(WS-ROW-USED)
           END-IF.
           ADD WS-ROW-GROSS(WS-ROW-USED) TO WS-PLY-GROSS(WS-PLY-HIT).
           ADD WS-ROW-TAX(WS-ROW-USED) TO WS-PLY-TAX(WS-PLY-HIT).
           ADD WS-ROW-NET(WS-ROW-USED) TO WS-PLY-NET(WS-PLY-HIT).

      * Finds the player's slot, or opens one in id order by moving
      * the higher ids up one place.
           FIND-PLAYER-SLOT SECTION.
           MOVE ZERO TO WS-PLY-HIT.
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-USED OR WS-PLY-HIT > ZERO
             IF WS-PLY-ID(WS-PLY-I) = LGR-PLAYER-ID
               MOVE WS-PLY-I TO WS-PLY-HIT
             END-IF
           END-PERFORM.
           IF WS-PLY-HIT > ZERO
             EXIT SECTION
           END-IF.
           IF WS-PLAYER-USED >= WS-MAX-PLAYERS
             DISPLAY "WARNING: more than " WS-MAX-PLAYERS " players "
               "paid in the year - " LGR-PLAYER-ID " left off"
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE 1 TO WS-PLY-HIT.
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-USED
             IF WS-PLY-ID(WS-PLY-I) < LGR-PLAYER-ID
               COMPUTE WS-PLY-HIT = WS-PLY-I + 1
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-PLY-J FROM WS-PLAYER-USED BY -1
               UNTIL WS-PLY-J < WS-PLY-HIT
             MOVE WS-PLY-ENTRY(WS-PLY-J) TO WS-PLY-ENTRY(WS-PLY-J + 1)
           END-PERFORM.
           ADD 1 TO WS-PLAYER-USED.
           MOVE LGR-PLAYER-ID TO WS-PLY-ID(WS-PLY-HIT).
           MOVE ZERO TO WS-PLY-GROSS(WS-PLY-HIT).
           MOVE ZERO TO WS-PLY-TAX(WS-PLY-HIT).
           MOVE ZERO TO WS-PLY-NET(WS-PLY-HIT).

           LOOK-UP-NAME SECTION.
           MOVE "(not on player master)" TO WS-PLAYER-NAME.
           IF NOT MASTER-OPEN
             EXIT SECTION
           END-IF.
           MOVE WS-PLY-ID(WS-PLY-I) TO PLM-PLAYER-ID.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE PLM-NAME TO WS-PLAYER-NAME
           END-READ.

           PRINT-STATEMENTS SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "WINNINGS TAX STATEMENT - TAX YEAR "
             DELIMITED BY SIZE
             WS-TAX-YEAR DELIMITED BY SIZE
             INTO W-RPT-TITLE
           END-STRING.
           MOVE "../winnings_tax_statement.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-USED
             PERFORM PRINT-ONE-PLAYER
           END-PERFORM.
           MOVE WS-TOT-GROSS TO WS-ED-GROSS.
           MOVE WS-TOT-TAX TO WS-ED-TAX.
           MOVE WS-TOT-NET TO WS-ED-NET.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "ALL PLAYERS                     " DELIMITED BY SIZE
             WS-ED-GROSS DELIMITED BY SIZE
             WS-ED-TAX DELIMITED BY SIZE
             WS-ED-NET DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-SHOWN TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-ONE-PLAYER SECTION.
           PERFORM LOOK-UP-NAME.
           ADD 1 TO WS-SHOWN.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "PLAYER " DELIMITED BY SIZE
             WS-PLY-ID(WS-PLY-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-PLAYER-NAME DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE "  DRAW     GAME PAID            GROSS WON  TAX WITHHE"
             & "LD    NET PAID" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
               UNTIL WS-ROW-I > WS-ROW-USED
             IF WS-ROW-PLAYER(WS-ROW-I) = WS-PLY-ID(WS-PLY-I)
               PERFORM PRINT-ONE-PRIZE
             END-IF
           END-PERFORM.
           MOVE WS-PLY-GROSS(WS-PLY-I) TO WS-ED-GROSS.
           MOVE WS-PLY-TAX(WS-PLY-I) TO WS-ED-TAX.
           MOVE WS-PLY-NET(WS-PLY-I) TO WS-ED-NET.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  YEAR TOTAL                    " DELIMITED BY SIZE
             WS-ED-GROSS DELIMITED BY SIZE
             WS-ED-TAX DELIMITED BY SIZE
             WS-ED-NET DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           ADD WS-PLY-GROSS(WS-PLY-I) TO WS-TOT-GROSS.
           ADD WS-PLY-TAX(WS-PLY-I) TO WS-TOT-TAX.
           ADD WS-PLY-NET(WS-PLY-I) TO WS-TOT-NET.

           PRINT-ONE-PRIZE SECTION.
           MOVE WS-ROW-GROSS(WS-ROW-I) TO WS-ED-GROSS.
           MOVE WS-ROW-TAX(WS-ROW-I) TO WS-ED-TAX.
           MOVE WS-ROW-NET(WS-ROW-I) TO WS-ED-NET.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  " DELIMITED BY SIZE
             WS-ROW-DRAW-DATE(WS-ROW-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ROW-GAME(WS-ROW-I) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-ROW-PAID-DATE(WS-ROW-I) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WS-ED-GROSS DELIMITED BY SIZE
             WS-ED-TAX DELIMITED BY SIZE
             WS-ED-NET DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

      * Only players who actually had tax withheld are remitted for.
           WRITE-REMITTANCE SECTION.
           OPEN OUTPUT REMITTANCE-FILE.
           IF WS-REMITTANCE-STATUS NOT = "00"
             DISPLAY "Cannot create tax_remittance.dat, status "
               WS-REMITTANCE-STATUS
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO REMIT-HEADER-VIEW.
           MOVE "RH" TO REMIT-HEADER-VIEW(1:2).
           MOVE WS-TAX-YEAR TO RH-TAX-YEAR.
           MOVE W-BATCH-COMPLET TO RH-RUN-ID.
           MOVE W-DATE OF W-BATCH TO RH-DATE.
           MOVE REMIT-HEADER-VIEW TO REMITTANCE-RECORD.
           WRITE REMITTANCE-RECORD.
           PERFORM VARYING WS-PLY-I FROM 1 BY 1
               UNTIL WS-PLY-I > WS-PLAYER-USED
             IF WS-PLY-TAX(WS-PLY-I) > ZERO
               PERFORM LOOK-UP-NAME
               MOVE SPACES TO REMIT-PLAYER-VIEW
               MOVE "RP" TO REMIT-PLAYER-VIEW(1:2)
               MOVE WS-PLY-ID(WS-PLY-I) TO RP-PLAYER
               MOVE WS-PLAYER-NAME TO RP-NAME
               MOVE WS-PLY-GROSS(WS-PLY-I) TO RP-GROSS
               MOVE WS-PLY-TAX(WS-PLY-I) TO RP-TAX
               MOVE REMIT-PLAYER-VIEW TO REMITTANCE-RECORD
               WRITE REMITTANCE-RECORD
               ADD 1 TO WS-REMIT-COUNT
               ADD WS-PLY-GROSS(WS-PLY-I) TO WS-REMIT-GROSS
             END-IF
           END-PERFORM.
           MOVE SPACES TO REMIT-TRAILER-VIEW.
           MOVE "RT" TO REMIT-TRAILER-VIEW(1:2).
           MOVE WS-REMIT-COUNT TO RT-COUNT.
           MOVE WS-REMIT-GROSS TO RT-GROSS.
           MOVE WS-TOT-TAX TO RT-TAX.
           MOVE REMIT-TRAILER-VIEW TO REMITTANCE-RECORD.
           WRITE REMITTANCE-RECORD.
           CLOSE REMITTANCE-FILE.
           MOVE RETURN-CODE TO WS-HOLD-RC.
           PERFORM POST-LINEAGE.
           MOVE WS-HOLD-RC TO RETURN-CODE.
           DISPLAY "Remittance written: " WS-REMIT-COUNT
             " player(s), tax " WS-TOT-TAX ".".

      * The remittance is drawn from the year's paid ledger rows and
      * annuity instalments, named from the player master.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "WINNINGS-TAX-STATEMENT" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_annuity.dat" TO W-LIN-FILE.
           MOVE WS-READ-ANNUITY TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF MASTER-OPEN
             MOVE "../player_master.dat" TO W-LIN-FILE
             MOVE WS-REMIT-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../tax_remittance.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-REMIT-COUNT + 2.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
