      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Nobody told a winner anything: a prize filed by
      * LOTTERY-SETTLEMENT sat OPEN until the player happened to ask,
      * and LOTTERY-EXPIRY-SWEEP returned it to the pot unannounced.
      * This correspondence run writes the letters, in one fixed
      * layout, to "../winner_letters.txt" for the print room:
      *   WIN - congratulations, for every OPEN ledger row;
      *   RMD - "your prize expires in 30 days", for an OPEN row
      *         whose claim period ("../lottery_claim_period.parm",
      *         the sweep's own) runs out within WS-REMINDER-DAYS;
      *   PAY - payment confirmation, for every payment the bank
      *         confirmed in LOTTERY-BANK-PAY's return run
      *         ("../bank_paid.dat"), lump sum or instalment.
      * Each letter is addressed from player_master.dat; a winner
      * not on the master gets no letter and is listed on the run
      * report. Every letter sent is entered on the register
      * "../lottery_letters.dat" (type, player, draw, serial,
      * instalment, date sent, letter number), and a letter already
      * on the register is never sent again, so the run can go
      * every day. Any role but inquiry may run it; the run is
      * logged.
      * Revision: Maxfx 15/10/2026 - a run that writes letters posts the
      *   letter file and the letter register to the lineage register
      *   with the ledger, the bank payments and the player master they
      *   came from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINNER-LETTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT BANK-PAID-FILE ASSIGN TO "../bank_paid.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BANK-PAID-STATUS.

           SELECT PERIOD-PARAM-FILE
           ASSIGN TO "../lottery_claim_period.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PERIOD-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "../lottery_letters.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

           SELECT LETTER-FILE ASSIGN TO "../winner_letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LETTER-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
             05 FILLER        PIC X.
             05 LGR-SERIAL    PIC X(7).
             05 FILLER        PIC X.
             05 LGR-VALIDATION PIC X(4).

      * LOTTERY-BANK-PAY's confirmed payments; instalment 00 is a
      * lump-sum claim.
           FD BANK-PAID-FILE.
           01 BANK-PAID-RECORD.
             05 BPD-PLAYER-ID   PIC X(10).
             05 FILLER          PIC X.
             05 BPD-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 BPD-SERIAL      PIC X(7).
             05 FILLER          PIC X.
             05 BPD-INSTALMENT  PIC 9(2).
             05 FILLER          PIC X.
             05 BPD-AMOUNT      PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-TAX         PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-NET         PIC 9(7).
             05 FILLER          PIC X.
             05 BPD-PAID-DATE   PIC X(8).

           FD PERIOD-PARAM-FILE.
           01 PERIOD-PARAM-RECORD.
             05 PARM-PERIOD-DAYS PIC 9(4).

      * One line per letter ever sent.
           FD REGISTER-FILE.
           01 REGISTER-RECORD.
             05 LTR-TYPE        PIC X(3).
             05 FILLER          PIC X.
             05 LTR-PLAYER-ID   PIC X(10).
             05 FILLER          PIC X.
             05 LTR-DRAW-DATE   PIC 9(8).
             05 FILLER          PIC X.
             05 LTR-SERIAL      PIC X(7).
             05 FILLER          PIC X.
             05 LTR-INSTALMENT  PIC 9(2).
             05 FILLER          PIC X.
             05 LTR-SENT-DATE   PIC X(8).
             05 FILLER          PIC X.
             05 LTR-LETTER-NO   PIC 9(6).

           FD LETTER-FILE.
           01 LETTER-LINE PIC X(80).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-LEDGER-STATUS    PIC XX.
           77 WS-BANK-PAID-STATUS PIC XX.
           77 WS-PERIOD-STATUS    PIC XX.
           77 WS-REGISTER-STATUS  PIC XX.
           77 WS-LETTER-STATUS    PIC XX.
           77 WS-PLAYER-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Records read from the register and the prize files, for the
      * lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-REGISTER PIC 9(8) VALUE ZERO.
             05 WS-READ-LEDGER   PIC 9(8) VALUE ZERO.
             05 WS-READ-PAID     PIC 9(8) VALUE ZERO.

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20)
             VALUE "WINNER-LETTERS".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * The sweep's claim period, and how long before its end the
      * reminder goes out.
           78 WS-DEFAULT-PERIOD VALUE 90.
           78 WS-REMINDER-DAYS  VALUE 30.
           77 WS-PERIOD-DAYS   PIC 9(4).
           77 WS-TODAY-DAYNUM  PIC S9(9).
           77 WS-EXPIRY-DAYNUM PIC S9(9).
           77 WS-DAYS-LEFT     PIC S9(9).
           77 WS-EXPIRY-DATE   PIC 9(8).

      * The register in memory, for the sent-before check.
           78 WS-MAX-SENT VALUE 2000.
           01 WS-SENT-TABLE.
             05 WS-SENT-ENTRY OCCURS 2000 TIMES.
               10 WS-SNT-TYPE       PIC X(3).
               10 WS-SNT-PLAYER     PIC X(10).
               10 WS-SNT-DRAW       PIC 9(8).
               10 WS-SNT-SERIAL     PIC X(7).
               10 WS-SNT-INSTALMENT PIC 9(2).
           77 WS-SENT-USED  PIC 9(4) VALUE ZERO.
           77 WS-SENT-I     PIC 9(4).
           77 WS-LAST-NO    PIC 9(6) VALUE ZERO.

      * The letter being written.
           77 WS-LTR-TYPE        PIC X(3).
           77 WS-LTR-PLAYER      PIC X(10).
           77 WS-LTR-DRAW        PIC 9(8).
           77 WS-LTR-SERIAL      PIC X(7).
           77 WS-LTR-INSTALMENT  PIC 9(2).
           77 WS-LTR-AMOUNT      PIC 9(7).
           77 WS-LTR-TAX         PIC 9(7).
           77 WS-LTR-NET         PIC 9(7).
           77 WS-LTR-ON-DATE     PIC X(8).
           77 WS-ALREADY-SENT    PIC X.
             88 LETTER-ALREADY-SENT VALUE "Y".
           77 WS-PLAYER-KNOWN    PIC X.
             88 PLAYER-ON-MASTER VALUE "Y".
           77 WS-PLAYER-NAME     PIC X(20).
           77 WS-AMOUNT-EDIT     PIC Z,ZZZ,ZZ9.
           77 WS-TAX-EDIT        PIC Z,ZZZ,ZZ9.
           77 WS-NET-EDIT        PIC Z,ZZZ,ZZ9.
           77 WS-DAYS-EDIT       PIC ZZ9.

      * The fixed letter: a rule, the heading, the addressee, six
      * lines of body, the sign-off. Every letter is the same
      * sixteen lines so the print room's stationery lines up.
           01 WS-LETTER-BODY.
             05 WS-BODY-LINE PIC X(80) OCCURS 6 TIMES.
           77 WS-BODY-I     PIC 9.
           01 WS-HEAD-LINE.
             05 FILLER          PIC X(30)
               VALUE "LOTTERY PRIZE CORRESPONDENCE".
             05 FILLER          PIC X(26) VALUE SPACES.
             05 FILLER          PIC X(7) VALUE "LETTER ".
             05 WS-HEAD-NO      PIC 9(6).
             05 FILLER          PIC X(2) VALUE SPACES.
             05 FILLER          PIC X(5) VALUE "TYPE ".
             05 WS-HEAD-TYPE    PIC X(3).
             05 FILLER          PIC X VALUE SPACE.
           01 WS-DATE-LINE.
             05 FILLER          PIC X(6) VALUE "Date: ".
             05 WS-DATE-SENT    PIC X(8).
             05 FILLER          PIC X(22) VALUE SPACES.
             05 FILLER          PIC X(11) VALUE "Reference: ".
             05 WS-REF-PLAYER   PIC X(10).
             05 FILLER          PIC X VALUE "/".
             05 WS-REF-DRAW     PIC 9(8).
             05 FILLER          PIC X VALUE "/".
             05 WS-REF-SERIAL   PIC X(7).
             05 FILLER          PIC X(6) VALUE SPACES.

           77 WS-WIN-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-REMIND-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-PAY-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
           77 WS-LETTER-COUNT  PIC 9(6) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - correspondence run refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "The correspondence run needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "LETTERS" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-CLAIM-PERIOD.
           PERFORM LOAD-REGISTER.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00"
             DISPLAY "No player master on file (status "
               WS-PLAYER-STATUS ") - no letters can be addressed."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND LETTER-FILE.
           IF WS-LETTER-STATUS = "35"
             OPEN OUTPUT LETTER-FILE
           END-IF.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
             OPEN OUTPUT REGISTER-FILE
           END-IF.
           PERFORM OPEN-RUN-REPORT.
           PERFORM WALK-LEDGER.
           PERFORM WALK-BANK-PAID.
           CLOSE REGISTER-FILE.
           CLOSE LETTER-FILE.
           CLOSE PLAYER-FILE.
           IF WS-LETTER-COUNT > ZERO
             PERFORM POST-LINEAGE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "WIN " DELIMITED BY SIZE
             WS-WIN-COUNT DELIMITED BY SIZE
             "  RMD " DELIMITED BY SIZE
             WS-REMIND-COUNT DELIMITED BY SIZE
             "  PAY " DELIMITED BY SIZE
             WS-PAY-COUNT DELIMITED BY SIZE
             "  NOT ON MASTER " DELIMITED BY SIZE
             WS-UNKNOWN-COUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM RUN-REPORT-LINE.
           MOVE WS-LETTER-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "L" TO WS-ACT-ACTION.
           MOVE "LETTERS" TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY WS-LETTER-COUNT " letter(s) written to "
             "winner_letters.txt.".
           GOBACK.

           LOAD-CLAIM-PERIOD SECTION.
           MOVE WS-DEFAULT-PERIOD TO WS-PERIOD-DAYS.
           OPEN INPUT PERIOD-PARAM-FILE.
           IF WS-PERIOD-STATUS = "00"
             READ PERIOD-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-PERIOD-DAYS NUMERIC
                     AND PARM-PERIOD-DAYS NOT = ZERO
                   MOVE PARM-PERIOD-DAYS TO WS-PERIOD-DAYS
                 END-IF
             END-READ
             CLOSE PERIOD-PARAM-FILE
           END-IF.
           COMPUTE WS-TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(W-DATE OF W-BATCH)).

      * A register too big for the table would let letters go twice
      * - stop before anything is written.
           LOAD-REGISTER SECTION.
           MOVE ZERO TO WS-SENT-USED.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ REGISTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-REGISTER
                 IF WS-SENT-USED >= WS-MAX-SENT
                   DISPLAY "ERROR: the letter register exceeds the "
                     WS-MAX-SENT "-entry table - run abandoned"
                   MOVE 1 TO RETURN-CODE
                   CLOSE REGISTER-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-SENT-USED
                 MOVE LTR-TYPE TO WS-SNT-TYPE(WS-SENT-USED)
                 MOVE LTR-PLAYER-ID TO WS-SNT-PLAYER(WS-SENT-USED)
                 MOVE LTR-DRAW-DATE TO WS-SNT-DRAW(WS-SENT-USED)
                 MOVE LTR-SERIAL TO WS-SNT-SERIAL(WS-SENT-USED)
                 MOVE LTR-INSTALMENT
                   TO WS-SNT-INSTALMENT(WS-SENT-USED)
                 IF LTR-LETTER-NO NUMERIC
                     AND LTR-LETTER-NO > WS-LAST-NO
                   MOVE LTR-LETTER-NO TO WS-LAST-NO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

           OPEN-RUN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "WINNER CORRESPONDENCE RUN" TO W-RPT-TITLE.
           MOVE "../winner_letters.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           RUN-REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * OPEN rows get the congratulations letter, and the reminder
      * once their claim period is into its last WS-REMINDER-DAYS.
           WALK-LEDGER SECTION.
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
                 IF LGR-STATUS(1:4) = "OPEN"
                     AND LGR-DRAW-DATE NUMERIC
                   PERFORM JUDGE-OPEN-CLAIM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           JUDGE-OPEN-CLAIM SECTION.
           MOVE LGR-PLAYER-ID TO WS-LTR-PLAYER.
           MOVE LGR-DRAW-DATE TO WS-LTR-DRAW.
           MOVE LGR-SERIAL TO WS-LTR-SERIAL.
           MOVE ZERO TO WS-LTR-INSTALMENT.
           MOVE LGR-AMOUNT TO WS-LTR-AMOUNT.
           MOVE ZERO TO WS-LTR-TAX WS-LTR-NET.
           COMPUTE WS-EXPIRY-DAYNUM =
             FUNCTION INTEGER-OF-DATE(LGR-DRAW-DATE) + WS-PERIOD-DAYS.
           COMPUTE WS-EXPIRY-DATE =
             FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DAYNUM).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYNUM - WS-TODAY-DAYNUM.
           MOVE WS-EXPIRY-DATE TO WS-LTR-ON-DATE.
           MOVE "WIN" TO WS-LTR-TYPE.
           PERFORM SEND-IF-NEW.
           IF WS-DAYS-LEFT >= ZERO
               AND WS-DAYS-LEFT <= WS-REMINDER-DAYS
             MOVE "RMD" TO WS-LTR-TYPE
             PERFORM SEND-IF-NEW
           END-IF.

           WALK-BANK-PAID SECTION.
           OPEN INPUT BANK-PAID-FILE.
           IF WS-BANK-PAID-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ BANK-PAID-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-PAID
                 MOVE "PAY" TO WS-LTR-TYPE
                 MOVE BPD-PLAYER-ID TO WS-LTR-PLAYER
                 MOVE BPD-DRAW-DATE TO WS-LTR-DRAW
                 MOVE BPD-SERIAL TO WS-LTR-SERIAL
                 MOVE BPD-INSTALMENT TO WS-LTR-INSTALMENT
                 MOVE BPD-AMOUNT TO WS-LTR-AMOUNT
                 MOVE BPD-TAX TO WS-LTR-TAX
                 MOVE BPD-NET TO WS-LTR-NET
                 MOVE BPD-PAID-DATE TO WS-LTR-ON-DATE
                 PERFORM SEND-IF-NEW
             END-READ
           END-PERFORM.
           CLOSE BANK-PAID-FILE.

           SEND-IF-NEW SECTION.
           PERFORM CHECK-ALREADY-SENT.
           IF LETTER-ALREADY-SENT
             EXIT SECTION
           END-IF.
           MOVE WS-LTR-PLAYER TO PLM-PLAYER-ID.
           MOVE "N" TO WS-PLAYER-KNOWN.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET PLAYER-ON-MASTER TO TRUE
               MOVE PLM-NAME TO WS-PLAYER-NAME
           END-READ.
           IF NOT PLAYER-ON-MASTER
             ADD 1 TO WS-UNKNOWN-COUNT
             MOVE SPACES TO W-RPT-TEXT
             STRING "NOT SENT " DELIMITED BY SIZE
               WS-LTR-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LTR-PLAYER DELIMITED BY SIZE
               " draw " DELIMITED BY SIZE
               WS-LTR-DRAW DELIMITED BY SIZE
               " - player not on the master" DELIMITED BY SIZE
               INTO W-RPT-TEXT
             END-STRING
             PERFORM RUN-REPORT-LINE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-LAST-NO.
           EVALUATE WS-LTR-TYPE
             WHEN "WIN"
               PERFORM BUILD-WIN-BODY
               ADD 1 TO WS-WIN-COUNT
             WHEN "RMD"
               PERFORM BUILD-REMINDER-BODY
               ADD 1 TO WS-REMIND-COUNT
             WHEN OTHER
               PERFORM BUILD-PAYMENT-BODY
               ADD 1 TO WS-PAY-COUNT
           END-EVALUATE.
           PERFORM WRITE-LETTER.
           PERFORM REGISTER-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "SENT " DELIMITED BY SIZE
             WS-LTR-TYPE DELIMITED BY SIZE
             " no " DELIMITED BY SIZE
             WS-LAST-NO DELIMITED BY SIZE
             " to " DELIMITED BY SIZE
             WS-LTR-PLAYER DELIMITED BY SIZE
             " draw " DELIMITED BY SIZE
             WS-LTR-DRAW DELIMITED BY SIZE
             " amount " DELIMITED BY SIZE
             WS-LTR-AMOUNT DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM RUN-REPORT-LINE.

      * The same letter for the same prize (and instalment) is never
      * sent twice; letters written earlier in this run are in the
      * table too.
           CHECK-ALREADY-SENT SECTION.
           MOVE "N" TO WS-ALREADY-SENT.
           PERFORM VARYING WS-SENT-I FROM 1 BY 1
               UNTIL WS-SENT-I > WS-SENT-USED
                 OR LETTER-ALREADY-SENT
             IF WS-SNT-TYPE(WS-SENT-I) = WS-LTR-TYPE
                 AND WS-SNT-PLAYER(WS-SENT-I) = WS-LTR-PLAYER
                 AND WS-SNT-DRAW(WS-SENT-I) = WS-LTR-DRAW
                 AND WS-SNT-SERIAL(WS-SENT-I) = WS-LTR-SERIAL
                 AND WS-SNT-INSTALMENT(WS-SENT-I) = WS-LTR-INSTALMENT
               SET LETTER-ALREADY-SENT TO TRUE
             END-IF
           END-PERFORM.

           BUILD-WIN-BODY SECTION.
           MOVE SPACES TO WS-LETTER-BODY.
           MOVE WS-LTR-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE "Congratulations - your ticket has won a prize."
             TO WS-BODY-LINE(1).
           STRING "Draw of " DELIMITED BY SIZE
             WS-LTR-DRAW DELIMITED BY SIZE
             ", ticket serial " DELIMITED BY SIZE
             WS-LTR-SERIAL DELIMITED BY SIZE
             ", prize " DELIMITED BY SIZE
             FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             INTO WS-BODY-LINE(2)
           END-STRING.
           MOVE "Bring the ticket and its validation code to any of "
             & "our" TO WS-BODY-LINE(3).
           STRING "counters to claim it before " DELIMITED BY SIZE
             WS-LTR-ON-DATE DELIMITED BY SIZE
             ". Prizes not claimed by then" DELIMITED BY SIZE
             INTO WS-BODY-LINE(4)
           END-STRING.
           MOVE "are returned to the prize pool."
             TO WS-BODY-LINE(5).

           BUILD-REMINDER-BODY SECTION.
           MOVE SPACES TO WS-LETTER-BODY.
           MOVE WS-LTR-AMOUNT TO WS-AMOUNT-EDIT.
           STRING "Your prize of " DELIMITED BY SIZE
             FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
             " from the draw of " DELIMITED BY SIZE
             WS-LTR-DRAW DELIMITED BY SIZE
             " has not yet" DELIMITED BY SIZE
             INTO WS-BODY-LINE(1)
           END-STRING.
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT.
           STRING "been claimed. It expires on " DELIMITED BY SIZE
             WS-LTR-ON-DATE DELIMITED BY SIZE
             ", in " DELIMITED BY SIZE
             FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
             " day(s)." DELIMITED BY SIZE
             INTO WS-BODY-LINE(2)
           END-STRING.
           STRING "Ticket serial " DELIMITED BY SIZE
             WS-LTR-SERIAL DELIMITED BY SIZE
             ". Bring the ticket and its validation code to"
               DELIMITED BY SIZE
             INTO WS-BODY-LINE(3)
           END-STRING.
           MOVE "any of our counters before that date. After it the"
             TO WS-BODY-LINE(4).
           MOVE "prize is returned to the prize pool and cannot be "
             & "paid." TO WS-BODY-LINE(5).

           BUILD-PAYMENT-BODY SECTION.
           MOVE SPACES TO WS-LETTER-BODY.
           MOVE WS-LTR-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-LTR-TAX TO WS-TAX-EDIT.
           MOVE WS-LTR-NET TO WS-NET-EDIT.
           IF WS-LTR-INSTALMENT = ZERO
             STRING "Your prize from the draw of " DELIMITED BY SIZE
               WS-LTR-DRAW DELIMITED BY SIZE
               " has been paid to your bank" DELIMITED BY SIZE
               INTO WS-BODY-LINE(1)
             END-STRING
           ELSE
             STRING "Instalment " DELIMITED BY SIZE
               WS-LTR-INSTALMENT DELIMITED BY SIZE
               " of your prize from the draw of " DELIMITED BY SIZE
               WS-LTR-DRAW DELIMITED BY SIZE
               " has been paid" DELIMITED BY SIZE
               INTO WS-BODY-LINE(1)
             END-STRING
           END-IF.
           STRING "account on " DELIMITED BY SIZE
             WS-LTR-ON-DATE DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             INTO WS-BODY-LINE(2)
           END-STRING.
           STRING "  Prize       " DELIMITED BY SIZE
             WS-AMOUNT-EDIT DELIMITED BY SIZE
             INTO WS-BODY-LINE(3)
           END-STRING.
           STRING "  Tax withheld" DELIMITED BY SIZE
             WS-TAX-EDIT DELIMITED BY SIZE
             INTO WS-BODY-LINE(4)
           END-STRING.
           STRING "  Paid to you " DELIMITED BY SIZE
             WS-NET-EDIT DELIMITED BY SIZE
             INTO WS-BODY-LINE(5)
           END-STRING.
           MOVE "Keep this letter with your annual winnings "
             & "statement." TO WS-BODY-LINE(6).

           WRITE-LETTER SECTION.
           MOVE ALL "=" TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-LAST-NO TO WS-HEAD-NO.
           MOVE WS-LTR-TYPE TO WS-HEAD-TYPE.
           MOVE WS-HEAD-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE W-DATE OF W-BATCH TO WS-DATE-SENT.
           MOVE WS-LTR-PLAYER TO WS-REF-PLAYER.
           MOVE WS-LTR-DRAW TO WS-REF-DRAW.
           MOVE WS-LTR-SERIAL TO WS-REF-SERIAL.
           MOVE WS-DATE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING "To: " DELIMITED BY SIZE
             WS-PLAYER-NAME DELIMITED BY SIZE
             INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           STRING "Dear " DELIMITED BY SIZE
             FUNCTION TRIM(WS-PLAYER-NAME) DELIMITED BY SIZE
             "," DELIMITED BY SIZE
             INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
           PERFORM VARYING WS-BODY-I FROM 1 BY 1
               UNTIL WS-BODY-I > 6
             MOVE WS-BODY-LINE(WS-BODY-I) TO LETTER-LINE
             WRITE LETTER-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Yours sincerely," TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE "Prize Claims Office" TO LETTER-LINE.
           WRITE LETTER-LINE.

           REGISTER-LETTER SECTION.
           MOVE SPACES TO REGISTER-RECORD.
           MOVE WS-LTR-TYPE TO LTR-TYPE.
           MOVE WS-LTR-PLAYER TO LTR-PLAYER-ID.
           MOVE WS-LTR-DRAW TO LTR-DRAW-DATE.
           MOVE WS-LTR-SERIAL TO LTR-SERIAL.
           MOVE WS-LTR-INSTALMENT TO LTR-INSTALMENT.
           MOVE W-DATE OF W-BATCH TO LTR-SENT-DATE.
           MOVE WS-LAST-NO TO LTR-LETTER-NO.
           WRITE REGISTER-RECORD.
           IF WS-SENT-USED < WS-MAX-SENT
             ADD 1 TO WS-SENT-USED
             MOVE WS-LTR-TYPE TO WS-SNT-TYPE(WS-SENT-USED)
             MOVE WS-LTR-PLAYER TO WS-SNT-PLAYER(WS-SENT-USED)
             MOVE WS-LTR-DRAW TO WS-SNT-DRAW(WS-SENT-USED)
             MOVE WS-LTR-SERIAL TO WS-SNT-SERIAL(WS-SENT-USED)
             MOVE WS-LTR-INSTALMENT
               TO WS-SNT-INSTALMENT(WS-SENT-USED)
           END-IF.

      * Letters go out for the ledger's open rows and the bank's
      * confirmed payments, addressed from the player master and
      * checked against the register of letters already sent.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "WINNER-LETTERS" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-READ-LEDGER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../bank_paid.dat" TO W-LIN-FILE.
           MOVE WS-READ-PAID TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_letters.dat" TO W-LIN-FILE.
           MOVE WS-READ-REGISTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../player_master.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-LETTER-COUNT + WS-UNKNOWN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../winner_letters.txt" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-LETTER-COUNT * 16.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_letters.dat" TO W-LIN-FILE.
           MOVE WS-LETTER-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
