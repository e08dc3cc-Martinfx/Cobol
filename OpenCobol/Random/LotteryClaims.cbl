      *   supervisor role; the payment carries the signed-on id
      *   instead of free-typed text, refusals are logged to
      *   operator_activity.log, and so is every payment.
      * Revision: Maxfx 15/10/2026 - outlets: with a retailer master on
      *   file the desk opens by naming the active outlet it pays at,
      *   and a paid claim records that outlet in the ledger's trailing
      *   outlet column for LOTTERY-COMMISSION.
      * Revision: Maxfx 15/10/2026 - prize tax: paying a claim asks
      *   PRIZE-TAX what to withhold; the tax and the net handed over go
      *   in the ledger's new trailing tax (column 64) and net (column
      *   72) columns.
      * Revision: Maxfx 15/10/2026 - ticket serials: paying a claim
      *   needs the ticket's serial (checked through CHECK-DIGIT) and
      *   the receipt's validation code, both matching the claim row's
      *   columns 80 and 88; a wrong code is refused and logged. Rows
      *   filed before serials are paid on the player id as before.
      * Revision: Maxfx 15/10/2026 - jackpot annuity: a claim at or over
      *   the "../annuity.parm" threshold may be taken as yearly
      *   instalments instead of a lump sum; the schedule, due dates
      *   rolled to business days through BUSINESS-DAY, goes to
      *   "../lottery_annuity.dat" for the bank payment run and the
      *   claim row is held ANNUTY.
      * Revision: Maxfx 15/10/2026 - an annuity's withholding is decided
      *   by PRIZE-TAX on the whole prize, not instalment by instalment,
      *   and each instalment row carries its tax and net at that rate.
      * Revision: Maxfx 15/10/2026 - a ledger longer than the claim
      *   buffer closes the desk with RETURN-CODE 1 before anything is
      *   worked, instead of dropping the rows past it from the rewrite.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTTERY-CLAIMS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT OUTLET-FILE ASSIGN TO "../lottery_outlets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTLET-STATUS.

           SELECT ANNUITY-FILE ASSIGN TO "../lottery_annuity.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-STATUS.

           SELECT ANNUITY-PARAM-FILE ASSIGN TO "../annuity.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ANNUITY-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD LEDGER-FILE.
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

           FD OUTLET-FILE.
           01 OUTLET-RECORD.
             05 OUT-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 OUT-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OUT-COMM-PCT PIC 99.
             05 FILLER       PIC X.
             05 OUT-ACTIVE   PIC X.

      * One row per instalment of a prize taken as an annuity; the
      * bank payment run moves each from DUE through PENDNG to PAID.
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

      * Annuity terms: the smallest prize offered one, and the
      * number of yearly instalments it is paid over.
           FD ANNUITY-PARAM-FILE.
           01 ANNUITY-PARAM-RECORD.
             05 APM-THRESHOLD   PIC 9(7).
             05 FILLER          PIC X.
             05 APM-YEARS       PIC 9(2).

       WORKING-STORAGE SECTION.
           77 WS-LEDGER-STATUS PIC XX.
               10 WS-CLM-PAID-DATE PIC X(8).
               10 WS-CLM-OPERATOR  PIC X(8).
               10 WS-CLM-GAME      PIC X(4).
               10 WS-CLM-OUTLET    PIC X(4).
               10 WS-CLM-TAX       PIC X(7).
               10 WS-CLM-NET       PIC X(7).
               10 WS-CLM-SERIAL    PIC X(7).
               10 WS-CLM-VALIDATION PIC X(4).
           77 WS-CLM-USED      PIC 9(3) VALUE ZERO.
           77 WS-CLM-I         PIC 9(3).
           77 WS-CHANGED       PIC X VALUE "N".
           77 WS-OPEN-COUNT    PIC 9(3).
           77 WS-UNPAID-TOTAL  PIC 9(9).

      * Withholding on the claim being paid, from PRIZE-TAX.
           77 WS-TAX-GROSS     PIC 9(7).
           77 WS-TAX-AMOUNT    PIC 9(7).
           77 WS-NET-AMOUNT    PIC 9(7).

      * The serial and validation code keyed off the ticket.
           77 WS-KEYED-SERIAL  PIC X(7).
           77 WS-KEYED-CODE    PIC X(4).
           77 WS-SERIAL-CHECK-FIELD PIC X(20).
           77 WS-SERIAL-CHECK-VALID PIC X.
             88 SERIAL-CHECK-INVALID VALUE "N".
           77 WS-TICKET-PROVEN PIC X.
             88 TICKET-PROVEN  VALUE "Y".

      * Annuity terms ("../annuity.parm", else the defaults) and the
      * schedule being built for the claim taken as an annuity.
           77 WS-ANNUITY-STATUS      PIC XX.
           77 WS-ANNUITY-PARM-STATUS PIC XX.
           78 WS-DEFAULT-ANNUITY-THRESHOLD VALUE 1000000.
           78 WS-DEFAULT-ANNUITY-YEARS     VALUE 20.
           77 WS-ANNUITY-THRESHOLD PIC 9(7).
           77 WS-ANNUITY-YEARS     PIC 9(2).
           77 WS-PAY-CHOICE        PIC X.
           77 WS-ANN-I             PIC 9(2).
           77 WS-ANN-BASE          PIC 9(7).
           77 WS-ANN-REMAINDER     PIC 9(7).
           77 WS-ANN-TOTAL         PIC 9(9).
      * Withholding is decided once on the whole prize and shared
      * over the instalments at the same rate.
           77 WS-ANN-BASE-TAX      PIC 9(7).
           77 WS-ANN-FIRST-TAX     PIC 9(7).
           01 WS-ANN-DUE.
             05 WS-ANN-DUE-YEAR    PIC 9(4).
             05 WS-ANN-DUE-MMDD    PIC 9(4).
           01 WS-ANN-DUE-NUM REDEFINES WS-ANN-DUE PIC 9(8).
           77 WS-BUSDAY-FUNCTION   PIC X.
           77 WS-BUSDAY-FLAG       PIC X.
             88 DUE-IS-BUSINESS    VALUE "Y".
           77 WS-NEXT-BUSINESS     PIC X(8).

      * The outlet the desk pays prizes at; blank with no retailer
      * master on file (the one counter).
           77 WS-OUTLET-STATUS PIC XX.
           77 WS-OUTLET-CODE   PIC X(4) VALUE SPACES.
           77 WS-OUTLET-FOUND  PIC X.
             88 OUTLET-ON-MASTER VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "L" TO WS-AUDIENCE.
           CALL "BROADCAST-CHECK" USING WS-OPERATOR-ID
             WS-AUDIENCE.
           PERFORM APPLY-OUTLET-MASTER.
           PERFORM LOAD-ANNUITY-TERMS.
           PERFORM LOAD-LEDGER.
           IF WS-CLM-USED = ZERO
             DISPLAY "The winners ledger is empty - nothing to work."
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A claim past the buffer would vanish in the rewrite -
      * abort before any money-bearing record can be lost.
                 IF LGR-PLAYER-ID NOT = SPACES
                     AND WS-CLM-USED >= WS-MAX-CLAIMS
                   DISPLAY "ERROR: the ledger exceeds the "
                     WS-MAX-CLAIMS "-row buffer - claims desk closed "
                     "before any claim is worked"
                   MOVE 1 TO RETURN-CODE
                   CLOSE LEDGER-FILE
                   GOBACK
                 END-IF
                 IF LGR-PLAYER-ID NOT = SPACES
                   ADD 1 TO WS-CLM-USED
                   MOVE LGR-PLAYER-ID TO WS-CLM-PLAYER(WS-CLM-USED)
                   MOVE LGR-DRAW-DATE
                     TO WS-CLM-PAID-DATE(WS-CLM-USED)
                   MOVE LGR-OPERATOR  TO WS-CLM-OPERATOR(WS-CLM-USED)
                   MOVE LGR-GAME      TO WS-CLM-GAME(WS-CLM-USED)
                   MOVE LGR-OUTLET    TO WS-CLM-OUTLET(WS-CLM-USED)
      * Unpaid rows have no withholding yet - the columns are kept
      * as they stand, blanks and all.
                   MOVE LEDGER-RECORD(64:7)
                     TO WS-CLM-TAX(WS-CLM-USED)
                   MOVE LEDGER-RECORD(72:7)
                     TO WS-CLM-NET(WS-CLM-USED)
                   MOVE LGR-SERIAL TO WS-CLM-SERIAL(WS-CLM-USED)
                   MOVE LGR-VALIDATION
                     TO WS-CLM-VALIDATION(WS-CLM-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

      * A prize cashed at an outlet is charged to it on the weekly
      * commission statement; with a retailer master on file the
      * desk must say which active outlet it is paying at.
           APPLY-OUTLET-MASTER SECTION.
           OPEN INPUT OUTLET-FILE.
           IF WS-OUTLET-STATUS NOT = "00"
             MOVE SPACES TO WS-OUTLET-CODE
             EXIT SECTION
           END-IF.
           DISPLAY "Outlet code: ".
           ACCEPT WS-OUTLET-CODE.
           MOVE "N" TO WS-OUTLET-FOUND.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ OUTLET-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OUT-CODE = WS-OUTLET-CODE
                     AND WS-OUTLET-CODE NOT = SPACES
                     AND (OUT-ACTIVE = "Y" OR OUT-ACTIVE = "y")
                   SET OUTLET-ON-MASTER TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OUTLET-FILE.
           IF NOT OUTLET-ON-MASTER
             DISPLAY "Outlet " WS-OUTLET-CODE " is not an active "
               "outlet on the retailer master - claims desk refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           CLAIMS-MENU-LOOP SECTION.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
               DISPLAY "  claim " WS-CLM-I ": player "
                 WS-CLM-PLAYER(WS-CLM-I) " draw "
                 WS-CLM-DRAW-DATE(WS-CLM-I) " amount "
                 WS-CLM-AMOUNT(WS-CLM-I) " serial "
                 WS-CLM-SERIAL(WS-CLM-I)
             END-IF
           END-PERFORM.
           DISPLAY WS-OPEN-COUNT " open claim(s).".
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           PERFORM PROVE-CLAIM-TICKET.
           IF NOT TICKET-PROVEN
             EXIT SECTION
           END-IF.
           IF WS-CLM-AMOUNT(WS-PICKED-CLAIM) >= WS-ANNUITY-THRESHOLD
               AND WS-ANNUITY-YEARS > 1
             DISPLAY "L) Lump sum now    A) Annuity over "
               WS-ANNUITY-YEARS " yearly instalments: "
             ACCEPT WS-PAY-CHOICE
             IF WS-PAY-CHOICE = "A" OR WS-PAY-CHOICE = "a"
               PERFORM SET-UP-ANNUITY
               EXIT SECTION
             END-IF
           END-IF.
           MOVE "PAID" TO WS-CLM-STATUS(WS-PICKED-CLAIM).
           MOVE W-DATE OF W-BATCH
             TO WS-CLM-PAID-DATE(WS-PICKED-CLAIM).
           MOVE WS-OPERATOR-ID TO WS-CLM-OPERATOR(WS-PICKED-CLAIM).
           MOVE WS-OUTLET-CODE TO WS-CLM-OUTLET(WS-PICKED-CLAIM).
           MOVE WS-CLM-AMOUNT(WS-PICKED-CLAIM) TO WS-TAX-GROSS.
           CALL "PRIZE-TAX" USING WS-TAX-GROSS WS-TAX-AMOUNT
             WS-NET-AMOUNT.
           MOVE WS-TAX-AMOUNT TO WS-CLM-TAX(WS-PICKED-CLAIM).
           MOVE WS-NET-AMOUNT TO WS-CLM-NET(WS-PICKED-CLAIM).
           SET LEDGER-CHANGED TO TRUE.
           MOVE "P" TO WS-ACT-ACTION.
           MOVE WS-CLM-PLAYER(WS-PICKED-CLAIM) TO WS-ACT-KEY.
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Claim " WS-PICKED-CLAIM " paid to "
             WS-CLM-PLAYER(WS-PICKED-CLAIM) ".".
           IF WS-TAX-AMOUNT > ZERO
             DISPLAY "Gross " WS-TAX-GROSS " less tax withheld "
               WS-TAX-AMOUNT " - hand over " WS-NET-AMOUNT "."
           ELSE
             DISPLAY "Under the tax threshold - hand over "
               WS-NET-AMOUNT " gross."
           END-IF.

      * The ticket in the claimant's hand proves the claim: its
      * serial (check digit first, so a mis-keyed serial is caught
      * as such) and the validation code printed on its receipt must
      * both match the claim row. A row filed before tickets carried
      * serials has none to prove and is paid on the player id.
           PROVE-CLAIM-TICKET SECTION.
           MOVE "N" TO WS-TICKET-PROVEN.
           IF WS-CLM-SERIAL(WS-PICKED-CLAIM) = SPACES
             DISPLAY "Claim " WS-PICKED-CLAIM " predates ticket "
               "serials - paid on the player id."
             SET TICKET-PROVEN TO TRUE
             EXIT SECTION
           END-IF.
           DISPLAY "Ticket serial: ".
           ACCEPT WS-KEYED-SERIAL.
           MOVE SPACES TO WS-SERIAL-CHECK-FIELD.
           MOVE WS-KEYED-SERIAL TO WS-SERIAL-CHECK-FIELD.
           CALL "CHECK-DIGIT" USING WS-SERIAL-CHECK-FIELD
             WS-SERIAL-CHECK-VALID.
           IF SERIAL-CHECK-INVALID
             DISPLAY "Serial " WS-KEYED-SERIAL " fails its check "
               "digit - re-key it from the ticket."
             EXIT SECTION
           END-IF.
           IF WS-KEYED-SERIAL NOT = WS-CLM-SERIAL(WS-PICKED-CLAIM)
             DISPLAY "Serial " WS-KEYED-SERIAL " is not the ticket "
               "claim " WS-PICKED-CLAIM " was filed for - refused."
             EXIT SECTION
           END-IF.
           DISPLAY "Validation code: ".
           ACCEPT WS-KEYED-CODE.
           IF WS-KEYED-CODE NOT = WS-CLM-VALIDATION(WS-PICKED-CLAIM)
             DISPLAY "Validation code does not match ticket "
               WS-KEYED-SERIAL " - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE WS-KEYED-SERIAL TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           SET TICKET-PROVEN TO TRUE.

           LOAD-ANNUITY-TERMS SECTION.
           MOVE WS-DEFAULT-ANNUITY-THRESHOLD TO WS-ANNUITY-THRESHOLD.
           MOVE WS-DEFAULT-ANNUITY-YEARS TO WS-ANNUITY-YEARS.
           OPEN INPUT ANNUITY-PARAM-FILE.
           IF WS-ANNUITY-PARM-STATUS = "00"
             READ ANNUITY-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF APM-THRESHOLD NUMERIC
                     AND APM-THRESHOLD NOT = ZERO
                   MOVE APM-THRESHOLD TO WS-ANNUITY-THRESHOLD
                 END-IF
                 IF APM-YEARS NUMERIC AND APM-YEARS NOT = ZERO
                   MOVE APM-YEARS TO WS-ANNUITY-YEARS
                 END-IF
             END-READ
             CLOSE ANNUITY-PARAM-FILE
           END-IF.

      * The prize is split into equal yearly instalments, the odd
      * amount going with the first. The first falls due today, each
      * later one on the anniversary (28 February standing in for a
      * 29th outside leap years), rolled forward to a business day.
      * Tax is decided once, by PRIZE-TAX on the whole prize, so a
      * prize over the threshold is taxed however it is paid; each
      * instalment carries its share at that rate, the rounding
      * going with the first, and the bank run withholds what the row
      * carries. The claim row is held ANNUTY: no longer payable at the
      * counter or by the bank run as a lump sum.
           SET-UP-ANNUITY SECTION.
           OPEN EXTEND ANNUITY-FILE.
           IF WS-ANNUITY-STATUS = "35"
             OPEN OUTPUT ANNUITY-FILE
           END-IF.
           IF WS-ANNUITY-STATUS NOT = "00"
             DISPLAY "Cannot open lottery_annuity.dat, status "
               WS-ANNUITY-STATUS " - no annuity set up."
             EXIT SECTION
           END-IF.
           DIVIDE WS-CLM-AMOUNT(WS-PICKED-CLAIM) BY WS-ANNUITY-YEARS
             GIVING WS-ANN-BASE REMAINDER WS-ANN-REMAINDER.
           MOVE ZERO TO WS-ANN-TOTAL.
           MOVE WS-CLM-AMOUNT(WS-PICKED-CLAIM) TO WS-TAX-GROSS.
           CALL "PRIZE-TAX" USING WS-TAX-GROSS WS-TAX-AMOUNT
             WS-NET-AMOUNT.
           MOVE ZERO TO WS-ANN-BASE-TAX.
           MOVE ZERO TO WS-ANN-FIRST-TAX.
           IF WS-TAX-AMOUNT > ZERO
             COMPUTE WS-ANN-BASE-TAX ROUNDED =
               WS-ANN-BASE * WS-TAX-AMOUNT / WS-TAX-GROSS
             COMPUTE WS-ANN-FIRST-TAX = WS-TAX-AMOUNT
               - WS-ANN-BASE-TAX * (WS-ANNUITY-YEARS - 1)
           END-IF.
           DISPLAY "ANNUITY SCHEDULE FOR "
             WS-CLM-PLAYER(WS-PICKED-CLAIM) " DRAW "
             WS-CLM-DRAW-DATE(WS-PICKED-CLAIM).
           PERFORM VARYING WS-ANN-I FROM 1 BY 1
               UNTIL WS-ANN-I > WS-ANNUITY-YEARS
             PERFORM WRITE-ONE-INSTALMENT
           END-PERFORM.
           CLOSE ANNUITY-FILE.
           MOVE "ANNUTY" TO WS-CLM-STATUS(WS-PICKED-CLAIM).
           MOVE WS-OPERATOR-ID TO WS-CLM-OPERATOR(WS-PICKED-CLAIM).
           MOVE WS-OUTLET-CODE TO WS-CLM-OUTLET(WS-PICKED-CLAIM).
           SET LEDGER-CHANGED TO TRUE.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE WS-CLM-PLAYER(WS-PICKED-CLAIM) TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Claim " WS-PICKED-CLAIM " taken as an annuity: "
             WS-ANNUITY-YEARS " instalments totalling " WS-ANN-TOTAL
             ", paid through the bank run as each falls due.".
           IF WS-TAX-AMOUNT > ZERO
             DISPLAY "Tax withheld on the whole prize: " WS-TAX-AMOUNT
               ", a share taken from every instalment."
           END-IF.

           WRITE-ONE-INSTALMENT SECTION.
           MOVE SPACES TO ANNUITY-RECORD.
           MOVE WS-CLM-PLAYER(WS-PICKED-CLAIM) TO ANN-PLAYER-ID.
           MOVE WS-CLM-DRAW-DATE(WS-PICKED-CLAIM) TO ANN-DRAW-DATE.
           MOVE WS-CLM-SERIAL(WS-PICKED-CLAIM) TO ANN-SERIAL.
           MOVE WS-ANN-I TO ANN-INSTALMENT.
           MOVE WS-ANNUITY-YEARS TO ANN-INSTALMENTS.
           MOVE WS-ANN-BASE TO ANN-AMOUNT.
           IF WS-ANN-I = 1
             ADD WS-ANN-REMAINDER TO ANN-AMOUNT
             MOVE WS-ANN-FIRST-TAX TO ANN-TAX
           ELSE
             MOVE WS-ANN-BASE-TAX TO ANN-TAX
           END-IF.
           COMPUTE ANN-NET = ANN-AMOUNT - ANN-TAX.
           MOVE W-DATE OF W-BATCH TO WS-ANN-DUE.
           ADD WS-ANN-I TO WS-ANN-DUE-YEAR.
           SUBTRACT 1 FROM WS-ANN-DUE-YEAR.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ANN-DUE-NUM) NOT = ZERO
             MOVE 0228 TO WS-ANN-DUE-MMDD
           END-IF.
           MOVE "N" TO WS-BUSDAY-FUNCTION.
           CALL "BUSINESS-DAY" USING WS-BUSDAY-FUNCTION
             WS-ANN-DUE WS-BUSDAY-FLAG WS-NEXT-BUSINESS.
           IF DUE-IS-BUSINESS OR WS-NEXT-BUSINESS = SPACES
             MOVE WS-ANN-DUE TO ANN-DUE-DATE
           ELSE
             MOVE WS-NEXT-BUSINESS TO ANN-DUE-DATE
           END-IF.
           MOVE "DUE" TO ANN-STATUS.
           WRITE ANNUITY-RECORD.
           ADD ANN-AMOUNT TO WS-ANN-TOTAL.
           DISPLAY "  instalment " ANN-INSTALMENT " of "
             ANN-INSTALMENTS " due " ANN-DUE-DATE " amount "
             ANN-AMOUNT.

           UNCLAIMED-REPORT SECTION.
           DISPLAY "Report unclaimed prizes older than how many "
             MOVE WS-CLM-PAID-DATE(WS-CLM-I) TO LGR-PAID-DATE
             MOVE WS-CLM-OPERATOR(WS-CLM-I)  TO LGR-OPERATOR
             MOVE WS-CLM-GAME(WS-CLM-I)      TO LGR-GAME
             MOVE WS-CLM-OUTLET(WS-CLM-I)    TO LGR-OUTLET
             MOVE WS-CLM-TAX(WS-CLM-I)  TO LEDGER-RECORD(64:7)
             MOVE WS-CLM-NET(WS-CLM-I)  TO LEDGER-RECORD(72:7)
             MOVE WS-CLM-SERIAL(WS-CLM-I)     TO LGR-SERIAL
             MOVE WS-CLM-VALIDATION(WS-CLM-I) TO LGR-VALIDATION
             WRITE LEDGER-RECORD
           END-PERFORM.
           CLOSE LEDGER-FILE.
