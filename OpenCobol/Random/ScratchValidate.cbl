      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Counter validation of instant scratch cards. The clerk keys
      * the serial printed on the card - pack number (7) and card
      * number (3) - and the screen checks, in order, that the pack
      * is on the register "../scratch_packs.dat" and has been
      * activated (a card from a pack still in the stock room or
      * only issued was never on sale, so it is refused and a "W"
      * alert raised), that the card number is within the pack, and
      * that the serial is a winner on the prize file
      * "../scratch_prizes.dat" loaded by SCRATCH-PRIZE-LOAD. A
      * winner is paid once: the prize record is marked PAID with
      * the date, clerk and outlet, and any later attempt is turned
      * away with when and where it was paid. Payment asks PRIZE-TAX
      * what to withhold, and the win goes to lottery_ledger.dat
      * already PAID, as one row like any other prize, so the tax
      * statement, the till cash-up and the outlet's commission all
      * see it. Game "SCRT" marks the row as a scratch card, as
      * "BNGO" marks a bingo win, and keeps it out of the draw
      * settlement's checks; the card's own game is on the prize
      * file. A card may be checked by anyone signed on; paying
      * needs the update role.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRATCH-VALIDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACK-FILE ASSIGN TO "../scratch_packs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PACK-STATUS.

           SELECT PRIZE-FILE ASSIGN TO "../scratch_prizes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SPZ-SERIAL
           FILE STATUS WS-PRIZE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT OUTLET-FILE ASSIGN TO "../lottery_outlets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTLET-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

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

           FD PRIZE-FILE.
           01 PRIZE-RECORD.
             05 SPZ-SERIAL    PIC X(10).
             05 SPZ-GAME      PIC X(4).
             05 SPZ-AMOUNT    PIC 9(7).
             05 SPZ-STATUS    PIC X(6).
             05 SPZ-PAID-DATE PIC X(8).
             05 SPZ-OPERATOR  PIC X(8).
             05 SPZ-OUTLET    PIC X(4).

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

           FD OUTLET-FILE.
           01 OUTLET-RECORD.
             05 OUT-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 OUT-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OUT-COMM-PCT PIC 99.
             05 FILLER       PIC X.
             05 OUT-ACTIVE   PIC X.

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-PACK-STATUS   PIC XX.
           77 WS-PRIZE-STATUS  PIC XX.
           77 WS-LEDGER-STATUS PIC XX.
           77 WS-PLAYER-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-PROGRAM-NAME   PIC X(30)
             VALUE "SCRATCH-VALIDATE".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY    VALUE "I".
             88 ROLE-UPDATE     VALUE "U".
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "SCRATCH-VALIDATE".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * The outlet the desk pays at; blank with no retailer master
      * on file (the one counter).
           77 WS-OUTLET-STATUS PIC XX.
           77 WS-OUTLET-CODE   PIC X(4) VALUE SPACES.
           77 WS-OUTLET-FOUND  PIC X.
             88 OUTLET-ON-MASTER VALUE "Y".

           77 WS-DONE PIC X VALUE "N".
             88 DESK-DONE VALUE "Y".
           77 WS-SERIAL        PIC X(10).
           77 WS-PACK-FOUND    PIC X.
             88 PACK-ON-REGISTER VALUE "Y".
           77 WS-PACK-STATE    PIC X(6).
           77 WS-PACK-CARDS    PIC 9(3).
           77 WS-CARD-NO       PIC 9(3).
           77 WS-PAY-ANSWER    PIC X.
           77 WS-PLAYER-ID     PIC X(10).

      * A card paid to nobody registered is filed under this id.
           77 WS-ANONYMOUS-ID  PIC X(10) VALUE "SCRATCH".

      * Withholding on the card being paid, from PRIZE-TAX.
           77 WS-TAX-GROSS     PIC 9(7).
           77 WS-TAX-AMOUNT    PIC 9(7).
           77 WS-NET-AMOUNT    PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - scratch validation refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM APPLY-OUTLET-MASTER.
           OPEN I-O PRIZE-FILE.
           IF WS-PRIZE-STATUS NOT = "00"
             DISPLAY "No scratch prize file loaded (status "
               WS-PRIZE-STATUS ") - no card can be paid."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL DESK-DONE
             DISPLAY "Card serial (blank to finish): "
             ACCEPT WS-SERIAL
             IF WS-SERIAL = SPACES
               SET DESK-DONE TO TRUE
             ELSE
               PERFORM VALIDATE-CARD
             END-IF
           END-PERFORM.
           CLOSE PRIZE-FILE.
           GOBACK.

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
               "outlet on the retailer master - validation refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.

           VALIDATE-CARD SECTION.
           PERFORM LOOK-UP-PACK.
           IF NOT PACK-ON-REGISTER
             DISPLAY "Pack " WS-SERIAL(1:7) " is not on the pack "
               "register - not one of our cards."
             EXIT SECTION
           END-IF.
           IF WS-PACK-STATE NOT = "ACTIVE"
               AND WS-PACK-STATE NOT = "SETTLD"
             DISPLAY "Pack " WS-SERIAL(1:7) " is " WS-PACK-STATE
               " - it was never put on sale. DO NOT PAY."
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "Card " DELIMITED BY SIZE
               WS-SERIAL DELIMITED BY SIZE
               " presented from a pack not on sale" DELIMITED BY SIZE
               INTO WS-ALERT-MESSAGE
             END-STRING
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE "X" TO WS-ACT-ACTION
             MOVE WS-SERIAL TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           IF WS-SERIAL(8:3) NOT NUMERIC
             DISPLAY "Card number " WS-SERIAL(8:3) " is not a number."
             EXIT SECTION
           END-IF.
           MOVE WS-SERIAL(8:3) TO WS-CARD-NO.
           IF WS-CARD-NO = ZERO OR WS-CARD-NO > WS-PACK-CARDS
             DISPLAY "Pack " WS-SERIAL(1:7) " has only "
               WS-PACK-CARDS " cards - serial not valid."
             EXIT SECTION
           END-IF.
           MOVE WS-SERIAL TO SPZ-SERIAL.
           READ PRIZE-FILE KEY IS SPZ-SERIAL
             INVALID KEY
               DISPLAY "Card " WS-SERIAL " is not a winner."
               EXIT SECTION
           END-READ.
           IF SPZ-STATUS = "PAID"
             DISPLAY "Card " WS-SERIAL " was already paid on "
               SPZ-PAID-DATE " by " SPZ-OPERATOR " at outlet "
               SPZ-OUTLET " - a prize is paid once."
             EXIT SECTION
           END-IF.
           DISPLAY "Card " WS-SERIAL " WINS " SPZ-AMOUNT
             " (game " SPZ-GAME ").".
           IF ROLE-INQUIRY
             DISPLAY "Paying a card needs the update role - not paid."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "PAY-CARD" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           DISPLAY "Pay it now (Y/N): ".
           ACCEPT WS-PAY-ANSWER.
           IF WS-PAY-ANSWER NOT = "Y" AND WS-PAY-ANSWER NOT = "y"
             DISPLAY "Not paid."
             EXIT SECTION
           END-IF.
           PERFORM ASK-PLAYER.
           PERFORM PAY-CARD.

           LOOK-UP-PACK SECTION.
           MOVE "N" TO WS-PACK-FOUND.
           OPEN INPUT PACK-FILE.
           IF WS-PACK-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PACK-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PCK-PACK-ID = WS-SERIAL(1:7)
                   SET PACK-ON-REGISTER TO TRUE
                   MOVE PCK-STATUS TO WS-PACK-STATE
                   MOVE PCK-CARDS TO WS-PACK-CARDS
                   SET EOF-T TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PACK-FILE.

      * A registered player's win counts on their own tax statement;
      * a walk-in winner is filed under the anonymous id.
           ASK-PLAYER SECTION.
           DISPLAY "Player id (blank if not registered): ".
           ACCEPT WS-PLAYER-ID.
           IF WS-PLAYER-ID = SPACES
             MOVE WS-ANONYMOUS-ID TO WS-PLAYER-ID
             EXIT SECTION
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00"
             DISPLAY "Player master unavailable - filed as "
               "unregistered."
             MOVE WS-ANONYMOUS-ID TO WS-PLAYER-ID
             EXIT SECTION
           END-IF.
           MOVE WS-PLAYER-ID TO PLM-PLAYER-ID.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               DISPLAY "Player " WS-PLAYER-ID " is not registered - "
                 "filed as unregistered."
               MOVE WS-ANONYMOUS-ID TO WS-PLAYER-ID
             NOT INVALID KEY
               DISPLAY "Player: " FUNCTION TRIM(PLM-NAME)
           END-READ.
           CLOSE PLAYER-FILE.

      * The prize record is marked first, so a failure after it can
      * never leave the card payable a second time.
           PAY-CARD SECTION.
           MOVE SPZ-AMOUNT TO WS-TAX-GROSS.
           CALL "PRIZE-TAX" USING WS-TAX-GROSS WS-TAX-AMOUNT
             WS-NET-AMOUNT.
           MOVE "PAID" TO SPZ-STATUS.
           MOVE W-DATE OF W-BATCH TO SPZ-PAID-DATE.
           MOVE WS-OPERATOR-ID TO SPZ-OPERATOR.
           MOVE WS-OUTLET-CODE TO SPZ-OUTLET.
           REWRITE PRIZE-RECORD
             INVALID KEY
               DISPLAY "Prize file rewrite failed (status "
                 WS-PRIZE-STATUS ") - card NOT paid."
               EXIT SECTION
           END-REWRITE.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
           END-IF.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-PLAYER-ID TO LGR-PLAYER-ID.
           MOVE FUNCTION NUMVAL(W-DATE OF W-BATCH)
             TO LGR-DRAW-DATE.
           MOVE WS-TAX-GROSS TO LGR-AMOUNT.
           MOVE "PAID" TO LGR-STATUS.
           MOVE W-DATE OF W-BATCH TO LGR-PAID-DATE.
           MOVE WS-OPERATOR-ID TO LGR-OPERATOR.
           MOVE "SCRT" TO LGR-GAME.
           MOVE WS-OUTLET-CODE TO LGR-OUTLET.
           MOVE WS-TAX-AMOUNT TO LGR-TAX.
           MOVE WS-NET-AMOUNT TO LGR-NET.
           WRITE LEDGER-RECORD.
           CLOSE LEDGER-FILE.
           MOVE "P" TO WS-ACT-ACTION.
           MOVE WS-SERIAL TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           IF WS-TAX-AMOUNT > ZERO
             DISPLAY "Gross " WS-TAX-GROSS " less tax withheld "
               WS-TAX-AMOUNT " - hand over " WS-NET-AMOUNT "."
           ELSE
             DISPLAY "Under the tax threshold - hand over "
               WS-NET-AMOUNT " gross."
           END-IF.
