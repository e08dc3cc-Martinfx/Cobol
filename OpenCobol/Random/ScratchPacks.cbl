      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Instant scratch cards arrive from the printer in sealed packs.
      * This screen keeps the pack register "../scratch_packs.dat",
      * one line per pack, and walks each pack through its life:
      *   ONHAND  received into the stock room
      *   ISSUED  handed to a retailer (an active outlet on the
      *           retailer master, when the shop keeps one)
      *   ACTIVE  put on sale - only a card from an activated pack
      *           is ever paid by SCRATCH-VALIDATE
      *   SETTLD  the retailer has paid for the pack
      * Every move stamps its date and the operator who made it, and
      * a pack only moves forward one step at a time. A card serial
      * is the pack number (7) followed by the card number within it
      * (3), so the prize file and the counter both find the pack
      * from the serial alone. Receiving, issuing and settling are
      * stock and money and need the supervisor role; activating a
      * pack at the counter needs the update role. Every change is
      * logged to operator_activity.log under the pack number.
      * SCRATCH-INVENTORY reports the register by game each day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRATCH-PACKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACK-FILE ASSIGN TO "../scratch_packs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PACK-STATUS.

           SELECT OUTLET-FILE ASSIGN TO "../lottery_outlets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTLET-STATUS.

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

           FD OUTLET-FILE.
           01 OUTLET-RECORD.
             05 OUT-CODE     PIC X(4).
             05 FILLER       PIC X.
             05 OUT-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OUT-COMM-PCT PIC 99.
             05 FILLER       PIC X.
             05 OUT-ACTIVE   PIC X.

       WORKING-STORAGE SECTION.
           77 WS-PACK-STATUS   PIC XX.
           77 WS-OUTLET-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY    VALUE "I".
             88 ROLE-UPDATE     VALUE "U".
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "SCRATCH-PACKS".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           78 WS-MAX-PACKS VALUE 2000.
           01 WS-PACK-TABLE.
             05 WS-PCK-ENTRY OCCURS 2000 TIMES.
               10 WS-PCK-ID        PIC X(7).
               10 WS-PCK-GAME      PIC X(4).
               10 WS-PCK-CARDS     PIC 9(3).
               10 WS-PCK-PRICE     PIC 9(4).
               10 WS-PCK-STATUS    PIC X(6).
               10 WS-PCK-OUTLET    PIC X(4).
               10 WS-PCK-RECEIVED  PIC X(8).
               10 WS-PCK-ISSUED    PIC X(8).
               10 WS-PCK-ACTIVATED PIC X(8).
               10 WS-PCK-SETTLED   PIC X(8).
               10 WS-PCK-OPERATOR  PIC X(8).
           77 WS-PACK-USED PIC 9(4) VALUE ZERO.
           77 WS-PCK-I     PIC 9(4).
           77 WS-FOUND-I   PIC 9(4).

           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * Entry fields for one pack movement.
           77 WS-WANTED-PACK   PIC X(7).
           77 WS-ENTRY-GAME    PIC X(4).
           77 WS-ENTRY-CARDS   PIC 9(3).
           77 WS-ENTRY-PRICE   PIC 9(4).
           77 WS-NEEDED-STATUS PIC X(6).
           77 WS-PACK-VALUE    PIC 9(7).
           77 WS-OUTLET-CODE   PIC X(4).
           77 WS-OUTLET-FOUND  PIC X.
             88 OUTLET-ON-MASTER VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - pack register refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-PACKS.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "L) List packs    R) Receive a pack"
             DISPLAY "I) Issue to a retailer    A) Activate a pack"
             DISPLAY "S) Settle a pack    Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-PACKS
               WHEN "R"
               WHEN "r"
                 PERFORM RECEIVE-PACK
               WHEN "I"
               WHEN "i"
                 PERFORM ISSUE-PACK
               WHEN "A"
               WHEN "a"
                 PERFORM ACTIVATE-PACK
               WHEN "S"
               WHEN "s"
                 PERFORM SETTLE-PACK
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.
           GOBACK.

      * A register bigger than the table would lose packs on the
      * rewrite - refuse to run rather than drop stock.
           LOAD-PACKS SECTION.
           MOVE ZERO TO WS-PACK-USED.
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
                 IF PCK-PACK-ID NOT = SPACES
                   IF WS-PACK-USED >= WS-MAX-PACKS
                     DISPLAY "ERROR: more than " WS-MAX-PACKS
                       " packs on the register - nothing can be "
                       "changed."
                     MOVE 1 TO RETURN-CODE
                     SET EOF-T TO TRUE
                   ELSE
                     ADD 1 TO WS-PACK-USED
                     MOVE PCK-PACK-ID   TO WS-PCK-ID(WS-PACK-USED)
                     MOVE PCK-GAME      TO WS-PCK-GAME(WS-PACK-USED)
                     MOVE PCK-CARDS     TO WS-PCK-CARDS(WS-PACK-USED)
                     MOVE PCK-PRICE     TO WS-PCK-PRICE(WS-PACK-USED)
                     MOVE PCK-STATUS    TO WS-PCK-STATUS(WS-PACK-USED)
                     MOVE PCK-OUTLET    TO WS-PCK-OUTLET(WS-PACK-USED)
                     MOVE PCK-RECEIVED
                       TO WS-PCK-RECEIVED(WS-PACK-USED)
                     MOVE PCK-ISSUED    TO WS-PCK-ISSUED(WS-PACK-USED)
                     MOVE PCK-ACTIVATED
                       TO WS-PCK-ACTIVATED(WS-PACK-USED)
                     MOVE PCK-SETTLED  TO WS-PCK-SETTLED(WS-PACK-USED)
                     MOVE PCK-OPERATOR
                       TO WS-PCK-OPERATOR(WS-PACK-USED)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PACK-FILE.

           REWRITE-PACKS SECTION.
           OPEN OUTPUT PACK-FILE.
           PERFORM VARYING WS-PCK-I FROM 1 BY 1
               UNTIL WS-PCK-I > WS-PACK-USED
             MOVE SPACES TO PACK-RECORD
             MOVE WS-PCK-ID(WS-PCK-I)        TO PCK-PACK-ID
             MOVE WS-PCK-GAME(WS-PCK-I)      TO PCK-GAME
             MOVE WS-PCK-CARDS(WS-PCK-I)     TO PCK-CARDS
             MOVE WS-PCK-PRICE(WS-PCK-I)     TO PCK-PRICE
             MOVE WS-PCK-STATUS(WS-PCK-I)    TO PCK-STATUS
             MOVE WS-PCK-OUTLET(WS-PCK-I)    TO PCK-OUTLET
             MOVE WS-PCK-RECEIVED(WS-PCK-I)  TO PCK-RECEIVED
             MOVE WS-PCK-ISSUED(WS-PCK-I)    TO PCK-ISSUED
             MOVE WS-PCK-ACTIVATED(WS-PCK-I) TO PCK-ACTIVATED
             MOVE WS-PCK-SETTLED(WS-PCK-I)   TO PCK-SETTLED
             MOVE WS-PCK-OPERATOR(WS-PCK-I)  TO PCK-OPERATOR
             WRITE PACK-RECORD
           END-PERFORM.
           CLOSE PACK-FILE.

           LIST-PACKS SECTION.
           DISPLAY "PACK    GAME CARDS PRICE STATUS OUTL RECEIVED "
             "ISSUED   ACTIVE   SETTLED".
           PERFORM VARYING WS-PCK-I FROM 1 BY 1
               UNTIL WS-PCK-I > WS-PACK-USED
             DISPLAY WS-PCK-ID(WS-PCK-I) " "
               WS-PCK-GAME(WS-PCK-I) "  "
               WS-PCK-CARDS(WS-PCK-I) "  "
               WS-PCK-PRICE(WS-PCK-I) " "
               WS-PCK-STATUS(WS-PCK-I) " "
               WS-PCK-OUTLET(WS-PCK-I) " "
               WS-PCK-RECEIVED(WS-PCK-I) " "
               WS-PCK-ISSUED(WS-PCK-I) " "
               WS-PCK-ACTIVATED(WS-PCK-I) " "
               WS-PCK-SETTLED(WS-PCK-I)
           END-PERFORM.
           DISPLAY WS-PACK-USED " pack(s) on the register.".

           RECEIVE-PACK SECTION.
           IF NOT ROLE-SUPERVISOR
             PERFORM REFUSE-NOT-SUPERVISOR
             EXIT SECTION
           END-IF.
           DISPLAY "Pack number (7 characters): ".
           ACCEPT WS-WANTED-PACK.
           IF WS-WANTED-PACK = SPACES
             EXIT SECTION
           END-IF.
           PERFORM FIND-PACK.
           IF WS-FOUND-I NOT = ZERO
             DISPLAY "Pack " WS-WANTED-PACK " is already on the "
               "register (" WS-PCK-STATUS(WS-FOUND-I) ")."
             EXIT SECTION
           END-IF.
           IF WS-PACK-USED >= WS-MAX-PACKS
             DISPLAY "ERROR: the register is full - pack not "
               "received."
             EXIT SECTION
           END-IF.
           DISPLAY "Game code: ".
           ACCEPT WS-ENTRY-GAME.
           DISPLAY "Cards in the pack: ".
           ACCEPT WS-ENTRY-CARDS.
           DISPLAY "Price per card: ".
           ACCEPT WS-ENTRY-PRICE.
           IF WS-ENTRY-GAME = SPACES OR WS-ENTRY-CARDS = ZERO
               OR WS-ENTRY-PRICE = ZERO
             DISPLAY "Game, card count and price are all needed - "
               "pack not received."
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PACK-USED.
           MOVE WS-PACK-USED TO WS-FOUND-I.
           MOVE WS-WANTED-PACK TO WS-PCK-ID(WS-FOUND-I).
           MOVE WS-ENTRY-GAME TO WS-PCK-GAME(WS-FOUND-I).
           MOVE WS-ENTRY-CARDS TO WS-PCK-CARDS(WS-FOUND-I).
           MOVE WS-ENTRY-PRICE TO WS-PCK-PRICE(WS-FOUND-I).
           MOVE "ONHAND" TO WS-PCK-STATUS(WS-FOUND-I).
           MOVE SPACES TO WS-PCK-OUTLET(WS-FOUND-I).
           MOVE W-DATE OF W-BATCH TO WS-PCK-RECEIVED(WS-FOUND-I).
           MOVE SPACES TO WS-PCK-ISSUED(WS-FOUND-I).
           MOVE SPACES TO WS-PCK-ACTIVATED(WS-FOUND-I).
           MOVE SPACES TO WS-PCK-SETTLED(WS-FOUND-I).
           MOVE "A" TO WS-ACT-ACTION.
           PERFORM SAVE-PACK-MOVE.
           DISPLAY "Pack " WS-WANTED-PACK " received into stock.".

      * Issued to the retailer the pack goes to; with a retailer
      * master on file that must be an active outlet on it.
           ISSUE-PACK SECTION.
           IF NOT ROLE-SUPERVISOR
             PERFORM REFUSE-NOT-SUPERVISOR
             EXIT SECTION
           END-IF.
           MOVE "ONHAND" TO WS-NEEDED-STATUS.
           PERFORM PICK-PACK-AT-STATUS.
           IF WS-FOUND-I = ZERO
             EXIT SECTION
           END-IF.
           DISPLAY "Issue to outlet code: ".
           ACCEPT WS-OUTLET-CODE.
           PERFORM CHECK-OUTLET.
           IF NOT OUTLET-ON-MASTER
             DISPLAY "Outlet " WS-OUTLET-CODE " is not an active "
               "outlet on the retailer master - pack not issued."
             EXIT SECTION
           END-IF.
           MOVE "ISSUED" TO WS-PCK-STATUS(WS-FOUND-I).
           MOVE WS-OUTLET-CODE TO WS-PCK-OUTLET(WS-FOUND-I).
           MOVE W-DATE OF W-BATCH TO WS-PCK-ISSUED(WS-FOUND-I).
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM SAVE-PACK-MOVE.
           DISPLAY "Pack " WS-WANTED-PACK " issued to outlet "
             WS-OUTLET-CODE ".".

           ACTIVATE-PACK SECTION.
           IF ROLE-INQUIRY
             DISPLAY "Activating a pack needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "ACTIVATE" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           MOVE "ISSUED" TO WS-NEEDED-STATUS.
           PERFORM PICK-PACK-AT-STATUS.
           IF WS-FOUND-I = ZERO
             EXIT SECTION
           END-IF.
           MOVE "ACTIVE" TO WS-PCK-STATUS(WS-FOUND-I).
           MOVE W-DATE OF W-BATCH TO WS-PCK-ACTIVATED(WS-FOUND-I).
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM SAVE-PACK-MOVE.
           DISPLAY "Pack " WS-WANTED-PACK " is on sale - its winning "
             "cards can be paid.".

      * The retailer pays for the whole pack at its face value.
           SETTLE-PACK SECTION.
           IF NOT ROLE-SUPERVISOR
             PERFORM REFUSE-NOT-SUPERVISOR
             EXIT SECTION
           END-IF.
           MOVE "ACTIVE" TO WS-NEEDED-STATUS.
           PERFORM PICK-PACK-AT-STATUS.
           IF WS-FOUND-I = ZERO
             EXIT SECTION
           END-IF.
           COMPUTE WS-PACK-VALUE =
             WS-PCK-CARDS(WS-FOUND-I) * WS-PCK-PRICE(WS-FOUND-I).
           MOVE "SETTLD" TO WS-PCK-STATUS(WS-FOUND-I).
           MOVE W-DATE OF W-BATCH TO WS-PCK-SETTLED(WS-FOUND-I).
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM SAVE-PACK-MOVE.
           DISPLAY "Pack " WS-WANTED-PACK " settled by outlet "
             WS-PCK-OUTLET(WS-FOUND-I) " for " WS-PACK-VALUE ".".

      * A pack moves one step at a time - one that is not at the
      * step before is turned away with its actual status.
           PICK-PACK-AT-STATUS SECTION.
           DISPLAY "Pack number: ".
           ACCEPT WS-WANTED-PACK.
           PERFORM FIND-PACK.
           IF WS-FOUND-I = ZERO
             DISPLAY "Pack " WS-WANTED-PACK " is not on the register."
             EXIT SECTION
           END-IF.
           IF WS-PCK-STATUS(WS-FOUND-I) NOT = WS-NEEDED-STATUS
             DISPLAY "Pack " WS-WANTED-PACK " is "
               WS-PCK-STATUS(WS-FOUND-I) " - it must be "
               WS-NEEDED-STATUS " for that."
             MOVE ZERO TO WS-FOUND-I
           END-IF.

           FIND-PACK SECTION.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-PCK-I FROM 1 BY 1
               UNTIL WS-PCK-I > WS-PACK-USED
             IF WS-PCK-ID(WS-PCK-I) = WS-WANTED-PACK
               MOVE WS-PCK-I TO WS-FOUND-I
             END-IF
           END-PERFORM.

      * No retailer master means the one counter: the pack is issued
      * to it with a blank outlet.
           CHECK-OUTLET SECTION.
           MOVE "N" TO WS-OUTLET-FOUND.
           OPEN INPUT OUTLET-FILE.
           IF WS-OUTLET-STATUS NOT = "00"
             MOVE SPACES TO WS-OUTLET-CODE
             SET OUTLET-ON-MASTER TO TRUE
             EXIT SECTION
           END-IF.
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

      * The register is rewritten after every move, so a pack never
      * sits at a status the file does not show.
           SAVE-PACK-MOVE SECTION.
           MOVE WS-OPERATOR-ID TO WS-PCK-OPERATOR(WS-FOUND-I).
           PERFORM REWRITE-PACKS.
           MOVE WS-WANTED-PACK TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           REFUSE-NOT-SUPERVISOR SECTION.
           DISPLAY "Receiving, issuing and settling packs needs the "
             "supervisor role - refused.".
           MOVE "X" TO WS-ACT-ACTION.
           MOVE "PACKS" TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
