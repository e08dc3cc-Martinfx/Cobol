      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Responsible-gambling register. A player who asks to be
      * barred, or to have their spending capped, had nowhere to be
      * recorded - the counter simply kept selling. This screen keeps
      * "../player_exclusion.dat", one line per registered player:
      * the self-exclusion period (from/to, a blank "to" meaning
      * until further notice) and an optional weekly spend cap (zero
      * = no cap), with the supervisor who set it and when.
      * LOTTERY-TICKET-SALES, BINGO-NIGHT's card sales and
      * SUBSCRIPTION-TICKETS ask PLAYER-LIMIT-CHECK before every
      * sale and refuse an excluded player or a sale over the cap,
      * logging the refusal to operator_activity.log so the
      * regulator can see the request was honoured. Maintaining the
      * register needs the supervisor role; every change is logged
      * under the supervisor's id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-EXCLUSION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCLUSION-FILE ASSIGN TO "../player_exclusion.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXCLUSION-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EXCLUSION-FILE.
           01 EXCLUSION-RECORD.
             05 PEX-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 PEX-EXCL-FROM  PIC X(8).
             05 FILLER         PIC X.
             05 PEX-EXCL-TO    PIC X(8).
             05 FILLER         PIC X.
             05 PEX-WEEKLY-CAP PIC 9(7).
             05 FILLER         PIC X.
             05 PEX-SET-BY     PIC X(8).
             05 FILLER         PIC X.
             05 PEX-SET-DATE   PIC X(8).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-EXCLUSION-STATUS PIC XX.
           77 WS-PLAYER-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-SUPERVISOR VALUE "S".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "PLAYER-EXCLUSION".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           78 WS-MAX-ENTRIES VALUE 1000.
           01 WS-REGISTER-TABLE.
             05 WS-PEX-ENTRY OCCURS 1000 TIMES.
               10 WS-PEX-PLAYER   PIC X(10).
               10 WS-PEX-FROM     PIC X(8).
               10 WS-PEX-TO       PIC X(8).
               10 WS-PEX-CAP      PIC 9(7).
               10 WS-PEX-SET-BY   PIC X(8).
               10 WS-PEX-SET-DATE PIC X(8).
           77 WS-REGISTER-USED PIC 9(4) VALUE ZERO.
           77 WS-PEX-I         PIC 9(4).
           77 WS-FOUND-I       PIC 9(4).

           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * Entry fields for one change.
           77 WS-WANTED-PLAYER PIC X(10).
           77 WS-PLAYER-KNOWN  PIC X.
             88 PLAYER-REGISTERED VALUE "Y".
           77 WS-ENTRY-FROM    PIC X(8).
           77 WS-ENTRY-TO      PIC X(8).
           77 WS-ENTRY-CAP     PIC 9(7).
           77 WS-DATE-VALID    PIC X.
             88 DATE-IS-VALID  VALUE "Y".
           77 WS-ENTRY-OK      PIC X.
             88 ENTRY-GOOD     VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - exclusion register refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "The exclusion register needs the supervisor "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "EXCLUSION" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-REGISTER.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "L) List the register    S) Set a player's entry"
             DISPLAY "Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-REGISTER
               WHEN "S"
               WHEN "s"
                 PERFORM SET-PLAYER-ENTRY
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.
           GOBACK.

      * A register bigger than the table would lose lines on the
      * rewrite - refuse to run rather than drop anyone's exclusion.
           LOAD-REGISTER SECTION.
           MOVE ZERO TO WS-REGISTER-USED.
           OPEN INPUT EXCLUSION-FILE.
           IF WS-EXCLUSION-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ EXCLUSION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PEX-PLAYER-ID NOT = SPACES
                   IF WS-REGISTER-USED >= WS-MAX-ENTRIES
                     DISPLAY "ERROR: more than " WS-MAX-ENTRIES
                       " register entries - nothing can be changed."
                     MOVE 1 TO RETURN-CODE
                     SET EOF-T TO TRUE
                   ELSE
                     ADD 1 TO WS-REGISTER-USED
                     MOVE PEX-PLAYER-ID
                       TO WS-PEX-PLAYER(WS-REGISTER-USED)
                     MOVE PEX-EXCL-FROM
                       TO WS-PEX-FROM(WS-REGISTER-USED)
                     MOVE PEX-EXCL-TO TO WS-PEX-TO(WS-REGISTER-USED)
                     IF PEX-WEEKLY-CAP NUMERIC
                       MOVE PEX-WEEKLY-CAP
                         TO WS-PEX-CAP(WS-REGISTER-USED)
                     ELSE
                       MOVE ZERO TO WS-PEX-CAP(WS-REGISTER-USED)
                     END-IF
                     MOVE PEX-SET-BY
                       TO WS-PEX-SET-BY(WS-REGISTER-USED)
                     MOVE PEX-SET-DATE
                       TO WS-PEX-SET-DATE(WS-REGISTER-USED)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE EXCLUSION-FILE.

           REWRITE-REGISTER SECTION.
           OPEN OUTPUT EXCLUSION-FILE.
           PERFORM VARYING WS-PEX-I FROM 1 BY 1
               UNTIL WS-PEX-I > WS-REGISTER-USED
             MOVE SPACES TO EXCLUSION-RECORD
             MOVE WS-PEX-PLAYER(WS-PEX-I)   TO PEX-PLAYER-ID
             MOVE WS-PEX-FROM(WS-PEX-I)     TO PEX-EXCL-FROM
             MOVE WS-PEX-TO(WS-PEX-I)       TO PEX-EXCL-TO
             MOVE WS-PEX-CAP(WS-PEX-I)      TO PEX-WEEKLY-CAP
             MOVE WS-PEX-SET-BY(WS-PEX-I)   TO PEX-SET-BY
             MOVE WS-PEX-SET-DATE(WS-PEX-I) TO PEX-SET-DATE
             WRITE EXCLUSION-RECORD
           END-PERFORM.
           CLOSE EXCLUSION-FILE.

           LIST-REGISTER SECTION.
           DISPLAY "PLAYER     EXCL-FROM EXCL-TO   WEEK-CAP SET-BY   "
             "SET-DATE".
           PERFORM VARYING WS-PEX-I FROM 1 BY 1
               UNTIL WS-PEX-I > WS-REGISTER-USED
             DISPLAY WS-PEX-PLAYER(WS-PEX-I) " "
               WS-PEX-FROM(WS-PEX-I) "  "
               WS-PEX-TO(WS-PEX-I) "  "
               WS-PEX-CAP(WS-PEX-I) "  "
               WS-PEX-SET-BY(WS-PEX-I) " "
               WS-PEX-SET-DATE(WS-PEX-I)
           END-PERFORM.
           DISPLAY WS-REGISTER-USED " entr(y/ies) on the register.".

      * One entry per player: setting an entry replaces whatever the
      * player had, so the register always reads as the current
      * arrangement. Blank from-date and a zero cap clears it.
           SET-PLAYER-ENTRY SECTION.
           DISPLAY "Player id: ".
           ACCEPT WS-WANTED-PLAYER.
           PERFORM CHECK-PLAYER-REGISTERED.
           IF NOT PLAYER-REGISTERED
             DISPLAY "Player " WS-WANTED-PLAYER " is not on the "
               "player master."
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-PEX-I FROM 1 BY 1
               UNTIL WS-PEX-I > WS-REGISTER-USED
             IF WS-PEX-PLAYER(WS-PEX-I) = WS-WANTED-PLAYER
               MOVE WS-PEX-I TO WS-FOUND-I
             END-IF
           END-PERFORM.
           IF WS-FOUND-I NOT = ZERO
             DISPLAY "Current: excluded " WS-PEX-FROM(WS-FOUND-I)
               " to " WS-PEX-TO(WS-FOUND-I) ", weekly cap "
               WS-PEX-CAP(WS-FOUND-I)
           END-IF.
           PERFORM ACCEPT-ENTRY-FIELDS.
           IF NOT ENTRY-GOOD
             DISPLAY "Entry not changed."
             EXIT SECTION
           END-IF.
           IF WS-FOUND-I = ZERO
             IF WS-REGISTER-USED >= WS-MAX-ENTRIES
               DISPLAY "ERROR: the register is full - entry not "
                 "added."
               EXIT SECTION
             END-IF
             ADD 1 TO WS-REGISTER-USED
             MOVE WS-REGISTER-USED TO WS-FOUND-I
             MOVE WS-WANTED-PLAYER TO WS-PEX-PLAYER(WS-FOUND-I)
             MOVE "A" TO WS-ACT-ACTION
           ELSE
             MOVE "C" TO WS-ACT-ACTION
           END-IF.
           MOVE WS-ENTRY-FROM TO WS-PEX-FROM(WS-FOUND-I).
           MOVE WS-ENTRY-TO TO WS-PEX-TO(WS-FOUND-I).
           MOVE WS-ENTRY-CAP TO WS-PEX-CAP(WS-FOUND-I).
           MOVE WS-OPERATOR-ID TO WS-PEX-SET-BY(WS-FOUND-I).
           MOVE W-DATE OF W-BATCH TO WS-PEX-SET-DATE(WS-FOUND-I).
           PERFORM REWRITE-REGISTER.
           MOVE WS-WANTED-PLAYER TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Register entry for " WS-WANTED-PLAYER " saved.".

           ACCEPT-ENTRY-FIELDS SECTION.
           MOVE "N" TO WS-ENTRY-OK.
           DISPLAY "Exclusion from YYYYMMDD (blank = not excluded): ".
           ACCEPT WS-ENTRY-FROM.
           MOVE SPACES TO WS-ENTRY-TO.
           IF WS-ENTRY-FROM NOT = SPACES
             CALL "VALIDATE-DATE" USING WS-ENTRY-FROM WS-DATE-VALID
             IF NOT DATE-IS-VALID
               DISPLAY "Not a valid date."
               EXIT SECTION
             END-IF
             DISPLAY "Exclusion to YYYYMMDD (blank = until further "
               "notice): "
             ACCEPT WS-ENTRY-TO
             IF WS-ENTRY-TO NOT = SPACES
               CALL "VALIDATE-DATE" USING WS-ENTRY-TO WS-DATE-VALID
               IF NOT DATE-IS-VALID
                 DISPLAY "Not a valid date."
                 EXIT SECTION
               END-IF
               IF WS-ENTRY-TO < WS-ENTRY-FROM
                 DISPLAY "The period ends before it starts."
                 EXIT SECTION
               END-IF
             END-IF
           END-IF.
           DISPLAY "Weekly spend cap (0 = no cap): ".
           ACCEPT WS-ENTRY-CAP.
           MOVE "Y" TO WS-ENTRY-OK.

           CHECK-PLAYER-REGISTERED SECTION.
           MOVE "N" TO WS-PLAYER-KNOWN.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE WS-WANTED-PLAYER TO PLM-PLAYER-ID.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET PLAYER-REGISTERED TO TRUE
               DISPLAY "Player: " FUNCTION TRIM(PLM-NAME)
           END-READ.
           CLOSE PLAYER-FILE.
