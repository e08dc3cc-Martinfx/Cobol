      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Syndicate master. A group of registered players who buy
      * tickets together is kept in "../lottery_syndicates.dat", one
      * line per member: the syndicate id, the member's player id
      * and the share units the member holds. LOTTERY-TICKET-SALES
      * sells a ticket under the syndicate id (every member must be
      * able to buy), and LOTTERY-SETTLEMENT splits a winning
      * syndicate ticket's prize across the members by their units,
      * one ledger row each. The first member listed for a syndicate
      * is its organiser and takes any odd remainder of the split.
      * Changing the master needs the update role; the inquiry role
      * may only list it. Every change is logged under the operator
      * with the syndicate id as the key.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNDICATE-MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYNDICATE-FILE ASSIGN TO "../lottery_syndicates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SYNDICATE-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SYNDICATE-FILE.
           01 SYNDICATE-RECORD.
             05 SYN-ID     PIC X(10).
             05 FILLER     PIC X.
             05 SYN-MEMBER PIC X(10).
             05 FILLER     PIC X.
             05 SYN-UNITS  PIC 9(3).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-SYNDICATE-STATUS PIC XX.
           77 WS-PLAYER-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "SYNDICATE-MASTER".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           78 WS-MAX-ENTRIES VALUE 1000.
           01 WS-MASTER-TABLE.
             05 WS-SYN-ENTRY OCCURS 1000 TIMES.
               10 WS-SYN-ID     PIC X(10).
               10 WS-SYN-MEMBER PIC X(10).
               10 WS-SYN-UNITS  PIC 9(3).
           77 WS-MASTER-USED PIC 9(4) VALUE ZERO.
           77 WS-SYN-I       PIC 9(4).
           77 WS-FOUND-I     PIC 9(4).
           77 WS-MEMBER-COUNT PIC 9(4).
           77 WS-UNIT-TOTAL  PIC 9(6).

           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * Entry fields for one change.
           77 WS-WANTED-SYNDICATE PIC X(10).
           77 WS-WANTED-PLAYER    PIC X(10).
           77 WS-PLAYER-KNOWN     PIC X.
             88 PLAYER-REGISTERED VALUE "Y".
           77 WS-ENTRY-UNITS      PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - syndicate master refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-MASTER.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "L) List a syndicate    S) Set a member's units"
             DISPLAY "Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-SYNDICATE
               WHEN "S"
               WHEN "s"
                 PERFORM SET-MEMBER-UNITS
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.
           GOBACK.

      * A master bigger than the table would lose members on the
      * rewrite - refuse to run rather than drop anyone's share.
           LOAD-MASTER SECTION.
           MOVE ZERO TO WS-MASTER-USED.
           OPEN INPUT SYNDICATE-FILE.
           IF WS-SYNDICATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SYNDICATE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SYN-ID NOT = SPACES
                   IF WS-MASTER-USED >= WS-MAX-ENTRIES
                     DISPLAY "ERROR: more than " WS-MAX-ENTRIES
                       " syndicate members - nothing can be changed."
                     MOVE 1 TO RETURN-CODE
                     SET EOF-T TO TRUE
                   ELSE
                     ADD 1 TO WS-MASTER-USED
                     MOVE SYN-ID TO WS-SYN-ID(WS-MASTER-USED)
                     MOVE SYN-MEMBER
                       TO WS-SYN-MEMBER(WS-MASTER-USED)
                     IF SYN-UNITS NUMERIC
                       MOVE SYN-UNITS TO WS-SYN-UNITS(WS-MASTER-USED)
                     ELSE
                       MOVE ZERO TO WS-SYN-UNITS(WS-MASTER-USED)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SYNDICATE-FILE.

           REWRITE-MASTER SECTION.
           OPEN OUTPUT SYNDICATE-FILE.
           PERFORM VARYING WS-SYN-I FROM 1 BY 1
               UNTIL WS-SYN-I > WS-MASTER-USED
             MOVE SPACES TO SYNDICATE-RECORD
             MOVE WS-SYN-ID(WS-SYN-I)     TO SYN-ID
             MOVE WS-SYN-MEMBER(WS-SYN-I) TO SYN-MEMBER
             MOVE WS-SYN-UNITS(WS-SYN-I)  TO SYN-UNITS
             WRITE SYNDICATE-RECORD
           END-PERFORM.
           CLOSE SYNDICATE-FILE.

      * One syndicate's members in master order - the first listed
      * is the organiser - with the units each holds.
           LIST-SYNDICATE SECTION.
           DISPLAY "Syndicate id: ".
           ACCEPT WS-WANTED-SYNDICATE.
           MOVE ZERO TO WS-MEMBER-COUNT.
           MOVE ZERO TO WS-UNIT-TOTAL.
           DISPLAY "MEMBER     UNITS".
           PERFORM VARYING WS-SYN-I FROM 1 BY 1
               UNTIL WS-SYN-I > WS-MASTER-USED
             IF WS-SYN-ID(WS-SYN-I) = WS-WANTED-SYNDICATE
               ADD 1 TO WS-MEMBER-COUNT
               ADD WS-SYN-UNITS(WS-SYN-I) TO WS-UNIT-TOTAL
               IF WS-MEMBER-COUNT = 1
                 DISPLAY WS-SYN-MEMBER(WS-SYN-I) " "
                   WS-SYN-UNITS(WS-SYN-I) "  (organiser)"
               ELSE
                 DISPLAY WS-SYN-MEMBER(WS-SYN-I) " "
                   WS-SYN-UNITS(WS-SYN-I)
               END-IF
             END-IF
           END-PERFORM.
           DISPLAY WS-MEMBER-COUNT " member(s) holding "
             WS-UNIT-TOTAL " share unit(s).".

      * Setting a member's units adds the member when new and
      * replaces the units when already in; zero units takes the
      * member out. Members must be registered players, and a
      * syndicate id may not also be a player id - the counter would
      * not know which one it was selling to.
           SET-MEMBER-UNITS SECTION.
           IF ROLE-INQUIRY
             DISPLAY "Changing the syndicate master needs the update "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "SYNDICATE" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             EXIT SECTION
           END-IF.
           DISPLAY "Syndicate id: ".
           ACCEPT WS-WANTED-SYNDICATE.
           IF WS-WANTED-SYNDICATE = SPACES
             DISPLAY "A syndicate needs an id."
             EXIT SECTION
           END-IF.
           MOVE WS-WANTED-SYNDICATE TO WS-WANTED-PLAYER.
           PERFORM CHECK-PLAYER-REGISTERED.
           IF PLAYER-REGISTERED
             DISPLAY WS-WANTED-SYNDICATE " is a registered player id "
               "- choose another syndicate id."
             EXIT SECTION
           END-IF.
           DISPLAY "Member player id: ".
           ACCEPT WS-WANTED-PLAYER.
           PERFORM CHECK-PLAYER-REGISTERED.
           IF NOT PLAYER-REGISTERED
             DISPLAY "Player " WS-WANTED-PLAYER " is not on the "
               "player master."
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-SYN-I FROM 1 BY 1
               UNTIL WS-SYN-I > WS-MASTER-USED
             IF WS-SYN-ID(WS-SYN-I) = WS-WANTED-SYNDICATE
                 AND WS-SYN-MEMBER(WS-SYN-I) = WS-WANTED-PLAYER
               MOVE WS-SYN-I TO WS-FOUND-I
             END-IF
           END-PERFORM.
           IF WS-FOUND-I NOT = ZERO
             DISPLAY "Current units: " WS-SYN-UNITS(WS-FOUND-I)
           END-IF.
           DISPLAY "Share units (0 = remove the member): ".
           ACCEPT WS-ENTRY-UNITS.
           IF WS-ENTRY-UNITS = ZERO
             IF WS-FOUND-I = ZERO
               DISPLAY "Not a member - nothing to remove."
               EXIT SECTION
             END-IF
             PERFORM REMOVE-MEMBER
             MOVE "C" TO WS-ACT-ACTION
           ELSE
             IF WS-FOUND-I = ZERO
               IF WS-MASTER-USED >= WS-MAX-ENTRIES
                 DISPLAY "ERROR: the master is full - member not "
                   "added."
                 EXIT SECTION
               END-IF
               ADD 1 TO WS-MASTER-USED
               MOVE WS-MASTER-USED TO WS-FOUND-I
               MOVE WS-WANTED-SYNDICATE TO WS-SYN-ID(WS-FOUND-I)
               MOVE WS-WANTED-PLAYER TO WS-SYN-MEMBER(WS-FOUND-I)
               MOVE "A" TO WS-ACT-ACTION
             ELSE
               MOVE "C" TO WS-ACT-ACTION
             END-IF
             MOVE WS-ENTRY-UNITS TO WS-SYN-UNITS(WS-FOUND-I)
           END-IF.
           PERFORM REWRITE-MASTER.
           MOVE WS-WANTED-SYNDICATE TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Syndicate " WS-WANTED-SYNDICATE " member "
             WS-WANTED-PLAYER " saved.".

      * Close the gap so the remaining members keep their order.
           REMOVE-MEMBER SECTION.
           PERFORM VARYING WS-SYN-I FROM WS-FOUND-I BY 1
               UNTIL WS-SYN-I >= WS-MASTER-USED
             MOVE WS-SYN-ENTRY(WS-SYN-I + 1) TO WS-SYN-ENTRY(WS-SYN-I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-MASTER-USED.

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
