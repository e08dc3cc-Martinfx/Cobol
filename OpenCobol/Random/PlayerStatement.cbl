      * count, every ledger win with its amount, LGR-STATUS and paid
      * date, and totals at the bottom - a dispute answered from one
      * page.
      * Revision: Maxfx 15/10/2026 - loyalty points: a LOYALTY POINTS
      *   section lists the player's movements from loyalty_ledger.dat
      *   and the balance LOYALTY-POINTS works out today, with any
      *   points past the expiry period shown as expiring.
      * Revision: Maxfx 15/10/2026 - the heading names the DETAILS
      *   record the player is confirmed as on the person
      *   cross-reference (PERSON-XREF), so an inquiry can go
      *   straight on to the customer side.
      * Revision: Maxfx 15/10/2026 - the statement starts with an
      *   operator sign-on, and a statement shown writes a sealed line
      *   (key kind "P", the player id) to "../record_access.log"
      *   through ACCESS-LOG-WRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-STATEMENT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-AUDIT-STATUS.

      * Loyalty points movements, posted by LOYALTY-POINTS.
           SELECT LOYALTY-FILE ASSIGN TO "../loyalty_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOYALTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PLAYER-FILE.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(34).

           FD AUDIT-FILE.
           01 AUDIT-RECORD.
                 15 AUD-WIN-NUM   PIC 999.
             05 FILLER          PIC X(21).
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

           FD LOYALTY-FILE.
           01 LOYALTY-RECORD.
             05 LOY-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 LOY-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 LOY-TYPE       PIC X(6).
             05 FILLER         PIC X.
             05 LOY-POINTS     PIC 9(5).
             05 FILLER         PIC X.
             05 LOY-GAME       PIC X(4).
             05 FILLER         PIC X.
             05 LOY-REFERENCE  PIC X(7).
             05 FILLER         PIC X.
             05 LOY-OPERATOR   PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-PLAYER-STATUS PIC XX.
           77 WS-TICKET-STATUS PIC XX.
           77 WS-LEDGER-STATUS PIC XX.
           77 WS-AUDIT-STATUS  PIC XX.
           77 WS-LOYALTY-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-PAID-TOTAL   PIC 9(9) VALUE ZERO.
           77 WS-OPEN-TOTAL   PIC 9(9) VALUE ZERO.

      * The points balance as LOYALTY-POINTS works it out today.
           77 WS-MOVE-COUNT   PIC 9(4) VALUE ZERO.
           77 WS-LOY-FUNCTION PIC X VALUE "B".
           77 WS-LOY-GAME     PIC X(4) VALUE SPACES.
           77 WS-LOY-QUANTITY PIC 9(3) VALUE ZERO.
           77 WS-LOY-DATE     PIC X(8).
           77 WS-LOY-REFERENCE PIC X(7) VALUE SPACES.
           77 WS-LOY-OPERATOR PIC X(8) VALUE SPACES.
           77 WS-LOY-EXPIRING PIC 9(5).
           77 WS-LOY-BALANCE  PIC 9(7).
           77 WS-LOY-COST     PIC 9(5).
           77 WS-LOY-RESULT   PIC X.

      * The DETAILS record linked to the player, if any.
           COPY "PersonXref.cpy".

      * Sign-on and the read-access trail.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACC-PROGRAM     PIC X(20) VALUE "PLAYER-STATEMENT".
           77 WS-ACC-KIND        PIC X VALUE "P".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - statement refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Player id for the statement: ".
           ACCEPT WS-WANTED-ID.
           PERFORM VALIDATE-PLAYER.
           DISPLAY "WINS AND CLAIMS".
           PERFORM LIST-PLAYER-LEDGER.
           DISPLAY " ".
           DISPLAY "LOYALTY POINTS".
           PERFORM LIST-PLAYER-POINTS.
           DISPLAY " ".
           DISPLAY "TOTALS: " WS-TICKET-COUNT " ticket(s), "
             WS-WIN-COUNT " win(s), paid " WS-PAID-TOTAL
             ", still open " WS-OPEN-TOTAL ".".
               MOVE 1 TO RETURN-CODE
               GOBACK
             NOT INVALID KEY
               CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
                 WS-ACC-PROGRAM WS-ACC-KIND WS-WANTED-ID
               DISPLAY "STATEMENT FOR " WS-WANTED-ID " "
                 FUNCTION TRIM(PLM-NAME) " (registered "
                 PLM-REG-DATE ")"
           END-READ.
           CLOSE PLAYER-FILE.
           INITIALIZE W-PERSON-XREF.
           MOVE "P" TO W-PXR-FUNCTION.
           MOVE WS-WANTED-ID TO W-PXR-PLAYER-ID.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FOUND
             DISPLAY "Same person as DETAILS-ID " W-PXR-DETAILS-ID
               " on database.dat"
           END-IF.

           LOAD-DRAWS SECTION.
           OPEN INPUT AUDIT-FILE.
             DISPLAY "  (no wins on the ledger)"
           END-IF.

      * Every movement in the order it was posted; points earned
      * before the expiry cutoff and not yet written off show as
      * expiring, and are not in the balance.
           LIST-PLAYER-POINTS SECTION.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LOYALTY-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF LOY-PLAYER-ID = WS-WANTED-ID
                     ADD 1 TO WS-MOVE-COUNT
                     DISPLAY "  " LOY-DATE " " LOY-TYPE " "
                       LOY-POINTS " game [" LOY-GAME "] ref "
                       LOY-REFERENCE " by " LOY-OPERATOR
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOYALTY-FILE
           END-IF.
           IF WS-MOVE-COUNT = ZERO
             DISPLAY "  (no loyalty points movements)"
             EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOY-DATE.
           CALL "LOYALTY-POINTS" USING WS-LOY-FUNCTION WS-WANTED-ID
             WS-LOY-GAME WS-LOY-QUANTITY WS-LOY-DATE WS-LOY-REFERENCE
             WS-LOY-OPERATOR WS-LOY-EXPIRING WS-LOY-BALANCE
             WS-LOY-COST WS-LOY-RESULT.
           IF WS-LOY-EXPIRING > ZERO
             DISPLAY "  " WS-LOY-DATE " EXPIRE " WS-LOY-EXPIRING
               " past the expiry period, not yet written off"
           END-IF.
           DISPLAY "  Balance " WS-LOY-BALANCE " point(s); a free "
             "ticket costs " WS-LOY-COST ".".

      * The same two-layout parse GAME-LOTTERY runs, plus the void
      * marker (column 60) and game code (column 62).
           PARSE-TICKET-LINE SECTION.
