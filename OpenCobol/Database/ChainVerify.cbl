      * Lines written before the chaining (no numeric seq/check in
      * the tail) are counted as unsealed and skipped; they predate
      * the control, they do not break it.
      * Revision: Maxfx 15/10/2026 - the audit trail's sealed tail now
      *   runs from the game code through the second-chance draw fields
      *   (56 bytes); a main draw's record is blank there, so its links
      *   verify as before.
      * Revision: Maxfx 15/10/2026 - R) verifies the read-access
      *   trail "../record_access.log" (tag RECACCES), which
      *   ACCESS-LOG-WRITE seals in the activity log's shape.
      * Revision: Maxfx 15/10/2026 - CALL "CHAIN-VERIFY-FILE" proves a
      *   trail at any path from a given anchor, so DR-REHEARSAL can
      *   walk a restored copy against the chain state restored with it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-VERIFY.
       DATA DIVISION.
       FILE SECTION.
           FD SUBJECT-FILE.
           01 SUBJECT-RECORD PIC X(140).

       WORKING-STORAGE SECTION.
           77 WS-SUBJECT-STATUS PIC XX.
           77 WS-SEQ-OFFSET   PIC 9(3).
           77 WS-CHECK-OFFSET PIC 9(3).
      * Some records carry sealed bytes BEHIND the chain fields too
      * (the audit trail's game code and, on a second-chance draw,
      * the entry count, fingerprint and winning entries) - the tail
      * joins the body in the sealed content. A zero length means no
      * tail.
           77 WS-TAIL-OFFSET  PIC 9(3) VALUE ZERO.
           77 WS-TAIL-LENGTH  PIC 9(3) VALUE ZERO.

           77 WS-UNSEALED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-BROKEN        PIC X VALUE "N".
             88 CHAIN-BROKEN   VALUE "Y".
           77 WS-OPEN-FAILED   PIC X VALUE "N".
             88 SUBJECT-NOT-OPENED VALUE "Y".

       LINKAGE SECTION.
           01 LS-SUBJECT-PATH  PIC X(60).
           01 LS-CHAIN-TAG     PIC X(8).
           01 LS-ANCHOR-SEQ    PIC 9(8).
           01 LS-ANCHOR-CHECK  PIC 9(8).
      * Out: "I" intact, "B" broken, "M" file missing, "U" a tag
      * this program has no layout for.
           01 LS-CHAIN-RESULT  PIC X.
      * Out: the sequence of the last sealed line walked.
           01 LS-LAST-SEQ      PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "Verify A) operator_activity.log  "
             "L) lottery_audit.dat  R) record_access.log : ".
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
             WHEN "A"
             WHEN "a"
               MOVE "../operator_activity.log" TO WS-SUBJECT-PATH
               MOVE "OPERACT" TO WS-CHAIN-TAG
             WHEN "L"
             WHEN "l"
               MOVE "../lottery_audit.dat" TO WS-SUBJECT-PATH
               MOVE "LOTAUDIT" TO WS-CHAIN-TAG
             WHEN "R"
             WHEN "r"
               MOVE "../record_access.log" TO WS-SUBJECT-PATH
               MOVE "RECACCES" TO WS-CHAIN-TAG
             WHEN OTHER
               DISPLAY "Unknown choice."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
           PERFORM SET-CHAIN-LAYOUT.

      * The anchor is where the current live file's chain begins.
           MOVE "G" TO WS-CHAIN-FUNCTION.
           DISPLAY "Anchor for " WS-CHAIN-TAG ": seq "
             WS-EXPECT-SEQ " check " WS-EXPECT-CHECK.

           PERFORM WALK-SUBJECT-FILE.
           IF SUBJECT-NOT-OPENED
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF CHAIN-BROKEN
             MOVE 1 TO RETURN-CODE
           ELSE
             DISPLAY "CHAIN INTACT: " WS-SEALED-COUNT " sealed "
               "line(s) verified, " WS-UNSEALED-COUNT
               " pre-chain line(s) skipped."
           END-IF.
           GOBACK.

      * CALL "CHAIN-VERIFY-FILE" USING <path X(60)> <tag X(8)>
      *   <anchor seq 9(8)> <anchor check 9(8)> <result X>
      *   <last seq 9(8)>
      * The same walk over a copy of a trail - a restored one, say -
      * from the anchor the caller read out of the chain state that
      * travelled with it, instead of the live chain_state.dat.
           VERIFY-GIVEN-FILE SECTION.
           ENTRY "CHAIN-VERIFY-FILE" USING LS-SUBJECT-PATH
             LS-CHAIN-TAG LS-ANCHOR-SEQ LS-ANCHOR-CHECK
             LS-CHAIN-RESULT LS-LAST-SEQ.
           MOVE 0 TO RETURN-CODE.
           MOVE ZERO TO LS-LAST-SEQ.
           MOVE LS-SUBJECT-PATH TO WS-SUBJECT-PATH.
           MOVE LS-CHAIN-TAG TO WS-CHAIN-TAG.
           PERFORM SET-CHAIN-LAYOUT.
           IF WS-BODY-LENGTH = ZERO
             MOVE "U" TO LS-CHAIN-RESULT
             GOBACK
           END-IF.
           MOVE LS-ANCHOR-SEQ TO WS-EXPECT-SEQ.
           MOVE LS-ANCHOR-CHECK TO WS-EXPECT-CHECK.
           PERFORM WALK-SUBJECT-FILE.
           EVALUATE TRUE
             WHEN SUBJECT-NOT-OPENED
               MOVE "M" TO LS-CHAIN-RESULT
             WHEN CHAIN-BROKEN
               MOVE "B" TO LS-CHAIN-RESULT
             WHEN OTHER
               MOVE "I" TO LS-CHAIN-RESULT
               MOVE WS-EXPECT-SEQ TO LS-LAST-SEQ
           END-EVALUATE.
           GOBACK.

      * Where each tag's record keeps its sealed body, its sequence
      * and check, and any sealed tail.
           SET-CHAIN-LAYOUT SECTION.
           MOVE ZERO TO WS-BODY-LENGTH.
           MOVE ZERO TO WS-TAIL-OFFSET.
           MOVE ZERO TO WS-TAIL-LENGTH.
           EVALUATE WS-CHAIN-TAG
             WHEN "OPERACT"
             WHEN "RECACCES"
               MOVE 60 TO WS-BODY-LENGTH
               MOVE 62 TO WS-SEQ-OFFSET
               MOVE 71 TO WS-CHECK-OFFSET
             WHEN "LOTAUDIT"
               MOVE 64 TO WS-BODY-LENGTH
               MOVE 66 TO WS-SEQ-OFFSET
               MOVE 75 TO WS-CHECK-OFFSET
               MOVE 84 TO WS-TAIL-OFFSET
               MOVE 56 TO WS-TAIL-LENGTH
           END-EVALUATE.

      * The counts start afresh on every walk - a CALLed copy of this
      * program keeps its storage between calls.
           WALK-SUBJECT-FILE SECTION.
           MOVE ZERO TO WS-LINE-NO.
           MOVE ZERO TO WS-SEALED-COUNT.
           MOVE ZERO TO WS-UNSEALED-COUNT.
           MOVE "N" TO WS-BROKEN.
           MOVE "N" TO WS-OPEN-FAILED.
           OPEN INPUT SUBJECT-FILE.
           IF WS-SUBJECT-STATUS NOT = "00"
             DISPLAY "Cannot open "
               FUNCTION TRIM(WS-SUBJECT-PATH) ", status "
               WS-SUBJECT-STATUS
             SET SUBJECT-NOT-OPENED TO TRUE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR CHAIN-BROKEN
             END-READ
           END-PERFORM.
           CLOSE SUBJECT-FILE.

           VERIFY-ONE-LINE SECTION.
           IF SUBJECT-RECORD(WS-SEQ-OFFSET:8) NOT NUMERIC
