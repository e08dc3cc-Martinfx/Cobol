      *   read from behind the record's name/time area and validated
      *   against "../branch_master.dat" in the edit pass; an unknown
      *   branch flags the record the same way a bad DET-NUM does.
      * Revision: Maxfx 15/10/2026 - an "XFR" inter-branch transfer
      *   record (DataTransfer.cpy) is edited as a transfer - side,
      *   reference, positive amount, two different branches on the
      *   master - instead of failing the DET-NUM/DET-TIME edits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-FILE-SEQUENTIAL.
           77 WS-KEEP-RETRYING PIC X.
             88 KEEP-RETRYING   VALUE "Y".

           COPY "DataTransfer.cpy".
           77 WS-XFR-BAD       PIC X VALUE "N".
             88 XFR-BAD        VALUE "Y".
           77 WS-XFR-BRANCH    PIC X(3).

           77 WS-LEDGER-STEP   PIC X(20).
           77 WS-CLEAN-COUNT   PIC 9(6).
           COPY "BatchStamp.cpy".
             WHEN "TRL"
               SET SAW-TRAILER TO TRUE
               PERFORM CLOSE-CURRENT-BATCH
             WHEN "XFR"
               ADD 1 TO WS-DET-COUNT
               ADD 1 TO WS-BATCH-COUNT
               PERFORM EDIT-TRANSFER-RECORD
             WHEN OTHER
               ADD 1 TO WS-DET-COUNT
               ADD 1 TO WS-BATCH-COUNT
               " DET-NUM: " DET-NUM " BRANCH: " DET-BRANCH
           END-IF.

           EDIT-TRANSFER-RECORD SECTION.
           MOVE DETAILS TO W-DATA-TRANSFER.
           MOVE "N" TO WS-XFR-BAD.
           IF NOT XFR-SIDE-OK OR W-XFR-REF = SPACES
               OR W-XFR-AMOUNT NOT NUMERIC
               OR W-XFR-FROM = W-XFR-TO
             SET XFR-BAD TO TRUE
           ELSE
             IF W-XFR-AMOUNT-NUM = ZERO
               SET XFR-BAD TO TRUE
             END-IF
           END-IF.
           MOVE W-XFR-FROM TO WS-XFR-BRANCH.
           PERFORM CHECK-TRANSFER-BRANCH.
           MOVE W-XFR-TO TO WS-XFR-BRANCH.
           PERFORM CHECK-TRANSFER-BRANCH.
           IF XFR-BAD
             ADD 1 TO WS-FLAG-COUNT
             DISPLAY "*** EDIT FAIL *** TRANSFER " W-XFR-REF
               " SIDE " W-XFR-SIDE " " W-XFR-FROM " -> " W-XFR-TO
               " AMOUNT " W-XFR-AMOUNT
           ELSE
             DISPLAY "TRANSFER " W-XFR-REF " SIDE " W-XFR-SIDE
               " " W-XFR-FROM " -> " W-XFR-TO " AMOUNT "
               W-XFR-AMOUNT
           END-IF.

           CHECK-TRANSFER-BRANCH SECTION.
           IF WS-BRANCH-USED = ZERO
             EXIT SECTION
           END-IF.
           MOVE "Y" TO WS-DET-BRANCH-BAD.
           PERFORM VARYING WS-BR-I FROM 1 BY 1
               UNTIL WS-BR-I > WS-BRANCH-USED
               OR NOT DET-BRANCH-BAD
             IF WS-BR-CODE(WS-BR-I) = WS-XFR-BRANCH
               MOVE "N" TO WS-DET-BRANCH-BAD
             END-IF
           END-PERFORM.
           IF DET-BRANCH-BAD
             SET XFR-BAD TO TRUE
           END-IF.

       END-PROGRAM SECTION.
           CLOSE DATA-FILE.
           GOBACK.
