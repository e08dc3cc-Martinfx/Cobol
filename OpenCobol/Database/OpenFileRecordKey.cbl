      *   "../branch_master.dat" reference file (an unknown branch is
      *   a reject; an absent master leaves the check off with one
      *   warning), and the entry screen asks for the branch.
      * Revision: Maxfx 15/10/2026 - inter-branch transfers: an "XFR"
      *   record (DataTransfer.cpy) carries one side of a transfer -
      *   side, reference, from-branch, to-branch, amount. The read
      *   pass validates both branches against the branch master and
      *   rejects a bad transfer like any other record; accepted
      *   transfers count as "written" on the control ledger. A
      *   transfer side can be keyed on its own entry screen.
      * Revision: Maxfx 15/10/2026 - the run posts its lineage - data
      *   file and branch master in, indexed companion and reject file
      *   out - through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-FILE.
           01 WS-OPERATOR-ID     PIC X(8).
           01 WS-OPERATOR-NAME   PIC X(20).
           01 WS-OPERATOR-ROLE   PIC X.
           01 WS-OPERATOR-KNOWN  PIC X VALUE "N".
             88 OPERATOR-KNOWN   VALUE "Y".
           01 WS-ALW-PROGRAM     PIC X(20).
           01 WS-ALW-ACTION      PIC X.
           01 WS-ALW-KEY         PIC X(10).
           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Inter-branch transfer sides: accepted ones are counted with
      * the indexed writes on the ledger (they are filed, just not
      * in the MY-DATA-ID companion), rejected ones with the rest.
           COPY "DataTransfer.cpy".
           01 WS-XFR-ACCEPTED    PIC 9(6) VALUE ZERO.
           01 WS-LEDGER-WRITTEN  PIC 9(6).
           01 WS-XFR-REASON      PIC X(50).
           01 WS-ADD-TRANSFER    PIC X VALUE "N".
           01 WS-NEW-XFR-SIDE    PIC X.
           01 WS-NEW-XFR-REF     PIC X(8).
           01 WS-NEW-XFR-FROM    PIC X(3).
           01 WS-NEW-XFR-TO      PIC X(3).
           01 WS-NEW-XFR-AMOUNT  PIC 9(9).

      * System-issued key support for the entry screen.
           01 WS-ISSUE-SOURCE  PIC X.
           05 LINE 5 COL 4 VALUE "BRANCH       :".
           05 LINE 5 COL 19 PIC X(3) USING WS-NEW-DATA-BRANCH.

       01 NEW-TRANSFER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 4 VALUE "Add inter-branch transfer side".
           05 LINE 3 COL 4 VALUE "SIDE (O/I)   :".
           05 LINE 3 COL 19 PIC X USING WS-NEW-XFR-SIDE.
           05 LINE 4 COL 4 VALUE "REFERENCE    :".
           05 LINE 4 COL 19 PIC X(8) USING WS-NEW-XFR-REF.
           05 LINE 5 COL 4 VALUE "FROM BRANCH  :".
           05 LINE 5 COL 19 PIC X(3) USING WS-NEW-XFR-FROM.
           05 LINE 6 COL 4 VALUE "TO BRANCH    :".
           05 LINE 6 COL 19 PIC X(3) USING WS-NEW-XFR-TO.
           05 LINE 7 COL 4 VALUE "AMOUNT       :".
           05 LINE 7 COL 19 PIC 9(9) USING WS-NEW-XFR-AMOUNT.

       PROCEDURE DIVISION.
           MOVE 0 TO RETURN-CODE.
           PERFORM RESOLVE-FILE-SET.
                    AT END MOVE 'Y' TO EOF
                    NOT AT END
                        ADD 1 TO WS-REC-COUNT
                        EVALUATE DATA-ID(1:3)
                            WHEN "HDR"
                            WHEN "TRL"
                                CONTINUE
                            WHEN "XFR"
                                ADD 1 TO WS-DATA-READ
                                PERFORM VALIDATE-TRANSFER-RECORD
                            WHEN OTHER
                                ADD 1 TO WS-DATA-READ
                                IF DATA-ID IS NUMERIC
                                    MOVE DATA-ID TO WS-DATA-ID-NUM
                                    ADD WS-DATA-ID-NUM TO WS-HASH-TOTAL
                                END-IF
                                PERFORM VALIDATE-AND-DISPLAY-RECORD
                        END-EVALUATE
               END-READ


                   " but " WS-REC-COUNT " records were read"
           END-IF.
           PERFORM POST-CONTROL-LEDGER.
           PERFORM POST-LINEAGE.

           PERFORM LOOKUP-BY-ID.
           PERFORM ADD-NEW-RECORD.
           PERFORM ADD-NEW-TRANSFER.

      * Screen-based entry form so an operator can key in a brand-new
      * MY-DATA-ID/MY-DATA-NAME record instead of only ever reading
       POST-CONTROL-LEDGER SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "OPEN-FILE" TO WS-LEDGER-STEP.
           COMPUTE WS-LEDGER-WRITTEN = WS-IDX-WRITTEN + WS-XFR-ACCEPTED.
           CALL "CONTROL-LEDGER" USING W-BATCH-COMPLET
               WS-LEDGER-STEP WS-DATA-READ WS-LEDGER-WRITTEN
               REJECT-COUNT.

      * The indexed companion and the reject file were both made from
      * the day's data file, checked against the branch master.
       POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "OPEN-FILE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-DATA-PATH TO W-LIN-FILE.
           MOVE WS-DATA-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../branch_master.dat" TO W-LIN-FILE.
           MOVE WS-BRANCH-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-DATA-IDX-PATH TO W-LIN-FILE.
           MOVE WS-IDX-WRITTEN TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE WS-REJECT-PATH TO W-LIN-FILE.
           MOVE REJECT-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

       ADD-NEW-RECORD SECTION.
           IF INTERACTIVE-RUN
               DISPLAY "Add a new MY-DATA-FILE record? (Y/N): "
           PERFORM WRITE-INDEXED-RECORD.
           CLOSE INDEXED-FILE.

      * Both branches must be on the master and must differ, the
      * amount must be a positive whole figure, and the reference is
      * what pairs the two sides - none of it may be missing.
       VALIDATE-TRANSFER-RECORD SECTION.
           MOVE MY-DATA-STRUCT TO W-DATA-TRANSFER.
           PERFORM CHECK-TRANSFER-FIELDS.
           IF WS-XFR-REASON = SPACES
               ADD 1 TO WS-XFR-ACCEPTED
               DISPLAY "TRANSFER " W-XFR-REF " side " W-XFR-SIDE
                   " " W-XFR-FROM " -> " W-XFR-TO " amount "
                   W-XFR-AMOUNT
           ELSE
               PERFORM WRITE-TRANSFER-REJECT
           END-IF.

       CHECK-TRANSFER-FIELDS SECTION.
           MOVE SPACES TO WS-XFR-REASON.
           EVALUATE TRUE
               WHEN NOT XFR-SIDE-OK
                   MOVE "Transfer side is not O or I" TO WS-XFR-REASON
               WHEN W-XFR-REF = SPACES
                   MOVE "Transfer reference missing" TO WS-XFR-REASON
               WHEN W-XFR-AMOUNT NOT NUMERIC
                   MOVE "Transfer amount is not numeric"
                       TO WS-XFR-REASON
               WHEN W-XFR-AMOUNT-NUM = ZERO
                   MOVE "Transfer amount is zero" TO WS-XFR-REASON
               WHEN W-XFR-FROM = W-XFR-TO
                   MOVE "Transfer from and to the same branch"
                       TO WS-XFR-REASON
           END-EVALUATE.
           IF WS-XFR-REASON = SPACES
               MOVE W-XFR-FROM TO DATA-BRANCH
               PERFORM CHECK-BRANCH-KNOWN
               IF BRANCH-UNKNOWN
                   MOVE "From-branch not on the branch master"
                       TO WS-XFR-REASON
               END-IF
           END-IF.
           IF WS-XFR-REASON = SPACES
               MOVE W-XFR-TO TO DATA-BRANCH
               PERFORM CHECK-BRANCH-KNOWN
               IF BRANCH-UNKNOWN
                   MOVE "To-branch not on the branch master"
                       TO WS-XFR-REASON
               END-IF
           END-IF.

       WRITE-TRANSFER-REJECT SECTION.
           MOVE SPACES TO REJECT-RECORD
           STRING W-DATA-TRANSFER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-XFR-REASON DELIMITED BY SIZE
               INTO REJECT-RECORD
           END-STRING
           WRITE REJECT-RECORD.
           ADD 1 TO REJECT-COUNT.
           MOVE "VALIDATE-TRANSFER-RECORD" TO WS-EXC-PARAGRAPH.
           MOVE "XFR-RECORD"               TO WS-EXC-FIELD-NAME.
           MOVE WS-XFR-REASON TO WS-EXC-MESSAGE.
           MOVE W-XFR-REF TO WS-EXC-RECORD-KEY.
           MOVE W-DATA-TRANSFER(4:20) TO WS-EXC-BAD-VALUE.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
               WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
               WS-EXC-BAD-VALUE WS-EXC-MESSAGE.

      * One side of a transfer keyed by the branch that owns it; the
      * same checks as the read pass apply before it is appended.
       ADD-NEW-TRANSFER SECTION.
           IF INTERACTIVE-RUN
               DISPLAY "Add an inter-branch transfer side? (Y/N): "
               ACCEPT WS-ADD-TRANSFER
           ELSE
               MOVE "N" TO WS-ADD-TRANSFER
           END-IF.
           IF WS-ADD-TRANSFER NOT = "Y" AND WS-ADD-TRANSFER NOT = "y"
               EXIT SECTION
           END-IF.
           IF NOT OPERATOR-KNOWN
               PERFORM OPERATOR-SIGN-ON
               IF NOT OPERATOR-KNOWN
                   DISPLAY "Sign-on failed - transfer entry refused."
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE SPACES TO WS-NEW-XFR-SIDE WS-NEW-XFR-REF.
           MOVE SPACES TO WS-NEW-XFR-FROM WS-NEW-XFR-TO.
           MOVE ZERO TO WS-NEW-XFR-AMOUNT.
           DISPLAY NEW-TRANSFER-SCREEN.
           ACCEPT NEW-TRANSFER-SCREEN.
           MOVE SPACES TO MY-DATA-STRUCT.
           MOVE "XFR" TO DATA-ID(1:3).
           MOVE MY-DATA-STRUCT TO W-DATA-TRANSFER.
           MOVE FUNCTION UPPER-CASE(WS-NEW-XFR-SIDE) TO W-XFR-SIDE.
           MOVE WS-NEW-XFR-REF    TO W-XFR-REF.
           MOVE WS-NEW-XFR-FROM   TO W-XFR-FROM.
           MOVE WS-NEW-XFR-TO     TO W-XFR-TO.
           MOVE WS-NEW-XFR-AMOUNT TO W-XFR-AMOUNT-NUM.
           PERFORM CHECK-TRANSFER-FIELDS.
           IF WS-XFR-REASON NOT = SPACES
               DISPLAY "Transfer not added: " WS-XFR-REASON
               EXIT SECTION
           END-IF.
           OPEN EXTEND DATA-FILE.
           IF FILE-STATUS = "35"
               OPEN OUTPUT DATA-FILE
           END-IF.
           WRITE MY-DATA-FILE FROM W-DATA-TRANSFER.
           IF FILE-STATUS NOT = "00"
               CALL "STATUS-CODE" USING FILE-STATUS STATUS-CODE-MSG
               DISPLAY "Error writing transfer: " STATUS-CODE-MSG
           ELSE
               DISPLAY "Transfer " W-XFR-REF " side " W-XFR-SIDE
                   " added to data.dat"
               MOVE WS-PROGRAM-NAME(1:20) TO WS-ALW-PROGRAM
               MOVE "A" TO WS-ALW-ACTION
               MOVE SPACES TO WS-ALW-KEY
               MOVE W-XFR-REF TO WS-ALW-KEY(1:8)
               MOVE W-XFR-SIDE TO WS-ALW-KEY(10:1)
               CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
                   WS-ALW-PROGRAM WS-ALW-ACTION WS-ALW-KEY
           END-IF.
           CLOSE DATA-FILE.

       VALIDATE-AND-DISPLAY-RECORD SECTION.
           PERFORM CHECK-BRANCH-KNOWN.
           IF BRANCH-UNKNOWN
