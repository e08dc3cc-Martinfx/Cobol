      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The matching run for the person cross-reference. Every player
      * on "../player_master.dat" not yet linked to a DETAILS record
      * is put to PERSON-XREF for proposals - DETAILS records on
      * database.dat whose surname and birth date agree with the
      * player's, the ones whose initials agree as well shown first -
      * and the operator reviews each proposal in turn: C)onfirm
      * files the link, R)eject files the refusal so the pair is not
      * proposed again, S)kip leaves it for the next run, Q)uit stops
      * the review. Once a player is linked, that player's remaining
      * proposals are passed over. Every decision goes to the review
      * report "../person_xref_review.rpt" through the shared
      * REPORT-WRITER and to operator_activity.log; filing decisions
      * needs the update role.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-XREF-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-PLAYER-STATUS PIC XX.
           77 WS-STATUS-MSG    PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "PersonXref.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "PERSON-XREF-MATCH".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

           77 WS-VERDICT       PIC X.
             88 VERDICT-CONFIRM VALUE "C" "c".
             88 VERDICT-REJECT  VALUE "R" "r".
             88 VERDICT-SKIP    VALUE "S" "s".
             88 VERDICT-QUIT    VALUE "Q" "q".
           77 WS-REVIEW-STOP   PIC X VALUE "N".
             88 REVIEW-STOPPED VALUE "Y".
           77 WS-PLAYER-LINKED PIC X.
             88 PLAYER-LINKED  VALUE "Y".
           77 WS-CAND-I        PIC 99.
           77 WS-STRENGTH-TEXT PIC X(7).

           77 WS-PLAYER-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-ALREADY-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-NO-MATCH-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-CONFIRM-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-SKIP-COUNT      PIC 9(5) VALUE ZERO.

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - matching run refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Reviewing links needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "XREF" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PLAYER-STATUS WS-STATUS-MSG
             DISPLAY "Error opening the player master: "
               WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-REVIEW-REPORT.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR REVIEW-STOPPED
             READ PLAYER-FILE NEXT
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM MATCH-ONE-PLAYER
             END-READ
           END-PERFORM.
           CLOSE PLAYER-FILE.
           PERFORM CLOSE-REVIEW-REPORT.
           DISPLAY WS-PLAYER-COUNT " player(s) read, "
             WS-ALREADY-COUNT " already linked, "
             WS-NO-MATCH-COUNT " without a match.".
           DISPLAY WS-CONFIRM-COUNT " link(s) confirmed, "
             WS-REJECT-COUNT " rejected, " WS-SKIP-COUNT
             " left for the next run.".
           GOBACK.

           OPEN-REVIEW-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "PERSON CROSS-REFERENCE REVIEW" TO W-RPT-TITLE.
           MOVE "../person_xref_review.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "PLAYER     DETAILS  SURNAME  IN MATCH   DECISION"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           CLOSE-REVIEW-REPORT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "PLAYERS READ " WS-PLAYER-COUNT
             "  ALREADY LINKED " WS-ALREADY-COUNT
             "  NO MATCH " WS-NO-MATCH-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "CONFIRMED " WS-CONFIRM-COUNT
             "  REJECTED " WS-REJECT-COUNT
             "  SKIPPED " WS-SKIP-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-CONFIRM-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           MATCH-ONE-PLAYER SECTION.
           ADD 1 TO WS-PLAYER-COUNT.
           INITIALIZE W-PERSON-XREF.
           MOVE "P" TO W-PXR-FUNCTION.
           MOVE PLM-PLAYER-ID TO W-PXR-PLAYER-ID.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FOUND
             ADD 1 TO WS-ALREADY-COUNT
             EXIT SECTION
           END-IF.
           MOVE "M" TO W-PXR-FUNCTION.
           MOVE PLM-PLAYER-ID TO W-PXR-PLAYER-ID.
           MOVE PLM-NAME TO W-PXR-NAME.
           MOVE PLM-BIRTH-DATE TO W-PXR-BIRTH-DATE.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FAILED
             DISPLAY "ERROR: database.dat or person_xref.dat could "
               "not be read - matching run stopped."
             MOVE 1 TO RETURN-CODE
             SET REVIEW-STOPPED TO TRUE
             EXIT SECTION
           END-IF.
           IF PXR-NONE
             ADD 1 TO WS-NO-MATCH-COUNT
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-PLAYER-LINKED.
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > W-PXR-CAND-COUNT
                  OR PLAYER-LINKED OR REVIEW-STOPPED
             PERFORM REVIEW-ONE-PROPOSAL
           END-PERFORM.

           REVIEW-ONE-PROPOSAL SECTION.
           IF W-PXR-CAND-STRENGTH(WS-CAND-I) = "F"
             MOVE "STRONG" TO WS-STRENGTH-TEXT
           ELSE
             MOVE "PARTIAL" TO WS-STRENGTH-TEXT
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Player " PLM-PLAYER-ID " "
             FUNCTION TRIM(PLM-NAME) " born " PLM-BIRTH-DATE.
           DISPLAY "  DETAILS-ID " W-PXR-CAND-ID(WS-CAND-I) " "
             W-PXR-CAND-SURNAME(WS-CAND-I) " "
             W-PXR-CAND-INITIALS(WS-CAND-I) " - "
             FUNCTION TRIM(WS-STRENGTH-TEXT) " match".
           MOVE SPACE TO WS-VERDICT.
           PERFORM UNTIL VERDICT-CONFIRM OR VERDICT-REJECT
               OR VERDICT-SKIP OR VERDICT-QUIT
             DISPLAY "C) Confirm  R) Reject  S) Skip  Q) Quit: "
             ACCEPT WS-VERDICT
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE PLM-PLAYER-ID TO W-RPT-TEXT(1:10).
           MOVE W-PXR-CAND-ID(WS-CAND-I) TO W-RPT-TEXT(12:7).
           MOVE W-PXR-CAND-SURNAME(WS-CAND-I) TO W-RPT-TEXT(21:8).
           MOVE W-PXR-CAND-INITIALS(WS-CAND-I) TO W-RPT-TEXT(30:2).
           MOVE WS-STRENGTH-TEXT TO W-RPT-TEXT(33:7).
           EVALUATE TRUE
             WHEN VERDICT-CONFIRM
               MOVE "C" TO W-PXR-STATE
               PERFORM FILE-DECISION
               IF PXR-FOUND
                 SET PLAYER-LINKED TO TRUE
                 ADD 1 TO WS-CONFIRM-COUNT
                 MOVE "LINKED" TO W-RPT-TEXT(42:8)
                 MOVE "A" TO WS-ACT-ACTION
                 PERFORM LOG-DECISION
               END-IF
             WHEN VERDICT-REJECT
               MOVE "R" TO W-PXR-STATE
               PERFORM FILE-DECISION
               IF PXR-FOUND
                 ADD 1 TO WS-REJECT-COUNT
                 MOVE "REJECTED" TO W-RPT-TEXT(42:8)
                 MOVE "D" TO WS-ACT-ACTION
                 PERFORM LOG-DECISION
               END-IF
             WHEN VERDICT-SKIP
               ADD 1 TO WS-SKIP-COUNT
               MOVE "SKIPPED" TO W-RPT-TEXT(42:8)
             WHEN OTHER
               SET REVIEW-STOPPED TO TRUE
               MOVE "STOPPED" TO W-RPT-TEXT(42:8)
           END-EVALUATE.
           PERFORM REPORT-LINE.

      * Filing a decision leaves the proposals in the control block
      * as they were, so the review carries on with the next one.
           FILE-DECISION SECTION.
           MOVE "W" TO W-PXR-FUNCTION.
           MOVE PLM-PLAYER-ID TO W-PXR-PLAYER-ID.
           MOVE W-PXR-CAND-ID(WS-CAND-I) TO W-PXR-DETAILS-ID.
           MOVE WS-OPERATOR-ID TO W-PXR-OPERATOR.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FAILED
             DISPLAY "ERROR: person_xref.dat could not be written - "
               "decision not filed, review stopped."
             MOVE 1 TO RETURN-CODE
             SET REVIEW-STOPPED TO TRUE
             MOVE "NOT FILED" TO W-RPT-TEXT(42:9)
           END-IF.

           LOG-DECISION SECTION.
           MOVE PLM-PLAYER-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
