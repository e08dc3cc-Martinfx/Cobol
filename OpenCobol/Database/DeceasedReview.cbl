      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The operator's side of the deceased-register intake. Every
      * match DECEASED-INTAKE left pending on the review queue
      * "../deceased_review.dat" (layout in DeceasedQueue.cpy) is
      * shown with the register entry beside the DETAILS record as it
      * now stands on database_idx.dat, and the operator decides:
      * C)onfirm sets DETAILS-STATUS to DECEASED - a legacy record is
      * brought up to V2 on the way - and the change is journaled
      * through the details_journal.dat machinery like any keyed
      * change; R)eject leaves the record alone; S)kip leaves the
      * match pending for the next review; Q)uit stops. A record
      * already marked deceased meanwhile is closed as confirmed
      * without a second change, and a DETAILS-ID no longer on file
      * is closed as rejected. Every decision carries the operator
      * and the date on the queue line and goes to
      * operator_activity.log; deciding needs the update role. The
      * review holds database_idx.dat as a screen session and the
      * queue as a rewrite through QUIESCE-REGISTRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "../deceased_review.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-QUEUE-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD QUEUE-FILE.
           01 QUEUE-FILE-RECORD PIC X(66).

           FD DETAILS-FILE.
           01 DETAILS-RECORD.
             02 DETAILS-ID PIC 9(7).
             02 DETAILS-NAME.
               03 DETAILS-SURNAME PIC X(8).
               03 INITIALS        PIC XX.
             02 DETAILS-BIRTHDAY  PIC X(8).
             02 SOME-CODE         PIC X(5).
             02 DETAILS-V2-EXT.
               03 DETAILS-VERSION  PIC XX.
                 88 DETAILS-IS-V2  VALUE "V2".
               03 DETAILS-PHONE    PIC X(12).
               03 DETAILS-STREET   PIC X(20).
               03 DETAILS-CITY     PIC X(14).
               03 DETAILS-POSTCODE PIC X(8).
               03 DETAILS-STATUS   PIC X.
                 88 DETAILS-DECEASED VALUE "X".

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

       WORKING-STORAGE SECTION.
           77 WS-QUEUE-STATUS   PIC XX.
           77 FILE-STATUS       PIC XX.
           77 WS-JOURNAL-STATUS PIC XX.
           77 WS-STATUS-MSG     PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "DeceasedQueue.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "DECEASED-REVIEW".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * The whole queue in memory; decisions are made on the table
      * and the queue is written back from it at the end.
           78 WS-MAX-QUEUE VALUE 2000.
           01 WS-QUEUE-TABLE.
             05 WS-QUEUE-LINE PIC X(66) OCCURS 2000 TIMES.
           77 WS-QUEUE-USED    PIC 9(4) VALUE ZERO.
           77 WS-QUEUE-I       PIC 9(4).
           77 WS-QUEUE-FULL    PIC X VALUE "N".
             88 QUEUE-TOO-LONG VALUE "Y".

           77 WS-VERDICT       PIC X.
             88 VERDICT-CONFIRM VALUE "C" "c".
             88 VERDICT-REJECT  VALUE "R" "r".
             88 VERDICT-SKIP    VALUE "S" "s".
             88 VERDICT-QUIT    VALUE "Q" "q".
           77 WS-REVIEW-STOP   PIC X VALUE "N".
             88 REVIEW-STOPPED VALUE "Y".
           77 WS-STATUS-TEXT   PIC X(8).

           77 WS-PENDING-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-CONFIRM-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-SKIP-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-CLOSED-COUNT   PIC 9(5) VALUE ZERO.

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20) VALUE "DECEASED-REVIEW".
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - deceased review refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Confirming deaths needs the update role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "DECEASED" TO WS-ACT-KEY
             CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM REGISTER-FILE-HOLDING.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "database_idx.dat or the review queue is held "
               "by a batch job - review refused."
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-REVIEW-QUEUE.
           IF QUEUE-TOO-LONG
             DISPLAY "The review queue holds more than " WS-MAX-QUEUE
               " lines - review refused, the queue was not changed."
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WS-PENDING-COUNT = ZERO
             DISPLAY "No deceased matches are waiting for review."
             PERFORM RELEASE-FILE-HOLDING
             GOBACK
           END-IF.
           OPEN I-O DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.

           DISPLAY WS-PENDING-COUNT " match(es) waiting for review.".
           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-USED OR REVIEW-STOPPED
             MOVE WS-QUEUE-LINE(WS-QUEUE-I) TO W-DECEASED-QUEUE-RECORD
             IF DQ-PENDING
               PERFORM REVIEW-ONE-MATCH
               MOVE W-DECEASED-QUEUE-RECORD
                 TO WS-QUEUE-LINE(WS-QUEUE-I)
             END-IF
           END-PERFORM.

           CLOSE JOURNAL-FILE.
           CLOSE DETAILS-FILE.
           PERFORM WRITE-REVIEW-QUEUE.
           PERFORM RELEASE-FILE-HOLDING.
           DISPLAY WS-CONFIRM-COUNT " confirmed, " WS-REJECT-COUNT
             " rejected, " WS-SKIP-COUNT " skipped, "
             WS-CLOSED-COUNT " closed without a decision.".
           GOBACK.

           REGISTER-FILE-HOLDING SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE "../database_idx.dat" TO WS-QSC-FILE.
           MOVE "S" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.
           IF FILE-HELD-ELSEWHERE
             EXIT SECTION
           END-IF.
           MOVE "../deceased_review.dat" TO WS-QSC-FILE.
           MOVE "B" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           RELEASE-FILE-HOLDING SECTION.
           MOVE "D" TO WS-QSC-FUNCTION.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           LOAD-REVIEW-QUEUE SECTION.
           MOVE ZERO TO WS-QUEUE-USED.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ QUEUE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-QUEUE-USED = WS-MAX-QUEUE
                   SET QUEUE-TOO-LONG TO TRUE
                   SET EOF-T TO TRUE
                 ELSE
                   ADD 1 TO WS-QUEUE-USED
                   MOVE QUEUE-FILE-RECORD
                     TO WS-QUEUE-LINE(WS-QUEUE-USED)
                   MOVE QUEUE-FILE-RECORD TO W-DECEASED-QUEUE-RECORD
                   IF DQ-PENDING
                     ADD 1 TO WS-PENDING-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.

           WRITE-REVIEW-QUEUE SECTION.
           OPEN OUTPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-QUEUE-STATUS WS-STATUS-MSG
             DISPLAY "ERROR: the review queue could not be rewritten "
               "- decisions are on the journal and activity log "
               "only: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-USED
             WRITE QUEUE-FILE-RECORD FROM WS-QUEUE-LINE(WS-QUEUE-I)
           END-PERFORM.
           CLOSE QUEUE-FILE.

      * The register entry beside the record as it stands now.
           REVIEW-ONE-MATCH SECTION.
           MOVE W-DQ-DETAILS-ID TO DETAILS-ID.
           READ DETAILS-FILE
             INVALID KEY
               DISPLAY "DETAILS-ID " W-DQ-DETAILS-ID " is no longer "
                 "on file - match closed."
               SET DQ-REJECTED TO TRUE
               PERFORM CLOSE-QUEUE-LINE
               ADD 1 TO WS-CLOSED-COUNT
               EXIT SECTION
           END-READ.
           IF DETAILS-IS-V2 AND DETAILS-DECEASED
             DISPLAY "DETAILS-ID " W-DQ-DETAILS-ID " is already "
               "recorded as deceased - match closed."
             SET DQ-CONFIRMED TO TRUE
             PERFORM CLOSE-QUEUE-LINE
             ADD 1 TO WS-CLOSED-COUNT
             EXIT SECTION
           END-IF.
           EVALUATE TRUE
             WHEN NOT DETAILS-IS-V2
               MOVE "LEGACY" TO WS-STATUS-TEXT
             WHEN DETAILS-STATUS = "A"
               MOVE "ACTIVE" TO WS-STATUS-TEXT
             WHEN DETAILS-STATUS = "D"
               MOVE "DORMANT" TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE DETAILS-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Register " W-DQ-FEED-DATE ": " W-DQ-SURNAME " "
             W-DQ-INITIALS " born " W-DQ-BIRTH-DATE " died "
             W-DQ-DEATH-DATE.
           DISPLAY "  DETAILS-ID " DETAILS-ID " " DETAILS-SURNAME " "
             INITIALS " born " DETAILS-BIRTHDAY " - "
             FUNCTION TRIM(WS-STATUS-TEXT).
           IF DETAILS-IS-V2 AND DETAILS-STREET NOT = SPACES
             DISPLAY "  " FUNCTION TRIM(DETAILS-STREET) ", "
               FUNCTION TRIM(DETAILS-CITY) " " DETAILS-POSTCODE
           END-IF.
           MOVE SPACE TO WS-VERDICT.
           PERFORM UNTIL VERDICT-CONFIRM OR VERDICT-REJECT
               OR VERDICT-SKIP OR VERDICT-QUIT
             DISPLAY "C) Confirm death  R) Reject  S) Skip  Q) Quit: "
             ACCEPT WS-VERDICT
           END-PERFORM.
           EVALUATE TRUE
             WHEN VERDICT-CONFIRM
               PERFORM CONFIRM-DEATH
             WHEN VERDICT-REJECT
               SET DQ-REJECTED TO TRUE
               PERFORM CLOSE-QUEUE-LINE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "R" TO WS-ACT-ACTION
               PERFORM LOG-DECISION
             WHEN VERDICT-SKIP
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               SET REVIEW-STOPPED TO TRUE
           END-EVALUATE.

      * The status change itself, journaled as a change so replay
      * and the history inquiry see it like a keyed one.
           CONFIRM-DEATH SECTION.
           MOVE DETAILS-RECORD TO W-JRN-BEFORE-IMAGE.
           IF NOT DETAILS-IS-V2
             MOVE SPACES TO DETAILS-V2-EXT
             MOVE "V2" TO DETAILS-VERSION
           END-IF.
           SET DETAILS-DECEASED TO TRUE.
           REWRITE DETAILS-RECORD
             INVALID KEY
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
               DISPLAY "ERROR: DETAILS-ID " DETAILS-ID " not "
                 "updated - " WS-STATUS-MSG
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-REWRITE.
           MOVE "C" TO W-JRN-ACTION.
           MOVE DETAILS-RECORD TO W-JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.
           SET DQ-CONFIRMED TO TRUE.
           PERFORM CLOSE-QUEUE-LINE.
           ADD 1 TO WS-CONFIRM-COUNT.
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM LOG-DECISION.
           DISPLAY "DETAILS-ID " DETAILS-ID " recorded as deceased.".

           CLOSE-QUEUE-LINE SECTION.
           MOVE WS-OPERATOR-ID TO W-DQ-OPERATOR-ID.
           MOVE W-DATE OF W-BATCH TO W-DQ-DECIDED-DATE.

           WRITE-JOURNAL-RECORD SECTION.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE W-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
           WRITE JOURNAL-FILE-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: could not journal the change to "
               DETAILS-ID ", status " WS-JOURNAL-STATUS
           END-IF.

           LOG-DECISION SECTION.
           MOVE W-DQ-DETAILS-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
