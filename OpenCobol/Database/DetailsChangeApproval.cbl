      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The checker's side of DETAILS-MAINTENANCE's maker-checker
      * queue. Deletes and sensitive changes wait on
      * "../details_pending.dat" (PendingChange.cpy); this screen
      * walks the waiting lines for an operator with the approver
      * role (or a supervisor) and shows each one - who raised it,
      * when, and field by field what it would do. A line raised by
      * the operator at the screen is passed over: the checker must
      * be a second person. Approving applies the change to
      * database_idx.dat under a record lock, writes it to
      * "../details_journal.dat" with the approval's batch stamp and
      * logs action "V" on the activity log; rejecting keeps
      * database_idx.dat as it is and logs action "J". A record
      * changed by anything else since the line was raised no longer
      * matches the before-image - the line is closed as stale
      * rather than overwrite the newer data. Each decision is saved
      * to the queue file as it is made, re-read first so a second
      * checker's decision, or a line added meanwhile, is not lost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-CHANGE-APPROVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           LOCK MODE IS MANUAL
           SHARING WITH ALL OTHER
           FILE STATUS FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "../details_pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PENDING-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               03 DETAILS-PHONE    PIC X(12).
               03 DETAILS-STREET   PIC X(20).
               03 DETAILS-CITY     PIC X(14).
               03 DETAILS-POSTCODE PIC X(8).
               03 DETAILS-STATUS   PIC X.

           FD PENDING-FILE.
           01 PENDING-FILE-RECORD PIC X(257).

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS        PIC XX.
           77 WS-PENDING-STATUS  PIC XX.
           77 WS-JOURNAL-STATUS  PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "PendingChange.cpy".

           77 WS-PROGRAM-NAME PIC X(30)
             VALUE "DETAILS-CHANGE-APPROVAL".

      * Sign-on: the checker, and the role that lets them check.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-APPROVER    VALUE "A" "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20).
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20).
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

      * The queue in memory, in file order. Lines are only ever
      * appended, so a line keeps its place across re-reads.
           78 WS-MAX-QUEUE VALUE 1000.
           01 WS-QUEUE-TABLE.
             05 WS-QUEUE-LINE PIC X(257) OCCURS 1000 TIMES.
           77 WS-QUEUE-USED   PIC 9(4) VALUE ZERO.
           77 WS-QUEUE-I      PIC 9(4).
           77 WS-SAVE-I       PIC 9(4).
           77 WS-QUEUE-FULL   PIC X VALUE "N".
             88 QUEUE-TABLE-FULL VALUE "Y".

           77 WS-DECISION     PIC X.
           77 WS-DONE         PIC X VALUE "N".
             88 REVIEW-DONE   VALUE "Y".
           77 WS-STILL-WAITING PIC X.
             88 STILL-WAITING VALUE "Y".
           77 WS-REJECT-REASON PIC X(20).
           77 WS-OWN-COUNT     PIC 9(4) VALUE ZERO.
           77 WS-SHOWN-COUNT   PIC 9(4) VALUE ZERO.
           77 WS-APPLIED-COUNT PIC 9(4) VALUE ZERO.
           77 WS-REJECT-COUNT  PIC 9(4) VALUE ZERO.
           77 WS-STALE-COUNT   PIC 9(4) VALUE ZERO.

      * The two images of the line on the screen, in the V2 shape.
           01 WS-IMG-BEFORE.
             05 WS-IMG-B-ID       PIC X(7).
             05 WS-IMG-B-SURNAME  PIC X(8).
             05 WS-IMG-B-INITIALS PIC XX.
             05 WS-IMG-B-BIRTHDAY PIC X(8).
             05 WS-IMG-B-CODE     PIC X(5).
             05 WS-IMG-B-VERSION  PIC XX.
             05 WS-IMG-B-PHONE    PIC X(12).
             05 WS-IMG-B-STREET   PIC X(20).
             05 WS-IMG-B-CITY     PIC X(14).
             05 WS-IMG-B-POSTCODE PIC X(8).
             05 WS-IMG-B-STATUS   PIC X.
           01 WS-IMG-AFTER.
             05 WS-IMG-A-ID       PIC X(7).
             05 WS-IMG-A-SURNAME  PIC X(8).
             05 WS-IMG-A-INITIALS PIC XX.
             05 WS-IMG-A-BIRTHDAY PIC X(8).
             05 WS-IMG-A-CODE     PIC X(5).
             05 WS-IMG-A-VERSION  PIC XX.
             05 WS-IMG-A-PHONE    PIC X(12).
             05 WS-IMG-A-STREET   PIC X(20).
             05 WS-IMG-A-CITY     PIC X(14).
             05 WS-IMG-A-POSTCODE PIC X(8).
             05 WS-IMG-A-STATUS   PIC X.

           77 WS-FIELD-LABEL PIC X(10).
           77 WS-OLD-VALUE   PIC X(20).
           77 WS-NEW-VALUE   PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-ACT-PROGRAM.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - approval refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-APPROVER
             DISPLAY "Approving changes needs the approver role - "
               "refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "APPROVAL" TO WS-ACT-KEY
             PERFORM WRITE-ACTIVITY-RECORD
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM REGISTER-FILE-HOLDINGS.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "A batch rewrite holds the DETAILS files - "
               "try again when it finishes."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening the details file: " WS-STATUS-MSG
             PERFORM RELEASE-FILE-HOLDINGS
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-QUEUE.
           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-USED OR REVIEW-DONE
             PERFORM REVIEW-ONE-LINE
           END-PERFORM.
           CLOSE DETAILS-FILE.
           PERFORM RELEASE-FILE-HOLDINGS.
           DISPLAY " ".
           DISPLAY WS-SHOWN-COUNT " change(s) reviewed: "
             WS-APPLIED-COUNT " applied, " WS-REJECT-COUNT
             " rejected, " WS-STALE-COUNT " stale.".
           IF WS-OWN-COUNT NOT = ZERO
             DISPLAY WS-OWN-COUNT " change(s) of your own left for "
               "another approver."
           END-IF.
           IF QUEUE-TABLE-FULL
             DISPLAY "WARNING: the queue holds more than "
               WS-MAX-QUEUE " lines - the rest were not shown."
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           REGISTER-FILE-HOLDINGS SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-QSC-PROGRAM.
           MOVE "../database_idx.dat" TO WS-QSC-FILE.
           MOVE "S" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           RELEASE-FILE-HOLDINGS SECTION.
           MOVE "D" TO WS-QSC-FUNCTION.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-QSC-PROGRAM.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           LOAD-QUEUE SECTION.
           MOVE ZERO TO WS-QUEUE-USED.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PENDING-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-QUEUE-USED < WS-MAX-QUEUE
                   ADD 1 TO WS-QUEUE-USED
                   MOVE PENDING-FILE-RECORD
                     TO WS-QUEUE-LINE(WS-QUEUE-USED)
                 ELSE
                   SET QUEUE-TABLE-FULL TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

      * The whole file is written back from the table; a full table
      * would drop lines, so nothing is saved from one.
           SAVE-QUEUE SECTION.
           IF QUEUE-TABLE-FULL
             DISPLAY "WARNING: queue too large to save - decision on "
               "change " W-PND-NUMBER " not recorded."
             EXIT SECTION
           END-IF.
           OPEN OUTPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PENDING-STATUS WS-STATUS-MSG
             DISPLAY "WARNING: the queue cannot be rewritten: "
               WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SAVE-I FROM 1 BY 1
               UNTIL WS-SAVE-I > WS-QUEUE-USED
             MOVE WS-QUEUE-LINE(WS-SAVE-I) TO PENDING-FILE-RECORD
             WRITE PENDING-FILE-RECORD
           END-PERFORM.
           CLOSE PENDING-FILE.

           REVIEW-ONE-LINE SECTION.
           MOVE WS-QUEUE-LINE(WS-QUEUE-I) TO W-PENDING-CHANGE.
           IF NOT PND-WAITING
             EXIT SECTION
           END-IF.
           IF W-PND-MAKER = WS-OPERATOR-ID
             ADD 1 TO WS-OWN-COUNT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SHOWN-COUNT.
           PERFORM SHOW-PENDING-LINE.
           DISPLAY "A)pprove  R)eject  S)kip  Q)uit: ".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
             WHEN "A"
             WHEN "a"
               PERFORM APPROVE-LINE
             WHEN "R"
             WHEN "r"
               PERFORM REJECT-LINE
             WHEN "Q"
             WHEN "q"
               SET REVIEW-DONE TO TRUE
             WHEN OTHER
               DISPLAY "Left waiting."
           END-EVALUATE.

           SHOW-PENDING-LINE SECTION.
           MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD.
           MOVE W-JRN-BEFORE-IMAGE TO WS-IMG-BEFORE.
           MOVE W-JRN-AFTER-IMAGE  TO WS-IMG-AFTER.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Change " W-PND-NUMBER " raised " W-PND-RAISED
             " by " W-PND-MAKER " for DETAILS-ID " WS-IMG-B-ID.
           IF JRN-ACTION-DELETE
             DISPLAY "   DELETE of " WS-IMG-B-SURNAME " "
               WS-IMG-B-INITIALS " born " WS-IMG-B-BIRTHDAY
               " code " WS-IMG-B-CODE
             EXIT SECTION
           END-IF.
           MOVE "SURNAME"  TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-SURNAME TO WS-OLD-VALUE.
           MOVE WS-IMG-A-SURNAME TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "INITIALS" TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-INITIALS TO WS-OLD-VALUE.
           MOVE WS-IMG-A-INITIALS TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "BIRTHDAY" TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-BIRTHDAY TO WS-OLD-VALUE.
           MOVE WS-IMG-A-BIRTHDAY TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "CODE"     TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-CODE TO WS-OLD-VALUE.
           MOVE WS-IMG-A-CODE TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "PHONE"    TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-PHONE TO WS-OLD-VALUE.
           MOVE WS-IMG-A-PHONE TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "STREET"   TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-STREET TO WS-OLD-VALUE.
           MOVE WS-IMG-A-STREET TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "CITY"     TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-CITY TO WS-OLD-VALUE.
           MOVE WS-IMG-A-CITY TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "POSTCODE" TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-POSTCODE TO WS-OLD-VALUE.
           MOVE WS-IMG-A-POSTCODE TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.
           MOVE "STATUS"   TO WS-FIELD-LABEL.
           MOVE WS-IMG-B-STATUS TO WS-OLD-VALUE.
           MOVE WS-IMG-A-STATUS TO WS-NEW-VALUE.
           PERFORM SHOW-ONE-DIFF.

           SHOW-ONE-DIFF SECTION.
           IF WS-OLD-VALUE NOT = WS-NEW-VALUE
             DISPLAY "   " WS-FIELD-LABEL ": [" WS-OLD-VALUE
               "] -> [" WS-NEW-VALUE "]"
           END-IF.

      * The queue is re-read before a decision: another checker may
      * have decided this line since the screen was loaded.
           CONFIRM-STILL-WAITING SECTION.
           PERFORM LOAD-QUEUE.
           MOVE WS-QUEUE-LINE(WS-QUEUE-I) TO W-PENDING-CHANGE.
           MOVE "N" TO WS-STILL-WAITING.
           IF PND-WAITING
             SET STILL-WAITING TO TRUE
           ELSE
             DISPLAY "Change " W-PND-NUMBER " was decided by "
               W-PND-CHECKER " meanwhile - nothing done."
           END-IF.

      * Applied only while the record still reads exactly as it did
      * when the change was raised.
           APPROVE-LINE SECTION.
           PERFORM CONFIRM-STILL-WAITING.
           IF NOT STILL-WAITING
             EXIT SECTION
           END-IF.
           MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD.
           MOVE W-JRN-BEFORE-IMAGE(1:7) TO DETAILS-ID.
           READ DETAILS-FILE WITH LOCK KEY IS DETAILS-ID
             INVALID KEY CONTINUE
           END-READ.
           IF FILE-STATUS = "51"
             DISPLAY "Record " DETAILS-ID " is busy with another "
               "operator - left waiting."
             EXIT SECTION
           END-IF.
           IF FILE-STATUS NOT = "00"
               OR DETAILS-RECORD NOT = W-JRN-BEFORE-IMAGE
             IF FILE-STATUS = "00"
               UNLOCK DETAILS-FILE
             END-IF
             DISPLAY "Record " W-JRN-BEFORE-IMAGE(1:7) " has "
               "changed since the change was raised - closed as "
               "stale."
             SET PND-STALE TO TRUE
             MOVE "RECORD CHANGED SINCE" TO W-PND-NOTE
             ADD 1 TO WS-STALE-COUNT
             PERFORM RECORD-DECISION
             EXIT SECTION
           END-IF.
           IF JRN-ACTION-DELETE
             DELETE DETAILS-FILE RECORD
               INVALID KEY CONTINUE
             END-DELETE
           ELSE
             MOVE W-JRN-AFTER-IMAGE TO DETAILS-RECORD
             REWRITE DETAILS-RECORD
               INVALID KEY CONTINUE
             END-REWRITE
           END-IF.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Apply failed - left waiting: " WS-STATUS-MSG
             UNLOCK DETAILS-FILE
             EXIT SECTION
           END-IF.
           UNLOCK DETAILS-FILE.
           PERFORM WRITE-JOURNAL-RECORD.
           SET PND-APPLIED TO TRUE.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM RECORD-DECISION.
           DISPLAY "Change " W-PND-NUMBER " applied to "
             W-JRN-BEFORE-IMAGE(1:7) ".".
           MOVE "V" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE W-JRN-BEFORE-IMAGE(1:7) TO WS-ACT-KEY(1:7).
           PERFORM WRITE-ACTIVITY-RECORD.

           REJECT-LINE SECTION.
           PERFORM CONFIRM-STILL-WAITING.
           IF NOT STILL-WAITING
             EXIT SECTION
           END-IF.
           DISPLAY "Reason for rejecting: ".
           ACCEPT WS-REJECT-REASON.
           SET PND-REJECTED TO TRUE.
           MOVE WS-REJECT-REASON TO W-PND-NOTE.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM RECORD-DECISION.
           DISPLAY "Change " W-PND-NUMBER " rejected.".
           MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD.
           MOVE "J" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE W-JRN-BEFORE-IMAGE(1:7) TO WS-ACT-KEY(1:7).
           PERFORM WRITE-ACTIVITY-RECORD.

           RECORD-DECISION SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE WS-OPERATOR-ID TO W-PND-CHECKER.
           MOVE W-DATE OF W-BATCH TO W-PND-DECIDED.
           MOVE W-PENDING-CHANGE TO WS-QUEUE-LINE(WS-QUEUE-I).
           PERFORM SAVE-QUEUE.

      * The journal records the change when it took effect - the
      * approval - not when it was keyed.
           WRITE-JOURNAL-RECORD SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE W-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
           WRITE JOURNAL-FILE-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: could not journal this change, status "
               WS-JOURNAL-STATUS
           END-IF.
           CLOSE JOURNAL-FILE.
