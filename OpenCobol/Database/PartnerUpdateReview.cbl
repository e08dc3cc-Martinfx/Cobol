      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The operator's side of the partner update intake. Every
      * proposal PARTNER-UPDATE-INTAKE left pending on the review
      * queue "../partner_update_review.dat" (layout in
      * PartnerUpdate.cpy) is shown beside the contact fields of the
      * DETAILS record as it now stands on database_idx.dat, and the
      * operator decides: A)pply moves the proposed fields the
      * partner filled in onto the record - a legacy record is
      * brought up to V2 on the way - and journals the change
      * through the details_journal.dat machinery like any keyed
      * change; R)eject leaves the record alone; S)kip leaves the
      * proposal pending for the next review; Q)uit stops. A
      * DETAILS-ID no longer on file, erased or recorded as deceased
      * since the intake is closed as declined without a question.
      * Every decision carries the operator and the date on the queue
      * line, goes to operator_activity.log, and is appended for the
      * partner to "../partner_update_outcome.dat" as an OD line
      * under an OH header for the session ("A" applied, "J"
      * declined, with the reason code). Deciding needs the update
      * role. The review holds database_idx.dat as a screen session
      * and the queue as a rewrite through QUIESCE-REGISTRY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-UPDATE-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "../partner_update_review.dat"
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

           SELECT OUTCOME-FILE
           ASSIGN TO "../partner_update_outcome.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTCOME-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD QUEUE-FILE.
           01 QUEUE-FILE-RECORD PIC X(113).

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

           FD OUTCOME-FILE.
           01 OUTCOME-RECORD PIC X(40).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-QUEUE-STATUS    PIC XX.
           77 FILE-STATUS        PIC XX.
           77 WS-JOURNAL-STATUS  PIC XX.
           77 WS-OUTCOME-STATUS  PIC XX.
           77 WS-SUPPRESS-STATUS PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "PartnerUpdate.cpy".

           77 WS-OPERATOR-ID   PIC X(8).
           77 WS-OPERATOR-NAME PIC X(20).
           77 WS-OPERATOR-ROLE PIC X.
             88 ROLE-INQUIRY   VALUE "I".
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACT-PROGRAM   PIC X(20) VALUE "PARTNER-UPD-REVIEW".
           77 WS-ACT-ACTION    PIC X.
           77 WS-ACT-KEY       PIC X(10).

      * The partner's outcome lines for this session; the header
      * names the session rather than one inbound batch, each OD
      * line carries the batch its proposal came on.
           01 WS-OUTCOME-HEADER.
             05 WS-OH-TYPE    PIC X(2) VALUE "OH".
             05 WS-OH-PARTNER PIC X(4) VALUE SPACES.
             05 WS-OH-BATCH   PIC X(8) VALUE "REVIEW".
             05 WS-OH-RUN-ID  PIC X(16).
             05 WS-OH-VERDICT PIC X VALUE "A".
             05 WS-OH-REASON  PIC X(3) VALUE SPACES.
             05 FILLER        PIC X(6) VALUE SPACES.
           01 WS-OUTCOME-DETAIL.
             05 WS-OD-TYPE    PIC X(2) VALUE "OD".
             05 WS-OD-ID      PIC 9(9).
             05 WS-OD-VERDICT PIC X.
             05 WS-OD-REASON  PIC X(3).
             05 WS-OD-BATCH   PIC X(8).
             05 FILLER        PIC X(17) VALUE SPACES.
           01 WS-OUTCOME-TRAILER.
             05 WS-OT-TYPE     PIC X(2) VALUE "OT".
             05 WS-OT-ACCEPTED PIC 9(6).
             05 WS-OT-REJECTED PIC 9(6).
             05 FILLER         PIC X(26) VALUE SPACES.

      * The whole queue in memory; decisions are made on the table
      * and the queue is written back from it at the end.
           78 WS-MAX-QUEUE VALUE 2000.
           01 WS-QUEUE-TABLE.
             05 WS-QUEUE-LINE PIC X(113) OCCURS 2000 TIMES.
           77 WS-QUEUE-USED    PIC 9(4) VALUE ZERO.
           77 WS-QUEUE-I       PIC 9(4).
           77 WS-QUEUE-FULL    PIC X VALUE "N".
             88 QUEUE-TOO-LONG VALUE "Y".

      * Suppression list in memory; absent means nothing erased.
           78 WS-MAX-SUPPRESS VALUE 200.
           01 WS-SUPPRESS-TABLE.
             05 WS-SUP-ID PIC X(7) OCCURS 200 TIMES.
           77 WS-SUPPRESS-USED PIC 9(3) VALUE ZERO.
           77 WS-SUP-I         PIC 9(3).
           77 WS-SUPPRESS-HIT  PIC X.
             88 ID-SUPPRESSED  VALUE "Y".

           77 WS-VERDICT       PIC X.
             88 VERDICT-APPLY  VALUE "A" "a".
             88 VERDICT-REJECT VALUE "R" "r".
             88 VERDICT-SKIP   VALUE "S" "s".
             88 VERDICT-QUIT   VALUE "Q" "q".
           77 WS-REVIEW-STOP   PIC X VALUE "N".
             88 REVIEW-STOPPED VALUE "Y".

           77 WS-PENDING-COUNT  PIC 9(5) VALUE ZERO.
           77 WS-APPLY-COUNT    PIC 9(5) VALUE ZERO.
           77 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           77 WS-SKIP-COUNT     PIC 9(5) VALUE ZERO.
           77 WS-CLOSED-COUNT   PIC 9(5) VALUE ZERO.

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20) VALUE "PARTNER-UPD-REVIEW".
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
             DISPLAY "Sign-on failed - partner update review refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF ROLE-INQUIRY
             DISPLAY "Applying partner updates needs the update role "
               "- refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "PARTNERUPD" TO WS-ACT-KEY
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
             DISPLAY "No partner updates are waiting for review."
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
           PERFORM LOAD-SUPPRESSION-LIST.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN EXTEND OUTCOME-FILE.
           IF WS-OUTCOME-STATUS = "35"
             OPEN OUTPUT OUTCOME-FILE
           END-IF.
           MOVE W-BATCH-COMPLET TO WS-OH-RUN-ID.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-HEADER.

           DISPLAY WS-PENDING-COUNT " partner update(s) waiting for "
             "review.".
           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
               UNTIL WS-QUEUE-I > WS-QUEUE-USED OR REVIEW-STOPPED
             MOVE WS-QUEUE-LINE(WS-QUEUE-I) TO W-PARTNER-UPDATE
             IF PUQ-PENDING
               PERFORM REVIEW-ONE-PROPOSAL
               MOVE W-PARTNER-UPDATE TO WS-QUEUE-LINE(WS-QUEUE-I)
             END-IF
           END-PERFORM.

           COMPUTE WS-OT-ACCEPTED = WS-APPLY-COUNT.
           COMPUTE WS-OT-REJECTED = WS-REJECT-COUNT + WS-CLOSED-COUNT.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-TRAILER.
           CLOSE OUTCOME-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE DETAILS-FILE.
           PERFORM WRITE-REVIEW-QUEUE.
           PERFORM RELEASE-FILE-HOLDING.
           DISPLAY WS-APPLY-COUNT " applied, " WS-REJECT-COUNT
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
           MOVE "../partner_update_review.dat" TO WS-QSC-FILE.
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
                   MOVE QUEUE-FILE-RECORD TO W-PARTNER-UPDATE
                   IF PUQ-PENDING
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

           LOAD-SUPPRESSION-LIST SECTION.
           MOVE ZERO TO WS-SUPPRESS-USED.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SUPPRESS-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SUP-ID NOT = SPACES
                     AND WS-SUPPRESS-USED < WS-MAX-SUPPRESS
                   ADD 1 TO WS-SUPPRESS-USED
                   MOVE SUP-ID TO WS-SUP-ID(WS-SUPPRESS-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.

      * What the partner proposes beside what the record holds now.
           REVIEW-ONE-PROPOSAL SECTION.
           MOVE "N" TO WS-SUPPRESS-HIT.
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPRESS-USED OR ID-SUPPRESSED
             IF WS-SUP-ID(WS-SUP-I) = W-PUQ-DETAILS-ID
               SET ID-SUPPRESSED TO TRUE
             END-IF
           END-PERFORM.
           IF ID-SUPPRESSED
             DISPLAY "DETAILS-ID " W-PUQ-DETAILS-ID " has been "
               "erased - proposal closed."
             MOVE "ERA" TO W-PUQ-REASON
             PERFORM CLOSE-WITHOUT-DECISION
             EXIT SECTION
           END-IF.
           MOVE W-PUQ-DETAILS-ID TO DETAILS-ID.
           READ DETAILS-FILE
             INVALID KEY
               DISPLAY "DETAILS-ID " W-PUQ-DETAILS-ID " is no longer "
                 "on file - proposal closed."
               MOVE "NID" TO W-PUQ-REASON
               PERFORM CLOSE-WITHOUT-DECISION
               EXIT SECTION
           END-READ.
           IF DETAILS-IS-V2 AND DETAILS-DECEASED
             DISPLAY "DETAILS-ID " W-PUQ-DETAILS-ID " is recorded as "
               "deceased - proposal closed."
             MOVE "DEC" TO W-PUQ-REASON
             PERFORM CLOSE-WITHOUT-DECISION
             EXIT SECTION
           END-IF.
           IF NOT DETAILS-IS-V2
             MOVE SPACES TO DETAILS-V2-EXT
           END-IF.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Partner " W-PUQ-PARTNER " batch " W-PUQ-BATCH
             " received " W-PUQ-RECEIVED " for DETAILS-ID "
             DETAILS-ID " " DETAILS-SURNAME " " INITIALS.
           DISPLAY "  Phone    now " DETAILS-PHONE " proposed "
             W-PUQ-PHONE.
           DISPLAY "  Street   now " DETAILS-STREET " proposed "
             W-PUQ-STREET.
           DISPLAY "  City     now " DETAILS-CITY " proposed "
             W-PUQ-CITY.
           DISPLAY "  Postcode now " DETAILS-POSTCODE " proposed "
             W-PUQ-POSTCODE.
           MOVE SPACE TO WS-VERDICT.
           PERFORM UNTIL VERDICT-APPLY OR VERDICT-REJECT
               OR VERDICT-SKIP OR VERDICT-QUIT
             DISPLAY "A) Apply  R) Reject  S) Skip  Q) Quit: "
             ACCEPT WS-VERDICT
           END-PERFORM.
           EVALUATE TRUE
             WHEN VERDICT-APPLY
               PERFORM APPLY-PROPOSAL
             WHEN VERDICT-REJECT
               SET PUQ-DECLINED TO TRUE
               MOVE "REV" TO W-PUQ-REASON
               PERFORM CLOSE-QUEUE-LINE
               ADD 1 TO WS-REJECT-COUNT
               MOVE "R" TO WS-ACT-ACTION
               PERFORM LOG-DECISION
             WHEN VERDICT-SKIP
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               SET REVIEW-STOPPED TO TRUE
           END-EVALUATE.

           CLOSE-WITHOUT-DECISION SECTION.
           SET PUQ-DECLINED TO TRUE.
           PERFORM CLOSE-QUEUE-LINE.
           ADD 1 TO WS-CLOSED-COUNT.

      * Only the fields the partner filled in are moved; the change
      * is journaled as a change so replay and the history inquiry
      * see it like a keyed one.
           APPLY-PROPOSAL SECTION.
           READ DETAILS-FILE
             INVALID KEY CONTINUE
           END-READ.
           MOVE DETAILS-RECORD TO W-JRN-BEFORE-IMAGE.
           IF NOT DETAILS-IS-V2
             MOVE SPACES TO DETAILS-V2-EXT
             MOVE "V2" TO DETAILS-VERSION
           END-IF.
           IF W-PUQ-PHONE NOT = SPACES
             MOVE W-PUQ-PHONE TO DETAILS-PHONE
           END-IF.
           IF W-PUQ-STREET NOT = SPACES
             MOVE W-PUQ-STREET TO DETAILS-STREET
           END-IF.
           IF W-PUQ-CITY NOT = SPACES
             MOVE W-PUQ-CITY TO DETAILS-CITY
           END-IF.
           IF W-PUQ-POSTCODE NOT = SPACES
             MOVE W-PUQ-POSTCODE TO DETAILS-POSTCODE
           END-IF.
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
           SET PUQ-APPLIED TO TRUE.
           MOVE SPACES TO W-PUQ-REASON.
           PERFORM CLOSE-QUEUE-LINE.
           ADD 1 TO WS-APPLY-COUNT.
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM LOG-DECISION.
           DISPLAY "DETAILS-ID " DETAILS-ID " updated.".

      * The decision on the queue line and, for the partner, on the
      * outcome file.
           CLOSE-QUEUE-LINE SECTION.
           MOVE WS-OPERATOR-ID TO W-PUQ-OPERATOR-ID.
           MOVE W-DATE OF W-BATCH TO W-PUQ-DECIDED.
           MOVE W-PUQ-DETAILS-ID TO WS-OD-ID.
           MOVE W-PUQ-STATE TO WS-OD-VERDICT.
           MOVE W-PUQ-REASON TO WS-OD-REASON.
           MOVE W-PUQ-BATCH TO WS-OD-BATCH.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-DETAIL.

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
           MOVE W-PUQ-DETAILS-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
