      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The partner who receives PARTNER-INTERFACE-FEED hears about
      * address changes before we do, and until now sent them on
      * paper. This intake reads their inbound update file
      * "../partner_update.dat" in the interchange style of the feed
      * and the acknowledgment - a UH header (partner code, run date,
      * batch name, detail count), one UD line per proposal (their
      * zoned nine-digit DETAILS-ID and the V2 contact fields phone,
      * street, city and postcode, a blank field meaning no change)
      * and a UT trailer (detail count and the hash total of the
      * IDs, as our BT trailer carries). A file whose header, trailer
      * and details do not agree is refused whole and not
      * registered, so the partner's corrected resend can still be
      * taken. A file that agrees is judged by FEED-REGISTRAR under
      * the tag "PU-" and the partner code, so the same batch is
      * never taken twice. Each proposal is then validated: the ID
      * must be on database_idx.dat, not erased (the
      * RIGHT-TO-ERASURE suppression list) and not deceased, it must
      * propose at least one field, and a postcode must be in the
      * "999 99" form by POSTCODE-CHECK. A valid proposal goes to the
      * review queue "../partner_update_review.dat" (layout in
      * PartnerUpdate.cpy) for PARTNER-UPDATE-REVIEW - nothing is
      * applied here - and an invalid one to the partner reject
      * queue "../partner_reject_queue.dat" with its reason code,
      * beside the rejects PARTNER-ACK-PROCESS queues. The verdict on
      * the file and on every proposal is appended for the partner
      * to "../partner_update_outcome.dat": OH header, OD line per
      * proposal ("Q" queued for review, "R" rejected, reason code),
      * OT trailer with both counts.
      * Revision: Maxfx 15/10/2026 - the review queue, the reject queue
      *   and the outcome lines are posted to the lineage register from
      *   the update file, the master and the suppression list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-UPDATE-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPDATE-IN ASSIGN TO "../partner_update.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-UPDATE-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "../partner_update_review.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-QUEUE-STATUS.

           SELECT REJECT-QUEUE-FILE
           ASSIGN TO "../partner_reject_queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REJECT-QUEUE-STATUS.

           SELECT OUTCOME-FILE
           ASSIGN TO "../partner_update_outcome.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OUTCOME-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The partner's interchange: UH header / UD proposals / UT
      * trailer.
           FD UPDATE-IN.
           01 UPDATE-RECORD.
             05 UPD-TYPE PIC X(2).
             05 UPD-BODY PIC X(63).
           01 UPDATE-HEADER-VIEW.
             05 FILLER       PIC X(2).
             05 UH-PARTNER   PIC X(4).
             05 UH-RUN-DATE  PIC X(8).
             05 UH-BATCH     PIC X(8).
             05 UH-COUNT     PIC 9(6).
             05 FILLER       PIC X(37).
           01 UPDATE-DETAIL-VIEW.
             05 FILLER       PIC X(2).
             05 UD-ID        PIC 9(9).
             05 UD-PHONE     PIC X(12).
             05 UD-STREET    PIC X(20).
             05 UD-CITY      PIC X(14).
             05 UD-POSTCODE  PIC X(8).
           01 UPDATE-TRAILER-VIEW.
             05 FILLER       PIC X(2).
             05 UT-COUNT     PIC 9(6).
             05 UT-HASH      PIC 9(12).
             05 FILLER       PIC X(45).

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

           FD QUEUE-FILE.
           01 QUEUE-FILE-RECORD PIC X(113).

           FD REJECT-QUEUE-FILE.
           01 REJECT-QUEUE-RECORD PIC X(60).

      * What goes back to the partner: OH the file's verdict, OD one
      * per proposal, OT the counts.
           FD OUTCOME-FILE.
           01 OUTCOME-RECORD PIC X(40).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-UPDATE-STATUS       PIC XX.
           77 FILE-STATUS            PIC XX.
           77 WS-QUEUE-STATUS        PIC XX.
           77 WS-REJECT-QUEUE-STATUS PIC XX.
           77 WS-OUTCOME-STATUS      PIC XX.
           77 WS-SUPPRESS-STATUS     PIC XX.
           77 WS-STATUS-MSG          PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "PartnerUpdate.cpy".
           COPY "Lineage.cpy".

      * Records read from the update file, the master and the
      * suppression list, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-UPDATE   PIC 9(8) VALUE ZERO.
             05 WS-READ-MASTER   PIC 9(8) VALUE ZERO.
             05 WS-READ-SUPPRESS PIC 9(8) VALUE ZERO.

           01 WS-OUTCOME-HEADER.
             05 WS-OH-TYPE    PIC X(2) VALUE "OH".
             05 WS-OH-PARTNER PIC X(4).
             05 WS-OH-BATCH   PIC X(8).
             05 WS-OH-RUN-ID  PIC X(16).
             05 WS-OH-VERDICT PIC X.
             05 WS-OH-REASON  PIC X(3).
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

      * The file's own identity, put to FEED-REGISTRAR.
           01 WS-FEED-TAG.
             05 FILLER         PIC X(3) VALUE "PU-".
             05 WS-FEED-PARTNER PIC X(4).
             05 FILLER         PIC X VALUE SPACE.
           77 WS-FEED-DATE    PIC X(8).
           77 WS-FEED-JOB     PIC X(8).
           77 WS-FEED-VERDICT PIC X.
             88 FEED-ACCEPTED VALUE "A".

      * The proposals in memory, so the control totals are proved
      * before any of them is acted on.
           78 WS-MAX-PROPOSALS VALUE 2000.
           01 WS-PROPOSAL-TABLE.
             05 WS-PROPOSAL PIC X(65) OCCURS 2000 TIMES.
           77 WS-PROPOSAL-USED PIC 9(4) VALUE ZERO.
           77 WS-PROPOSAL-I    PIC 9(4).
           77 WS-DETAIL-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-ID-HASH       PIC 9(12) VALUE ZERO.
           77 WS-HDR-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-TRL-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-TRL-HASH      PIC 9(12) VALUE ZERO.
           77 WS-SAW-HEADER    PIC X VALUE "N".
             88 HEADER-SEEN    VALUE "Y".
           77 WS-SAW-TRAILER   PIC X VALUE "N".
             88 TRAILER-SEEN   VALUE "Y".
           77 WS-FILE-REASON   PIC X(3) VALUE SPACES.

      * Suppression list in memory; absent means nothing erased.
           78 WS-MAX-SUPPRESS VALUE 200.
           01 WS-SUPPRESS-TABLE.
             05 WS-SUP-ID PIC X(7) OCCURS 200 TIMES.
           77 WS-SUPPRESS-USED PIC 9(3) VALUE ZERO.
           77 WS-SUP-I         PIC 9(3).
           77 WS-SUPPRESS-HIT  PIC X.
             88 ID-SUPPRESSED  VALUE "Y".

      * What POSTCODE-CHECK makes of a proposed postcode.
           77 WS-PCK-STANDARD PIC X(8).
           77 WS-PCK-REF-CITY PIC X(14).
           77 WS-PCK-REGION   PIC X(20).
           77 WS-PCK-RESULT   PIC X.
             88 PCK-MALFORMED   VALUE "M".

           77 WS-REASON        PIC X(3).
           77 WS-QUEUED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20) VALUE "PARTNER-UPD-INTAKE".
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN INPUT UPDATE-IN.
           IF WS-UPDATE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-UPDATE-STATUS WS-STATUS-MSG
             DISPLAY "No partner_update.dat to take in: "
               WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-UPDATE-FILE.
           CLOSE UPDATE-IN.
           PERFORM PROVE-CONTROL-TOTALS.
           IF WS-FILE-REASON NOT = SPACES
             PERFORM REFUSE-UPDATE-FILE
             GOBACK
           END-IF.
           MOVE UH-PARTNER TO WS-FEED-PARTNER.
           CALL "FEED-REGISTER-ONE" USING WS-FEED-TAG WS-FEED-DATE
             WS-FEED-JOB WS-FEED-VERDICT.
           MOVE 0 TO RETURN-CODE.
           IF NOT FEED-ACCEPTED
             DISPLAY "Partner update " WS-FEED-DATE " batch "
               WS-FEED-JOB " refused - it was already processed."
             MOVE "DUP" TO WS-FILE-REASON
             PERFORM REFUSE-UPDATE-FILE
             GOBACK
           END-IF.

           PERFORM REGISTER-FILE-HOLDING.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "The partner update review queue is in use - "
               "intake refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SUPPRESSION-LIST.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
             OPEN OUTPUT QUEUE-FILE
           END-IF.
           OPEN EXTEND REJECT-QUEUE-FILE.
           IF WS-REJECT-QUEUE-STATUS = "35"
             OPEN OUTPUT REJECT-QUEUE-FILE
           END-IF.
           PERFORM OPEN-OUTCOME-FILE.
           MOVE "A" TO WS-OH-VERDICT.
           MOVE SPACES TO WS-OH-REASON.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-HEADER.
           PERFORM VARYING WS-PROPOSAL-I FROM 1 BY 1
               UNTIL WS-PROPOSAL-I > WS-PROPOSAL-USED
             MOVE WS-PROPOSAL(WS-PROPOSAL-I) TO UPDATE-RECORD
             PERFORM JUDGE-ONE-PROPOSAL
           END-PERFORM.
           MOVE WS-QUEUED-COUNT TO WS-OT-ACCEPTED.
           MOVE WS-REJECTED-COUNT TO WS-OT-REJECTED.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-TRAILER.
           CLOSE OUTCOME-FILE.
           CLOSE REJECT-QUEUE-FILE.
           CLOSE QUEUE-FILE.
           CLOSE DETAILS-FILE.
           PERFORM RELEASE-FILE-HOLDING.
           PERFORM POST-LINEAGE.

           DISPLAY "Partner " WS-FEED-PARTNER " update " WS-FEED-DATE
             " batch " WS-FEED-JOB ": " WS-DETAIL-COUNT
             " proposal(s), " WS-QUEUED-COUNT " queued for review, "
             WS-REJECTED-COUNT " rejected.".
           IF WS-QUEUED-COUNT > ZERO
             DISPLAY "Run PARTNER-UPDATE-REVIEW to work the queued "
               "proposals."
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The review queue, the reject queue and the outcome lines all
      * come from the partner's file held against the master and
      * the erasure suppression list.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "PARTNER-UPDATE-INTAKE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../partner_update.dat" TO W-LIN-FILE.
           MOVE WS-READ-UPDATE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-READ-MASTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../erasure_suppress.dat" TO W-LIN-FILE.
           MOVE WS-READ-SUPPRESS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../partner_update_review.dat" TO W-LIN-FILE.
           MOVE WS-QUEUED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../partner_reject_queue.dat" TO W-LIN-FILE.
           MOVE WS-REJECTED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../partner_update_outcome.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-PROPOSAL-USED + 2.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           LOAD-UPDATE-FILE SECTION.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ UPDATE-IN
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-UPDATE
                 PERFORM KEEP-ONE-LINE
             END-READ
           END-PERFORM.

      * Only the first header counts; anything after the trailer, or
      * a line of no known type, spoils the file's totals.
           KEEP-ONE-LINE SECTION.
           EVALUATE UPD-TYPE
             WHEN "UH"
               IF HEADER-SEEN
                 MOVE "HDR" TO WS-FILE-REASON
               ELSE
                 SET HEADER-SEEN TO TRUE
                 MOVE UH-RUN-DATE TO WS-FEED-DATE
                 MOVE UH-BATCH TO WS-FEED-JOB
                 MOVE UH-PARTNER TO WS-OH-PARTNER
                 MOVE UH-BATCH TO WS-OH-BATCH
                 IF UH-COUNT NUMERIC
                   MOVE UH-COUNT TO WS-HDR-COUNT
                 END-IF
               END-IF
             WHEN "UD"
               IF TRAILER-SEEN
                 MOVE "TRL" TO WS-FILE-REASON
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               IF UD-ID NUMERIC
                 ADD UD-ID TO WS-ID-HASH
               END-IF
               IF WS-PROPOSAL-USED < WS-MAX-PROPOSALS
                 ADD 1 TO WS-PROPOSAL-USED
                 MOVE UPDATE-RECORD TO WS-PROPOSAL(WS-PROPOSAL-USED)
               ELSE
                 MOVE "BIG" TO WS-FILE-REASON
               END-IF
             WHEN "UT"
               SET TRAILER-SEEN TO TRUE
               IF UT-COUNT NUMERIC
                 MOVE UT-COUNT TO WS-TRL-COUNT
               END-IF
               IF UT-HASH NUMERIC
                 MOVE UT-HASH TO WS-TRL-HASH
               END-IF
             WHEN OTHER
               IF UPDATE-RECORD NOT = SPACES
                 DISPLAY "Unrecognised update line: "
                   UPDATE-RECORD(1:30)
                 MOVE "FMT" TO WS-FILE-REASON
               END-IF
           END-EVALUATE.

      * Header, trailer and details must agree before the file is
      * registered, so a truncated transmission is never half taken.
           PROVE-CONTROL-TOTALS SECTION.
           IF WS-FILE-REASON NOT = SPACES
             EXIT SECTION
           END-IF.
           EVALUATE TRUE
             WHEN NOT HEADER-SEEN
               DISPLAY "partner_update.dat carries no UH header - the "
                 "file cannot be identified."
               MOVE "HDR" TO WS-FILE-REASON
             WHEN NOT TRAILER-SEEN
               DISPLAY "partner_update.dat carries no UT trailer - "
                 "possibly truncated in transfer."
               MOVE "TRL" TO WS-FILE-REASON
             WHEN WS-HDR-COUNT NOT = WS-DETAIL-COUNT
                 OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "Header count " WS-HDR-COUNT ", trailer count "
                 WS-TRL-COUNT " but " WS-DETAIL-COUNT
                 " proposal(s) on the file."
               MOVE "CNT" TO WS-FILE-REASON
             WHEN WS-TRL-HASH NOT = WS-ID-HASH
               DISPLAY "Trailer hash total " WS-TRL-HASH
                 " does not match the IDs' " WS-ID-HASH "."
               MOVE "HSH" TO WS-FILE-REASON
           END-EVALUATE.

      * The partner hears the file was refused and why; nothing on it
      * is queued.
           REFUSE-UPDATE-FILE SECTION.
           DISPLAY "Partner update file refused, reason "
             WS-FILE-REASON " - nothing taken in.".
           PERFORM OPEN-OUTCOME-FILE.
           MOVE "R" TO WS-OH-VERDICT.
           MOVE WS-FILE-REASON TO WS-OH-REASON.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-HEADER.
           MOVE ZERO TO WS-OT-ACCEPTED.
           MOVE WS-DETAIL-COUNT TO WS-OT-REJECTED.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-TRAILER.
           CLOSE OUTCOME-FILE.
           MOVE 1 TO RETURN-CODE.

           OPEN-OUTCOME-FILE SECTION.
           MOVE W-BATCH-COMPLET TO WS-OH-RUN-ID.
           OPEN EXTEND OUTCOME-FILE.
           IF WS-OUTCOME-STATUS = "35"
             OPEN OUTPUT OUTCOME-FILE
           END-IF.

           JUDGE-ONE-PROPOSAL SECTION.
           MOVE SPACES TO WS-REASON.
           PERFORM VALIDATE-PROPOSAL.
           IF WS-REASON = SPACES
             PERFORM QUEUE-PROPOSAL
             MOVE "Q" TO WS-OD-VERDICT
           ELSE
             PERFORM QUEUE-PARTNER-REJECT
             MOVE "R" TO WS-OD-VERDICT
           END-IF.
           IF UD-ID NUMERIC
             MOVE UD-ID TO WS-OD-ID
           ELSE
             MOVE ZERO TO WS-OD-ID
           END-IF.
           MOVE WS-REASON TO WS-OD-REASON.
           MOVE WS-FEED-JOB TO WS-OD-BATCH.
           WRITE OUTCOME-RECORD FROM WS-OUTCOME-DETAIL.

      * The first failing check gives the reason code.
           VALIDATE-PROPOSAL SECTION.
           IF UD-ID NOT NUMERIC
             MOVE "BID" TO WS-REASON
             EXIT SECTION
           END-IF.
           IF UD-ID > 9999999
             MOVE "NID" TO WS-REASON
             EXIT SECTION
           END-IF.
           MOVE UD-ID TO DETAILS-ID.
           PERFORM CHECK-SUPPRESSION.
           IF ID-SUPPRESSED
             MOVE "ERA" TO WS-REASON
             EXIT SECTION
           END-IF.
           READ DETAILS-FILE
             INVALID KEY
               MOVE "NID" TO WS-REASON
               EXIT SECTION
           END-READ.
           ADD 1 TO WS-READ-MASTER.
           IF DETAILS-IS-V2 AND DETAILS-DECEASED
             MOVE "DEC" TO WS-REASON
             EXIT SECTION
           END-IF.
           IF UD-PHONE = SPACES AND UD-STREET = SPACES
               AND UD-CITY = SPACES AND UD-POSTCODE = SPACES
             MOVE "NOC" TO WS-REASON
             EXIT SECTION
           END-IF.
           IF UD-POSTCODE NOT = SPACES
             CALL "POSTCODE-CHECK" USING UD-POSTCODE UD-CITY
               WS-PCK-STANDARD WS-PCK-REF-CITY WS-PCK-REGION
               WS-PCK-RESULT
             IF PCK-MALFORMED
               MOVE "PCD" TO WS-REASON
             END-IF
           END-IF.

           QUEUE-PROPOSAL SECTION.
           MOVE SPACES TO W-PARTNER-UPDATE.
           MOVE WS-FEED-PARTNER TO W-PUQ-PARTNER.
           MOVE WS-FEED-JOB TO W-PUQ-BATCH.
           MOVE UD-ID TO W-PUQ-DETAILS-ID.
           MOVE UD-PHONE TO W-PUQ-PHONE.
           MOVE UD-STREET TO W-PUQ-STREET.
           MOVE UD-CITY TO W-PUQ-CITY.
           MOVE UD-POSTCODE TO W-PUQ-POSTCODE.
           MOVE W-DATE OF W-BATCH TO W-PUQ-RECEIVED.
           SET PUQ-PENDING TO TRUE.
           WRITE QUEUE-FILE-RECORD FROM W-PARTNER-UPDATE.
           IF WS-QUEUE-STATUS NOT = "00"
             DISPLAY "WARNING: could not queue " UD-ID
               ", status " WS-QUEUE-STATUS
             MOVE 4 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.

      * The same line the acknowledgment processor queues, so the
      * review desk works both kinds of partner reject together.
           QUEUE-PARTNER-REJECT SECTION.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO REJECT-QUEUE-RECORD.
           STRING W-BATCH-COMPLET DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             UD-ID DELIMITED BY SIZE
             " reason " DELIMITED BY SIZE
             WS-REASON DELIMITED BY SIZE
             " OPEN" DELIMITED BY SIZE
             INTO REJECT-QUEUE-RECORD
           END-STRING.
           WRITE REJECT-QUEUE-RECORD.

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
                 ADD 1 TO WS-READ-SUPPRESS
                 IF SUP-ID NOT = SPACES
                     AND WS-SUPPRESS-USED < WS-MAX-SUPPRESS
                   ADD 1 TO WS-SUPPRESS-USED
                   MOVE SUP-ID TO WS-SUP-ID(WS-SUPPRESS-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.

           CHECK-SUPPRESSION SECTION.
           MOVE "N" TO WS-SUPPRESS-HIT.
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPRESS-USED OR ID-SUPPRESSED
             IF WS-SUP-ID(WS-SUP-I) = DETAILS-ID
               SET ID-SUPPRESSED TO TRUE
             END-IF
           END-PERFORM.

           REGISTER-FILE-HOLDING SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
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
