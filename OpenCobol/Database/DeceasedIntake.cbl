      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Until now we learnt that someone had died only when a letter
      * came back. This intake reads the periodic deceased-register
      * file "../deceased_register.dat" - an HDR record (run date,
      * count, job name, the same header the chain's feeds carry),
      * then one line per death: surname, initials, birth date and
      * date of death, dates YYYYMMDD - and first has the file judged
      * by FEED-REGISTRAR under the tag "DECEASED", so the same
      * register is never processed twice. Each entry is then held
      * against every record on database_idx.dat on name and
      * DETAILS-BIRTHDAY, surname and initials compared in upper
      * case. An exact match is never applied here: it is appended
      * to the review queue "../deceased_review.dat" (layout in
      * DeceasedQueue.cpy) for DECEASED-REVIEW, where an operator
      * confirms it and the status change goes through the
      * maintenance journal. A match already pending on the queue is
      * not queued twice, and one already recorded as deceased is
      * only counted. Near-misses - surname and birth date agreeing
      * but not the initials, name agreeing and the birth date out
      * by one part (year, month or day, or day and month swapped),
      * initials and birth date agreeing and the surname only in its
      * first four letters - and the entries with no match at all
      * are listed on "../deceased_intake.rpt" through the shared
      * REPORT-WRITER, with any entry whose birth date is not a date.
      * Revision: Maxfx 15/10/2026 - the review queue is posted to the
      *   lineage register from the deceased register, the master and
      *   the queue already pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-INTAKE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-IN ASSIGN TO "../deceased_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT QUEUE-FILE ASSIGN TO "../deceased_review.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTER-IN.
           01 REGISTER-ENTRY.
             05 DRG-SURNAME    PIC X(20).
             05 FILLER         PIC X.
             05 DRG-INITIALS   PIC XX.
             05 FILLER         PIC X.
             05 DRG-BIRTH-DATE PIC X(8).
             05 FILLER         PIC X.
             05 DRG-DEATH-DATE PIC X(8).
           01 REGISTER-HEADER.
             05 DRG-HDR-TAG      PIC X(3).
             05 DRG-HDR-RUN-DATE PIC X(8).
             05 DRG-HDR-COUNT    PIC 9(6).
             05 DRG-HDR-JOB-NAME PIC X(8).
             05 FILLER           PIC X(16).

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
           01 QUEUE-FILE-RECORD PIC X(66).

       WORKING-STORAGE SECTION.
           77 WS-REGISTER-STATUS PIC XX.
           77 FILE-STATUS        PIC XX.
           77 WS-QUEUE-STATUS    PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DeceasedQueue.cpy".
           COPY "Lineage.cpy".

      * Records read from the register, the master and the queue,
      * for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-REGISTER PIC 9(8) VALUE ZERO.
             05 WS-READ-MASTER   PIC 9(8) VALUE ZERO.
             05 WS-READ-QUEUE    PIC 9(8) VALUE ZERO.

      * The register's own identity, put to FEED-REGISTRAR.
           77 WS-FEED-TAG     PIC X(8) VALUE "DECEASED".
           77 WS-FEED-DATE    PIC X(8).
           77 WS-FEED-JOB     PIC X(8).
           77 WS-FEED-VERDICT PIC X.
             88 FEED-ACCEPTED VALUE "A".
           77 WS-HDR-COUNT    PIC 9(6).

      * The register in memory, each entry with what the pass over
      * the master found for it.
           78 WS-MAX-ENTRIES VALUE 500.
           01 WS-ENTRY-TABLE.
             05 WS-ENT OCCURS 500 TIMES.
               10 WS-ENT-RAW-SURNAME PIC X(20).
               10 WS-ENT-SURNAME     PIC X(8).
               10 WS-ENT-INITIALS    PIC XX.
               10 WS-ENT-BIRTH-DATE  PIC X(8).
               10 WS-ENT-DEATH-DATE  PIC X(8).
               10 WS-ENT-DATE-OK     PIC X.
                 88 ENT-DATE-VALID   VALUE "Y".
               10 WS-ENT-EXACT       PIC 99.
               10 WS-ENT-NEAR-ID     PIC 9(7).
               10 WS-ENT-NEAR-RANK   PIC 9.
               10 WS-ENT-NEAR-REASON PIC X(20).
           77 WS-ENT-USED   PIC 9(3) VALUE ZERO.
           77 WS-ENT-I      PIC 9(3).
           77 WS-ENT-DROPPED PIC 9(6) VALUE ZERO.

      * DETAILS-IDs already waiting on the queue from earlier runs.
           78 WS-MAX-PENDING VALUE 2000.
           01 WS-PENDING-TABLE.
             05 WS-PENDING-ID PIC 9(7) OCCURS 2000 TIMES.
           77 WS-PENDING-USED PIC 9(4) VALUE ZERO.
           77 WS-PENDING-I    PIC 9(4).
           77 WS-ON-QUEUE     PIC X.
             88 ALREADY-ON-QUEUE VALUE "Y".

      * The record being compared, name in upper case.
           77 WS-REC-SURNAME  PIC X(8).
           77 WS-REC-INITIALS PIC XX.
           77 WS-CMP-BIRTH    PIC X(8).
           77 WS-PARTS-DIFF   PIC 9.
           77 WS-NEAR-RANK    PIC 9.
           77 WS-NEAR-REASON  PIC X(20).
           77 WS-BIRTH-VALID  PIC X.
             88 BIRTH-DATE-VALID VALUE "Y".

           77 WS-ENTRY-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-QUEUED-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-ON-QUEUE-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-DECEASED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-NEAR-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-NO-MATCH-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-BAD-DATE-COUNT  PIC 9(6) VALUE ZERO.

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20) VALUE "DECEASED-INTAKE".
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN INPUT REGISTER-IN.
           IF WS-REGISTER-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-REGISTER-STATUS WS-STATUS-MSG
             DISPLAY "No deceased_register.dat to take in: "
               WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM READ-REGISTER-HEADER.
           IF RETURN-CODE NOT = 0
             CLOSE REGISTER-IN
             GOBACK
           END-IF.
           CALL "FEED-REGISTER-ONE" USING WS-FEED-TAG WS-FEED-DATE
             WS-FEED-JOB WS-FEED-VERDICT.
           MOVE 0 TO RETURN-CODE.
           IF NOT FEED-ACCEPTED
             DISPLAY "Deceased register " WS-FEED-DATE " job "
               WS-FEED-JOB " refused - it was already processed."
             CLOSE REGISTER-IN
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-REGISTER-ENTRIES.
           CLOSE REGISTER-IN.

           PERFORM REGISTER-FILE-HOLDING.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "The deceased review queue is in use - intake "
               "refused."
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
           PERFORM LOAD-PENDING-QUEUE.
           OPEN EXTEND QUEUE-FILE.
           IF WS-QUEUE-STATUS = "35"
             OPEN OUTPUT QUEUE-FILE
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DETAILS-FILE NEXT
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-MASTER
                 PERFORM MATCH-ONE-RECORD
             END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           CLOSE DETAILS-FILE.
           PERFORM RELEASE-FILE-HOLDING.
           PERFORM POST-LINEAGE.

           PERFORM OPEN-INTAKE-REPORT.
           PERFORM VARYING WS-ENT-I FROM 1 BY 1
               UNTIL WS-ENT-I > WS-ENT-USED
             PERFORM REPORT-ONE-ENTRY
           END-PERFORM.
           PERFORM CLOSE-INTAKE-REPORT.

           DISPLAY "Deceased register " WS-FEED-DATE ": "
             WS-ENTRY-COUNT " entr(y/ies), " WS-QUEUED-COUNT
             " queued for review, " WS-ON-QUEUE-COUNT
             " already queued, " WS-DECEASED-COUNT
             " already recorded as deceased.".
           DISPLAY WS-NEAR-COUNT " near-miss(es), " WS-NO-MATCH-COUNT
             " without a match, " WS-BAD-DATE-COUNT
             " with a bad birth date (see deceased_intake.rpt).".
           IF WS-QUEUED-COUNT > ZERO
             DISPLAY "Run DECEASED-REVIEW to confirm the queued "
               "matches."
           END-IF.
           IF WS-HDR-COUNT NOT = WS-ENTRY-COUNT
             DISPLAY "WARNING: header count " WS-HDR-COUNT
               " but " WS-ENTRY-COUNT " entr(y/ies) on the file."
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NEAR-COUNT > ZERO OR WS-BAD-DATE-COUNT > ZERO
               OR WS-ENT-DROPPED > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The matches queued tonight come from the register held
      * against the master, added to the queue already pending.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DECEASED-INTAKE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../deceased_register.dat" TO W-LIN-FILE.
           MOVE WS-READ-REGISTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-READ-MASTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../deceased_review.dat" TO W-LIN-FILE.
           MOVE WS-READ-QUEUE TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../deceased_review.dat" TO W-LIN-FILE.
           MOVE WS-QUEUED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * Without its header the register cannot be identified, so
      * it is not taken in at all.
           READ-REGISTER-HEADER SECTION.
           READ REGISTER-IN
             AT END
               DISPLAY "deceased_register.dat is empty - nothing to "
                 "take in."
               MOVE 1 TO RETURN-CODE
               EXIT SECTION
           END-READ.
           ADD 1 TO WS-READ-REGISTER.
           IF DRG-HDR-TAG NOT = "HDR"
             DISPLAY "deceased_register.dat carries no HDR record - "
               "the register cannot be identified."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE DRG-HDR-RUN-DATE TO WS-FEED-DATE.
           MOVE DRG-HDR-JOB-NAME TO WS-FEED-JOB.
           IF DRG-HDR-COUNT NUMERIC
             MOVE DRG-HDR-COUNT TO WS-HDR-COUNT
           ELSE
             MOVE ZERO TO WS-HDR-COUNT
           END-IF.

           LOAD-REGISTER-ENTRIES SECTION.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ REGISTER-IN
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-REGISTER
                 IF DRG-HDR-TAG NOT = "TRL"
                     AND REGISTER-ENTRY NOT = SPACES
                   ADD 1 TO WS-ENTRY-COUNT
                   PERFORM KEEP-ONE-ENTRY
                 END-IF
             END-READ
           END-PERFORM.
           IF WS-ENT-DROPPED > ZERO
             DISPLAY "WARNING: the register holds more than "
               WS-MAX-ENTRIES " entries - " WS-ENT-DROPPED
               " were not matched."
           END-IF.

           KEEP-ONE-ENTRY SECTION.
           IF WS-ENT-USED = WS-MAX-ENTRIES
             ADD 1 TO WS-ENT-DROPPED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-ENT-USED.
           MOVE DRG-SURNAME TO WS-ENT-RAW-SURNAME(WS-ENT-USED).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DRG-SURNAME))
             TO WS-ENT-SURNAME(WS-ENT-USED).
           MOVE FUNCTION UPPER-CASE(DRG-INITIALS)
             TO WS-ENT-INITIALS(WS-ENT-USED).
           MOVE DRG-BIRTH-DATE TO WS-ENT-BIRTH-DATE(WS-ENT-USED).
           MOVE DRG-DEATH-DATE TO WS-ENT-DEATH-DATE(WS-ENT-USED).
           MOVE ZERO TO WS-ENT-EXACT(WS-ENT-USED).
           MOVE ZERO TO WS-ENT-NEAR-ID(WS-ENT-USED).
           MOVE 9 TO WS-ENT-NEAR-RANK(WS-ENT-USED).
           MOVE SPACES TO WS-ENT-NEAR-REASON(WS-ENT-USED).
           CALL "VALIDATE-DATE" USING DRG-BIRTH-DATE WS-BIRTH-VALID.
           MOVE WS-BIRTH-VALID TO WS-ENT-DATE-OK(WS-ENT-USED).

           LOAD-PENDING-QUEUE SECTION.
           MOVE ZERO TO WS-PENDING-USED.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ QUEUE-FILE INTO W-DECEASED-QUEUE-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-QUEUE
                 IF DQ-PENDING AND WS-PENDING-USED < WS-MAX-PENDING
                   ADD 1 TO WS-PENDING-USED
                   MOVE W-DQ-DETAILS-ID
                     TO WS-PENDING-ID(WS-PENDING-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.

           REGISTER-FILE-HOLDING SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
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

      * One DETAILS record against every register entry.
           MATCH-ONE-RECORD SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DETAILS-SURNAME))
             TO WS-REC-SURNAME.
           MOVE FUNCTION UPPER-CASE(INITIALS) TO WS-REC-INITIALS.
           PERFORM VARYING WS-ENT-I FROM 1 BY 1
               UNTIL WS-ENT-I > WS-ENT-USED
             IF ENT-DATE-VALID(WS-ENT-I)
               IF WS-REC-SURNAME = WS-ENT-SURNAME(WS-ENT-I)
                   AND WS-REC-INITIALS = WS-ENT-INITIALS(WS-ENT-I)
                   AND DETAILS-BIRTHDAY = WS-ENT-BIRTH-DATE(WS-ENT-I)
                 PERFORM QUEUE-EXACT-MATCH
               ELSE
                 PERFORM JUDGE-NEAR-MISS
               END-IF
             END-IF
           END-PERFORM.

      * Queued for an operator - never applied from here.
           QUEUE-EXACT-MATCH SECTION.
           ADD 1 TO WS-ENT-EXACT(WS-ENT-I).
           IF DETAILS-IS-V2 AND DETAILS-DECEASED
             ADD 1 TO WS-DECEASED-COUNT
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-ON-QUEUE.
           PERFORM VARYING WS-PENDING-I FROM 1 BY 1
               UNTIL WS-PENDING-I > WS-PENDING-USED
             IF WS-PENDING-ID(WS-PENDING-I) = DETAILS-ID
               SET ALREADY-ON-QUEUE TO TRUE
             END-IF
           END-PERFORM.
           IF ALREADY-ON-QUEUE
             ADD 1 TO WS-ON-QUEUE-COUNT
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-DECEASED-QUEUE-RECORD.
           MOVE DETAILS-ID TO W-DQ-DETAILS-ID.
           MOVE WS-ENT-SURNAME(WS-ENT-I) TO W-DQ-SURNAME.
           MOVE WS-ENT-INITIALS(WS-ENT-I) TO W-DQ-INITIALS.
           MOVE WS-ENT-BIRTH-DATE(WS-ENT-I) TO W-DQ-BIRTH-DATE.
           MOVE WS-ENT-DEATH-DATE(WS-ENT-I) TO W-DQ-DEATH-DATE.
           MOVE WS-FEED-DATE TO W-DQ-FEED-DATE.
           SET DQ-PENDING TO TRUE.
           WRITE QUEUE-FILE-RECORD FROM W-DECEASED-QUEUE-RECORD.
           IF WS-QUEUE-STATUS NOT = "00"
             DISPLAY "WARNING: could not queue " DETAILS-ID
               ", status " WS-QUEUE-STATUS
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-QUEUED-COUNT.
           IF WS-PENDING-USED < WS-MAX-PENDING
             ADD 1 TO WS-PENDING-USED
             MOVE DETAILS-ID TO WS-PENDING-ID(WS-PENDING-USED)
           END-IF.

      * The closest near-miss is kept for the report: initials
      * first, then the birth date, then the surname.
           JUDGE-NEAR-MISS SECTION.
           MOVE 9 TO WS-NEAR-RANK.
           IF WS-REC-SURNAME = WS-ENT-SURNAME(WS-ENT-I)
               AND DETAILS-BIRTHDAY = WS-ENT-BIRTH-DATE(WS-ENT-I)
             MOVE 1 TO WS-NEAR-RANK
             MOVE "INITIALS DIFFER" TO WS-NEAR-REASON
           END-IF.
           IF WS-NEAR-RANK = 9
               AND WS-REC-SURNAME = WS-ENT-SURNAME(WS-ENT-I)
               AND WS-REC-INITIALS = WS-ENT-INITIALS(WS-ENT-I)
             PERFORM COMPARE-BIRTH-DATES
           END-IF.
           IF WS-NEAR-RANK = 9
               AND WS-REC-INITIALS = WS-ENT-INITIALS(WS-ENT-I)
               AND DETAILS-BIRTHDAY = WS-ENT-BIRTH-DATE(WS-ENT-I)
               AND WS-REC-SURNAME(1:4) = WS-ENT-SURNAME(WS-ENT-I)(1:4)
             MOVE 3 TO WS-NEAR-RANK
             MOVE "SURNAME DIFFERS" TO WS-NEAR-REASON
           END-IF.
           IF WS-NEAR-RANK < WS-ENT-NEAR-RANK(WS-ENT-I)
             MOVE WS-NEAR-RANK TO WS-ENT-NEAR-RANK(WS-ENT-I)
             MOVE WS-NEAR-REASON TO WS-ENT-NEAR-REASON(WS-ENT-I)
             MOVE DETAILS-ID TO WS-ENT-NEAR-ID(WS-ENT-I)
           END-IF.

      * Out by one part, or day and month keyed the wrong way round.
           COMPARE-BIRTH-DATES SECTION.
           MOVE WS-ENT-BIRTH-DATE(WS-ENT-I) TO WS-CMP-BIRTH.
           MOVE ZERO TO WS-PARTS-DIFF.
           IF DETAILS-BIRTHDAY(1:4) NOT = WS-CMP-BIRTH(1:4)
             ADD 1 TO WS-PARTS-DIFF
           END-IF.
           IF DETAILS-BIRTHDAY(5:2) NOT = WS-CMP-BIRTH(5:2)
             ADD 1 TO WS-PARTS-DIFF
           END-IF.
           IF DETAILS-BIRTHDAY(7:2) NOT = WS-CMP-BIRTH(7:2)
             ADD 1 TO WS-PARTS-DIFF
           END-IF.
           IF WS-PARTS-DIFF = 1
               OR (DETAILS-BIRTHDAY(1:4) = WS-CMP-BIRTH(1:4)
                 AND DETAILS-BIRTHDAY(5:2) = WS-CMP-BIRTH(7:2)
                 AND DETAILS-BIRTHDAY(7:2) = WS-CMP-BIRTH(5:2))
             MOVE 2 TO WS-NEAR-RANK
             MOVE "BIRTH DATE DIFFERS" TO WS-NEAR-REASON
           END-IF.

           OPEN-INTAKE-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "DECEASED REGISTER INTAKE EXCEPTIONS" TO W-RPT-TITLE.
           MOVE "../deceased_intake.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "REGISTER " WS-FEED-DATE " JOB " WS-FEED-JOB
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE "SURNAME              IN BORN     DIED     RESULT"
             TO W-RPT-TEXT(1:48).
           MOVE "DETAILS REASON" TO W-RPT-TEXT(53:14).
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * An entry matched exactly went to the queue and is not listed.
           REPORT-ONE-ENTRY SECTION.
           IF WS-ENT-EXACT(WS-ENT-I) > ZERO
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE WS-ENT-RAW-SURNAME(WS-ENT-I) TO W-RPT-TEXT(1:20).
           MOVE WS-ENT-INITIALS(WS-ENT-I) TO W-RPT-TEXT(22:2).
           MOVE WS-ENT-BIRTH-DATE(WS-ENT-I) TO W-RPT-TEXT(25:8).
           MOVE WS-ENT-DEATH-DATE(WS-ENT-I) TO W-RPT-TEXT(34:8).
           EVALUATE TRUE
             WHEN NOT ENT-DATE-VALID(WS-ENT-I)
               ADD 1 TO WS-BAD-DATE-COUNT
               MOVE "BAD DATE" TO W-RPT-TEXT(43:9)
               MOVE "BIRTH DATE NOT VALID" TO W-RPT-TEXT(61:20)
             WHEN WS-ENT-NEAR-ID(WS-ENT-I) > ZERO
               ADD 1 TO WS-NEAR-COUNT
               MOVE "NEAR MISS" TO W-RPT-TEXT(43:9)
               MOVE WS-ENT-NEAR-ID(WS-ENT-I) TO W-RPT-TEXT(53:7)
               MOVE WS-ENT-NEAR-REASON(WS-ENT-I) TO W-RPT-TEXT(61:20)
             WHEN OTHER
               ADD 1 TO WS-NO-MATCH-COUNT
               MOVE "NO MATCH" TO W-RPT-TEXT(43:9)
           END-EVALUATE.
           PERFORM REPORT-LINE.

           CLOSE-INTAKE-REPORT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "ENTRIES " WS-ENTRY-COUNT "  QUEUED " WS-QUEUED-COUNT
             "  ALREADY QUEUED " WS-ON-QUEUE-COUNT
             "  ALREADY DECEASED " WS-DECEASED-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "NEAR MISS " WS-NEAR-COUNT "  NO MATCH "
             WS-NO-MATCH-COUNT "  BAD DATE " WS-BAD-DATE-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           COMPUTE W-RPT-GRAND-TOTAL = WS-NEAR-COUNT
             + WS-NO-MATCH-COUNT + WS-BAD-DATE-COUNT.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
