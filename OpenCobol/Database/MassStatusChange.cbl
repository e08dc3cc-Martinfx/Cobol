      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Marking a few hundred people DORMANT after a mailing comes
      * back meant keying each one into DETAILS-MAINTENANCE. This
      * program changes the record status of a whole selection in
      * two steps. P) preview takes its selection from
      * "../mass_status.parm" in the select_extract.parm style -
      *   STATUS   x            target status, A or D (required)
      *   CODE     xxxxx        (repeatable - include these codes)
      *   BORNFROM yyyymmdd     BORNTO yyyymmdd
      *   IDFROM   nnnnnnn      IDTO   nnnnnnn
      *   FROMSTAT x            only records now in this status
      *   IDLIST   Y            candidates are the DETAILS-IDs listed
      *                         in "../mass_status_ids.dat", one per
      *                         line, instead of the whole file
      * - and writes exactly the records that would change to
      * "../mass_status_preview.dat" and a report to
      * "../mass_status_preview.rpt", under a run id. A) apply is for
      * a supervisor other than the operator who ran the preview:
      * given that run id it applies the preview to database_idx.dat
      * under a batch hold in the quiesce registry, one journal line
      * and one activity line per record. A record changed since the
      * preview, gone from the file, or with a change waiting for
      * approval is reported and left alone. Progress is kept in
      * "../mass_status.ckpt" (run id, state, lines done); an apply
      * cut off partway is resumed by running A) again with the same
      * run id, and a record already at the target status counts as
      * done. Deceased records are never changed here - that status
      * belongs to DECEASED-REVIEW. What was applied or left is
      * listed in "../mass_status_apply.rpt".
      * Revision: Maxfx 15/10/2026 - the preview, and on apply the
      *   master and the journal, are posted to the lineage register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASS-STATUS-CHANGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT CRITERIA-FILE ASSIGN TO "../mass_status.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CRITERIA-STATUS.

           SELECT ID-LIST-FILE ASSIGN TO "../mass_status_ids.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ID-LIST-STATUS.

           SELECT PREVIEW-FILE ASSIGN TO "../mass_status_preview.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PREVIEW-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "../mass_status.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONTROL-STATUS.

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
                 88 DETAILS-IS-V2  VALUE "V2".
               03 DETAILS-PHONE    PIC X(12).
               03 DETAILS-STREET   PIC X(20).
               03 DETAILS-CITY     PIC X(14).
               03 DETAILS-POSTCODE PIC X(8).
               03 DETAILS-STATUS   PIC X.

           FD CRITERIA-FILE.
           01 CRITERIA-RECORD.
             05 CRT-KEYWORD PIC X(8).
             05 FILLER      PIC X.
             05 CRT-VALUE   PIC X(8).

           FD ID-LIST-FILE.
           01 ID-LIST-RECORD.
             05 IDL-ID PIC X(7).

      * A header naming the run, then one line per record to change
      * carrying its image as the preview saw it.
           FD PREVIEW-FILE.
           01 PREVIEW-HEADER.
             05 PVH-TAG      PIC X.
             05 FILLER       PIC X.
             05 PVH-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 PVH-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 PVH-TARGET   PIC X.
           01 PREVIEW-DETAIL.
             05 PVD-TAG      PIC X.
             05 FILLER       PIC X.
             05 PVD-IMAGE    PIC X(87).

           FD CONTROL-FILE.
           01 CONTROL-RECORD.
             05 CTL-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 CTL-STATE    PIC X.
             05 FILLER       PIC X.
             05 CTL-DONE     PIC 9(6).

           FD PENDING-FILE.
           01 PENDING-FILE-RECORD PIC X(257).

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS         PIC XX.
           77 WS-CRITERIA-STATUS  PIC XX.
           77 WS-ID-LIST-STATUS   PIC XX.
           77 WS-PREVIEW-STATUS   PIC XX.
           77 WS-CONTROL-STATUS   PIC XX.
           77 WS-PENDING-STATUS   PIC XX.
           77 WS-JOURNAL-STATUS   PIC XX.
           77 WS-STATUS-MSG       PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "PendingChange.cpy".
           COPY "Lineage.cpy".

      * Records read from the parm, the ID list, the held changes
      * and the master, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-CRITERIA PIC 9(8) VALUE ZERO.
             05 WS-READ-IDLIST   PIC 9(8) VALUE ZERO.
             05 WS-READ-PENDING  PIC 9(8) VALUE ZERO.
             05 WS-READ-MASTER   PIC 9(8) VALUE ZERO.

           77 WS-PROGRAM-NAME PIC X(30) VALUE "MASS-STATUS-CHANGE".

      * Sign-on: anyone with the update role may preview; applying
      * needs a supervisor, and not the one who previewed.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-INQUIRY     VALUE "I".
             88 ROLE-SUPERVISOR  VALUE "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20).
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20).
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

           77 WS-RUN-MODE PIC X.
             88 PREVIEW-MODE VALUE "P" "p".
             88 APPLY-MODE   VALUE "A" "a".

      * The loaded criteria. Absent pieces stay at their widest
      * defaults, so an empty criterion never filters anything out.
           78 WS-MAX-CRIT-CODES VALUE 20.
           01 WS-CODE-LIST.
             05 WS-CRIT-CODE PIC X(5) OCCURS 20 TIMES.
           77 WS-CRIT-CODE-USED PIC 99 VALUE ZERO.
           77 WS-CODE-I         PIC 99.
           77 WS-CODE-MATCHED   PIC X.
             88 CODE-IN-LIST    VALUE "Y".
           77 WS-BORN-FROM      PIC X(8) VALUE "00000000".
           77 WS-BORN-TO        PIC X(8) VALUE "99999999".
           77 WS-ID-FROM        PIC 9(7) VALUE ZERO.
           77 WS-ID-TO          PIC 9(7) VALUE 9999999.
           77 WS-FROM-STATUS    PIC X VALUE SPACE.
           77 WS-TARGET-STATUS  PIC X VALUE SPACE.
             88 TARGET-ALLOWED  VALUE "A" "D".
           77 WS-USE-ID-LIST    PIC X VALUE "N".
             88 USE-ID-LIST     VALUE "Y".
           77 WS-CRITERIA-COUNT PIC 99 VALUE ZERO.

      * DETAILS-IDs with a change waiting on the maker-checker queue.
           78 WS-MAX-HELD VALUE 1000.
           01 WS-HELD-TABLE.
             05 WS-HELD-ID PIC X(7) OCCURS 1000 TIMES.
           77 WS-HELD-USED  PIC 9(4) VALUE ZERO.
           77 WS-HELD-I     PIC 9(4).
           77 WS-HELD-FOUND PIC X.
             88 CHANGE-HELD VALUE "Y".

      * The record being judged: its status as it stands (a blank
      * legacy status reads as A) and the image it would become.
           77 WS-CURRENT-STATUS PIC X.
           01 WS-AFTER-IMAGE.
             05 WS-AFT-LEAD     PIC X(30).
             05 WS-AFT-VERSION  PIC XX.
             05 WS-AFT-MIDDLE   PIC X(54).
             05 WS-AFT-STATUS   PIC X.
           77 WS-BEFORE-IMAGE   PIC X(87).

           77 WS-RUN-ID        PIC X(16).
           77 WS-ENTERED-RUN   PIC X(16).
           77 WS-LINE-NO       PIC 9(6) VALUE ZERO.
           77 WS-RESUME-AFTER  PIC 9(6) VALUE ZERO.
           78 WS-CHECKPOINT-INTERVAL VALUE 25.
           77 WS-SINCE-CHECKPOINT PIC 9(4) VALUE ZERO.

           77 WS-SCANNED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-CHOSEN-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-ALREADY-COUNT PIC 9(6) VALUE ZERO.
           77 WS-DECEASED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-HELD-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
           77 WS-BADLINE-COUNT PIC 9(6) VALUE ZERO.
           77 WS-APPLIED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-STALE-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-REASON        PIC X(30).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-ACT-PROGRAM.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - mass status change refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Run mode - P) preview  A) apply a preview : ".
           ACCEPT WS-RUN-MODE.
           EVALUATE TRUE
             WHEN PREVIEW-MODE
               PERFORM PREVIEW-RUN
             WHEN APPLY-MODE
               PERFORM APPLY-RUN
             WHEN OTHER
               DISPLAY "Unknown run mode - nothing done."
               MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           REFUSE-RUN SECTION.
           MOVE "X" TO WS-ACT-ACTION.
           MOVE "MASSSTATUS" TO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.
           MOVE 1 TO RETURN-CODE.

      ******************************************************************
      * Preview: choose the records and say exactly what would change.
      ******************************************************************
           PREVIEW-RUN SECTION.
           IF ROLE-INQUIRY
             DISPLAY "A mass status change needs the update role - "
               "refused."
             PERFORM REFUSE-RUN
             EXIT SECTION
           END-IF.
           PERFORM READ-CONTROL.
           IF WS-CONTROL-STATUS = "00" AND CTL-STATE = "A"
             DISPLAY "Run " CTL-RUN-ID " was cut off partway through "
               "its apply - finish it with A) before a new preview."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM LOAD-CRITERIA.
           IF NOT TARGET-ALLOWED
             DISPLAY "mass_status.parm must give STATUS A or D - "
               "nothing previewed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           IF WS-CRITERIA-COUNT = ZERO
             DISPLAY "No selection in mass_status.parm - a change "
               "to every record is not previewed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-BATCH-COMPLET TO WS-RUN-ID.
           PERFORM LOAD-HELD-CHANGES.
           OPEN INPUT DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening the details file: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           OPEN OUTPUT PREVIEW-FILE.
           MOVE SPACES TO PREVIEW-HEADER.
           MOVE "H" TO PVH-TAG.
           MOVE WS-RUN-ID TO PVH-RUN-ID.
           MOVE WS-OPERATOR-ID TO PVH-OPERATOR.
           MOVE WS-TARGET-STATUS TO PVH-TARGET.
           WRITE PREVIEW-HEADER.
           MOVE "MASS STATUS CHANGE - PREVIEW" TO W-RPT-TITLE.
           MOVE "../mass_status_preview.rpt" TO W-RPT-SPOOL-NAME.
           PERFORM OPEN-REPORT.
           IF USE-ID-LIST
             PERFORM PREVIEW-FROM-ID-LIST
           ELSE
             PERFORM PREVIEW-WHOLE-FILE
           END-IF.
           CLOSE PREVIEW-FILE.
           CLOSE DETAILS-FILE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Scanned " WS-SCANNED-COUNT "  to change "
             WS-CHOSEN-COUNT "  already " WS-TARGET-STATUS " "
             WS-ALREADY-COUNT "  deceased " WS-DECEASED-COUNT
             "  held " WS-HELD-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF USE-ID-LIST
             MOVE SPACES TO W-RPT-TEXT
             STRING "Listed IDs not on file " WS-MISSING-COUNT
               "  unreadable lines " WS-BADLINE-COUNT
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE WS-CHOSEN-COUNT TO W-RPT-GRAND-TOTAL.
           PERFORM CLOSE-REPORT.
           MOVE WS-RUN-ID TO CTL-RUN-ID.
           MOVE "P" TO CTL-STATE.
           MOVE ZERO TO CTL-DONE.
           PERFORM WRITE-CONTROL.
           PERFORM POST-PREVIEW-LINEAGE.
           DISPLAY WS-CHOSEN-COUNT " record(s) would change to "
             "status " WS-TARGET-STATUS
             " - see mass_status_preview.rpt".
           DISPLAY "Preview run id " WS-RUN-ID
             " - a supervisor applies it with A).".

           PREVIEW-WHOLE-FILE SECTION.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DETAILS-FILE NEXT RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-CANDIDATE
             END-READ
           END-PERFORM.

      * A listed ID is still put through the criteria, so a list
      * and a code or date range can be used together.
           PREVIEW-FROM-ID-LIST SECTION.
           OPEN INPUT ID-LIST-FILE.
           IF WS-ID-LIST-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-ID-LIST-STATUS WS-STATUS-MSG
             DISPLAY "Cannot open mass_status_ids.dat: " WS-STATUS-MSG
             MOVE 4 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ID-LIST-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-IDLIST
                 IF IDL-ID NUMERIC
                   MOVE IDL-ID TO DETAILS-ID
                   READ DETAILS-FILE KEY IS DETAILS-ID
                     INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SPACES TO W-RPT-TEXT
                       STRING IDL-ID "  not on file - left out"
                         DELIMITED BY SIZE INTO W-RPT-TEXT
                       PERFORM REPORT-LINE
                     NOT INVALID KEY
                       PERFORM JUDGE-CANDIDATE
                   END-READ
                 ELSE
                   ADD 1 TO WS-BADLINE-COUNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ID-LIST-FILE.

           JUDGE-CANDIDATE SECTION.
           ADD 1 TO WS-SCANNED-COUNT.
           IF DETAILS-ID < WS-ID-FROM OR DETAILS-ID > WS-ID-TO
             EXIT SECTION
           END-IF.
           IF DETAILS-BIRTHDAY < WS-BORN-FROM
               OR DETAILS-BIRTHDAY > WS-BORN-TO
             EXIT SECTION
           END-IF.
           IF WS-CRIT-CODE-USED > ZERO
             MOVE "N" TO WS-CODE-MATCHED
             PERFORM VARYING WS-CODE-I FROM 1 BY 1
                 UNTIL WS-CODE-I > WS-CRIT-CODE-USED
               IF SOME-CODE = WS-CRIT-CODE(WS-CODE-I)
                 SET CODE-IN-LIST TO TRUE
               END-IF
             END-PERFORM
             IF NOT CODE-IN-LIST
               EXIT SECTION
             END-IF
           END-IF.
           MOVE DETAILS-STATUS TO WS-CURRENT-STATUS.
           IF NOT DETAILS-IS-V2 OR WS-CURRENT-STATUS = SPACE
             MOVE "A" TO WS-CURRENT-STATUS
           END-IF.
           IF WS-FROM-STATUS NOT = SPACE
               AND WS-CURRENT-STATUS NOT = WS-FROM-STATUS
             EXIT SECTION
           END-IF.
           IF WS-CURRENT-STATUS = WS-TARGET-STATUS
             ADD 1 TO WS-ALREADY-COUNT
             EXIT SECTION
           END-IF.
           IF WS-CURRENT-STATUS = "X"
             ADD 1 TO WS-DECEASED-COUNT
             MOVE "deceased - left out" TO WS-REASON
             PERFORM REPORT-LEFT-OUT
             EXIT SECTION
           END-IF.
           PERFORM CHECK-HELD-CHANGE.
           IF CHANGE-HELD
             ADD 1 TO WS-HELD-COUNT
             MOVE "change awaiting approval" TO WS-REASON
             PERFORM REPORT-LEFT-OUT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-CHOSEN-COUNT.
           MOVE SPACES TO PREVIEW-DETAIL.
           MOVE "D" TO PVD-TAG.
           MOVE DETAILS-RECORD TO PVD-IMAGE.
           WRITE PREVIEW-DETAIL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING DETAILS-ID "  " DETAILS-SURNAME " " INITIALS
             "  born " DETAILS-BIRTHDAY "  code " SOME-CODE
             "  status " WS-CURRENT-STATUS " -> " WS-TARGET-STATUS
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LEFT-OUT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           STRING DETAILS-ID "  " DETAILS-SURNAME " " INITIALS
             "  " WS-REASON
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

      ******************************************************************
      * Apply: the confirmed preview, record by record, resumable.
      ******************************************************************
           APPLY-RUN SECTION.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "Applying a mass status change needs the "
               "supervisor role - refused."
             PERFORM REFUSE-RUN
             EXIT SECTION
           END-IF.
           DISPLAY "Run id of the preview to apply: ".
           MOVE SPACES TO WS-ENTERED-RUN.
           ACCEPT WS-ENTERED-RUN.
           PERFORM READ-CONTROL.
           IF WS-CONTROL-STATUS NOT = "00"
               OR CTL-RUN-ID NOT = WS-ENTERED-RUN
             DISPLAY "Run " WS-ENTERED-RUN " is not the preview on "
               "file - nothing applied."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           IF CTL-STATE = "C"
             DISPLAY "Run " WS-ENTERED-RUN " was applied already - "
               "nothing done."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE CTL-DONE TO WS-RESUME-AFTER.
           OPEN INPUT PREVIEW-FILE.
           IF WS-PREVIEW-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PREVIEW-STATUS WS-STATUS-MSG
             DISPLAY "The preview cannot be read: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           READ PREVIEW-FILE
             AT END MOVE SPACES TO PREVIEW-HEADER
           END-READ.
           IF PVH-TAG NOT = "H" OR PVH-RUN-ID NOT = WS-ENTERED-RUN
             DISPLAY "The preview file does not belong to run "
               WS-ENTERED-RUN " - nothing applied."
             CLOSE PREVIEW-FILE
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           IF PVH-OPERATOR = WS-OPERATOR-ID
             DISPLAY "You ran this preview - another supervisor "
               "must apply it."
             CLOSE PREVIEW-FILE
             PERFORM REFUSE-RUN
             EXIT SECTION
           END-IF.
           MOVE PVH-TARGET TO WS-TARGET-STATUS.
           PERFORM REGISTER-FILE-HOLDINGS.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "A screen session holds the DETAILS files - "
               "apply refused; run it again when they are free."
             CLOSE PREVIEW-FILE
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           OPEN I-O DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening the details file: " WS-STATUS-MSG
             CLOSE PREVIEW-FILE
             PERFORM RELEASE-FILE-HOLDINGS
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM LOAD-HELD-CHANGES.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "MASS STATUS CHANGE - APPLY" TO W-RPT-TITLE.
           MOVE "../mass_status_apply.rpt" TO W-RPT-SPOOL-NAME.
           PERFORM OPEN-REPORT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Preview " WS-ENTERED-RUN " to status "
             WS-TARGET-STATUS DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-RESUME-AFTER > ZERO
             DISPLAY "Resuming after line " WS-RESUME-AFTER
               " of the preview."
             MOVE SPACES TO W-RPT-TEXT
             STRING "Resumed after preview line " WS-RESUME-AFTER
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           PERFORM OPEN-JOURNAL.
           MOVE ZERO TO WS-LINE-NO.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PREVIEW-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF WS-LINE-NO > WS-RESUME-AFTER
                     AND PVD-TAG = "D"
                   PERFORM APPLY-ONE-RECORD
                   PERFORM TAKE-CHECKPOINT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PREVIEW-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE DETAILS-FILE.
           PERFORM RELEASE-FILE-HOLDINGS.
           MOVE WS-ENTERED-RUN TO CTL-RUN-ID.
           MOVE "C" TO CTL-STATE.
           MOVE WS-LINE-NO TO CTL-DONE.
           PERFORM WRITE-CONTROL.
           PERFORM POST-APPLY-LINEAGE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Applied " WS-APPLIED-COUNT "  already done "
             WS-ALREADY-COUNT "  changed since preview "
             WS-STALE-COUNT "  gone " WS-MISSING-COUNT
             "  held " WS-HELD-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO W-RPT-GRAND-TOTAL.
           PERFORM CLOSE-REPORT.
           DISPLAY WS-APPLIED-COUNT " record(s) set to status "
             WS-TARGET-STATUS " - see mass_status_apply.rpt".
           IF WS-STALE-COUNT + WS-MISSING-COUNT + WS-HELD-COUNT > 0
             DISPLAY "Some records were left alone - see the report."
             MOVE 4 TO RETURN-CODE
           END-IF.

      * The record must still read as the preview saw it; one that
      * already carries the target status was done by an earlier,
      * interrupted apply of this same run.
           APPLY-ONE-RECORD SECTION.
           MOVE PVD-IMAGE TO WS-BEFORE-IMAGE.
           MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
           MOVE "V2" TO WS-AFT-VERSION.
           MOVE WS-TARGET-STATUS TO WS-AFT-STATUS.
           MOVE WS-BEFORE-IMAGE(1:7) TO DETAILS-ID.
           READ DETAILS-FILE KEY IS DETAILS-ID
             INVALID KEY CONTINUE
           END-READ.
           IF FILE-STATUS NOT = "00"
             ADD 1 TO WS-MISSING-COUNT
             MOVE "no longer on file" TO WS-REASON
             PERFORM REPORT-APPLY-LEFT
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-READ-MASTER.
           IF DETAILS-RECORD = WS-AFTER-IMAGE
             ADD 1 TO WS-ALREADY-COUNT
             EXIT SECTION
           END-IF.
           IF DETAILS-RECORD NOT = WS-BEFORE-IMAGE
             ADD 1 TO WS-STALE-COUNT
             MOVE "changed since the preview" TO WS-REASON
             PERFORM REPORT-APPLY-LEFT
             EXIT SECTION
           END-IF.
           PERFORM CHECK-HELD-CHANGE.
           IF CHANGE-HELD
             ADD 1 TO WS-HELD-COUNT
             MOVE "change awaiting approval" TO WS-REASON
             PERFORM REPORT-APPLY-LEFT
             EXIT SECTION
           END-IF.
           MOVE WS-AFTER-IMAGE TO DETAILS-RECORD.
           REWRITE DETAILS-RECORD
             INVALID KEY CONTINUE
           END-REWRITE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             ADD 1 TO WS-STALE-COUNT
             MOVE WS-STATUS-MSG TO WS-REASON
             PERFORM REPORT-APPLY-LEFT
             EXIT SECTION
           END-IF.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE "C" TO W-JRN-ACTION.
           MOVE WS-BEFORE-IMAGE TO W-JRN-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE TO W-JRN-AFTER-IMAGE.
           MOVE W-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
           WRITE JOURNAL-FILE-RECORD.
           MOVE "C" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE WS-BEFORE-IMAGE(1:7) TO WS-ACT-KEY(1:7).
           PERFORM WRITE-ACTIVITY-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.

           REPORT-APPLY-LEFT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-BEFORE-IMAGE(1:7) "  " WS-BEFORE-IMAGE(8:8)
             " " WS-BEFORE-IMAGE(16:2) "  left alone - " WS-REASON
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

      * The journal is closed and reopened before each checkpoint so
      * every change the checkpoint counts is on disk.
           TAKE-CHECKPOINT SECTION.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           IF WS-SINCE-CHECKPOINT < WS-CHECKPOINT-INTERVAL
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
           CLOSE JOURNAL-FILE.
           PERFORM OPEN-JOURNAL.
           MOVE WS-ENTERED-RUN TO CTL-RUN-ID.
           MOVE "A" TO CTL-STATE.
           MOVE WS-LINE-NO TO CTL-DONE.
           PERFORM WRITE-CONTROL.

           OPEN-JOURNAL SECTION.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.

      ******************************************************************
      * Lineage.
      ******************************************************************
      * The preview comes from the master as the criteria (and the
      * ID list, when one is used) chose it, less the held changes.
           POST-PREVIEW-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "MASS-STATUS-CHANGE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../mass_status.parm" TO W-LIN-FILE.
           MOVE WS-READ-CRITERIA TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF USE-ID-LIST
             MOVE "../mass_status_ids.dat" TO W-LIN-FILE
             MOVE WS-READ-IDLIST TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-SCANNED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_pending.dat" TO W-LIN-FILE.
           MOVE WS-READ-PENDING TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../mass_status_preview.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-CHOSEN-COUNT + 1.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * The apply rewrites the master in place from the preview, so
      * the master is an input as well as an output.
           POST-APPLY-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "MASS-STATUS-CHANGE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../mass_status_preview.dat" TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-LINE-NO + 1.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-READ-MASTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_pending.dat" TO W-LIN-FILE.
           MOVE WS-READ-PENDING TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-APPLIED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_journal.dat" TO W-LIN-FILE.
           MOVE WS-APPLIED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      ******************************************************************
      * Shared pieces.
      ******************************************************************
           READ-CONTROL SECTION.
           MOVE SPACES TO CONTROL-RECORD.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ CONTROL-FILE
             AT END MOVE "10" TO WS-CONTROL-STATUS
           END-READ.
           CLOSE CONTROL-FILE.
           IF CTL-DONE NOT NUMERIC
             MOVE ZERO TO CTL-DONE
           END-IF.

           WRITE-CONTROL SECTION.
           OPEN OUTPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
             DISPLAY "WARNING: progress not saved, status "
               WS-CONTROL-STATUS
             EXIT SECTION
           END-IF.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.

           LOAD-CRITERIA SECTION.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRITERIA-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-CRITERIA-STATUS
               WS-STATUS-MSG
             DISPLAY "Cannot open mass_status.parm: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CRITERIA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CRITERIA
                 PERFORM STORE-ONE-CRITERION
             END-READ
           END-PERFORM.
           CLOSE CRITERIA-FILE.

      * STATUS names the change rather than the selection, so it is
      * not counted as a criterion.
           STORE-ONE-CRITERION SECTION.
           IF CRT-KEYWORD = SPACES
             EXIT SECTION
           END-IF.
           EVALUATE FUNCTION TRIM(CRT-KEYWORD)
             WHEN "STATUS"
               MOVE CRT-VALUE(1:1) TO WS-TARGET-STATUS
               EXIT SECTION
             WHEN "CODE"
               IF WS-CRIT-CODE-USED < WS-MAX-CRIT-CODES
                 ADD 1 TO WS-CRIT-CODE-USED
                 MOVE CRT-VALUE(1:5)
                   TO WS-CRIT-CODE(WS-CRIT-CODE-USED)
               END-IF
             WHEN "BORNFROM"
               MOVE CRT-VALUE TO WS-BORN-FROM
             WHEN "BORNTO"
               MOVE CRT-VALUE TO WS-BORN-TO
             WHEN "IDFROM"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-FROM
             WHEN "IDTO"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-TO
             WHEN "FROMSTAT"
               MOVE CRT-VALUE(1:1) TO WS-FROM-STATUS
             WHEN "IDLIST"
               SET USE-ID-LIST TO TRUE
             WHEN OTHER
               DISPLAY "Unknown criterion keyword ignored: "
                 CRT-KEYWORD
               EXIT SECTION
           END-EVALUATE.
           ADD 1 TO WS-CRITERIA-COUNT.

           LOAD-HELD-CHANGES SECTION.
           MOVE ZERO TO WS-HELD-USED.
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
                 ADD 1 TO WS-READ-PENDING
                 MOVE PENDING-FILE-RECORD TO W-PENDING-CHANGE
                 IF PND-WAITING AND WS-HELD-USED < WS-MAX-HELD
                   MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD
                   ADD 1 TO WS-HELD-USED
                   MOVE W-JRN-BEFORE-IMAGE(1:7)
                     TO WS-HELD-ID(WS-HELD-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

           CHECK-HELD-CHANGE SECTION.
           MOVE "N" TO WS-HELD-FOUND.
           PERFORM VARYING WS-HELD-I FROM 1 BY 1
               UNTIL WS-HELD-I > WS-HELD-USED OR CHANGE-HELD
             IF WS-HELD-ID(WS-HELD-I) = DETAILS-ID
               SET CHANGE-HELD TO TRUE
             END-IF
           END-PERFORM.

           REGISTER-FILE-HOLDINGS SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-QSC-PROGRAM.
           MOVE "../database_idx.dat" TO WS-QSC-FILE.
           MOVE "B" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           RELEASE-FILE-HOLDINGS SECTION.
           MOVE "D" TO WS-QSC-FUNCTION.
           MOVE WS-PROGRAM-NAME(1:20) TO WS-QSC-PROGRAM.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           CLOSE-REPORT SECTION.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
