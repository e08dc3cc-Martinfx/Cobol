      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * A case note keyed with a follow-up date ("will send birth
      * certificate - chase on the 10th") is only useful if someone
      * is told on the 10th. This daily step reads
      * "../details_notes.dat" and lists every note whose follow-up
      * date has come round to "../notes_due.rpt" through the shared
      * REPORT-WRITER, with the person's name from database_idx.dat
      * so the desk can act without a second lookup. The date of the
      * last listing is kept in "../notes_due_last.dat": a run lists
      * the notes falling due since then, so a note due on a weekend
      * or holiday the chain skipped is listed on the next run
      * rather than never. A first run, or a second run the same
      * day, lists today's notes only.
      * Revision: Maxfx 15/10/2026 - the listing posts its lineage from
      *   the notes and the indexed master through LINEAGE-POST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-NOTES-DUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE ASSIGN TO "../details_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOTES-STATUS.

           SELECT LAST-RUN-FILE ASSIGN TO "../notes_due_last.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LAST-RUN-STATUS.

           SELECT DETAILS-IDX-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD NOTES-FILE.
           01 NOTES-FILE-RECORD PIC X(109).

           FD LAST-RUN-FILE.
           01 LAST-RUN-RECORD.
             05 LRN-DATE PIC X(8).

           FD DETAILS-IDX-FILE.
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

       WORKING-STORAGE SECTION.
           77 WS-NOTES-STATUS    PIC XX.
           77 WS-LAST-RUN-STATUS PIC XX.
           77 FILE-STATUS        PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-IDX-OPEN PIC X VALUE "N".
             88 IDX-IS-OPEN VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "CaseNote.cpy".

      * Notes due after WS-DUE-AFTER and up to WS-DUE-TODAY are
      * listed.
           77 WS-DUE-TODAY PIC X(8).
           77 WS-DUE-AFTER PIC X(8).
           77 WS-DUE-COUNT PIC 9(6) VALUE ZERO.
           77 WS-DAY-BEFORE PIC 9(8).
           77 WS-NAME-SHOWN PIC X(12).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".
           COPY "Lineage.cpy".
           77 WS-NOTES-READ PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-DUE-TODAY.
           PERFORM LOAD-LAST-RUN.
           PERFORM OPEN-REPORT.
           OPEN INPUT DETAILS-IDX-FILE.
           IF FILE-STATUS = "00"
             SET IDX-IS-OPEN TO TRUE
           ELSE
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "WARNING: names unavailable - " WS-STATUS-MSG
           END-IF.
           PERFORM LIST-DUE-NOTES.
           IF IDX-IS-OPEN
             CLOSE DETAILS-IDX-FILE
           END-IF.
           IF WS-DUE-COUNT = ZERO
             MOVE "  (no case notes due)" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           MOVE WS-DUE-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM SAVE-LAST-RUN.
           PERFORM POST-LINEAGE.
           DISPLAY "Case notes due: " WS-DUE-COUNT
             " - see notes_due.rpt".
           GOBACK.

      * With no earlier run on file, or a rerun on the same day, the
      * window is today alone.
           LOAD-LAST-RUN SECTION.
           MOVE SPACES TO WS-DUE-AFTER.
           OPEN INPUT LAST-RUN-FILE.
           IF WS-LAST-RUN-STATUS = "00"
             READ LAST-RUN-FILE
               AT END CONTINUE
               NOT AT END
                 IF LRN-DATE NUMERIC
                   MOVE LRN-DATE TO WS-DUE-AFTER
                 END-IF
             END-READ
             CLOSE LAST-RUN-FILE
           END-IF.
           IF WS-DUE-AFTER = SPACES
               OR WS-DUE-AFTER NOT < WS-DUE-TODAY
             COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-DUE-TODAY)) - 1)
             MOVE WS-DAY-BEFORE TO WS-DUE-AFTER
           END-IF.

           SAVE-LAST-RUN SECTION.
           OPEN OUTPUT LAST-RUN-FILE.
           IF WS-LAST-RUN-STATUS NOT = "00"
             DISPLAY "WARNING: last-run date not saved, status "
               WS-LAST-RUN-STATUS
             EXIT SECTION
           END-IF.
           MOVE WS-DUE-TODAY TO LRN-DATE.
           WRITE LAST-RUN-RECORD.
           CLOSE LAST-RUN-FILE.

      * The names come from the indexed master, one lookup per note
      * listed.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "CASE-NOTES-DUE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../details_notes.dat" TO W-LIN-FILE.
           MOVE WS-NOTES-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF IDX-IS-OPEN
             MOVE "../database_idx.dat" TO W-LIN-FILE
             MOVE WS-DUE-COUNT TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           MOVE WS-DUE-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           OPEN-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "CASE NOTES DUE FOR FOLLOW-UP" TO W-RPT-TITLE.
           MOVE "../notes_due.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Due after " WS-DUE-AFTER " up to " WS-DUE-TODAY
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "DUE      ID      NOTE NAME         BY       C KEYED"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           LIST-DUE-NOTES SECTION.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ NOTES-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-NOTES-READ
                 MOVE NOTES-FILE-RECORD TO W-CASE-NOTE
                 IF W-NTE-FOLLOW-UP NOT = SPACES
                     AND W-NTE-FOLLOW-UP > WS-DUE-AFTER
                     AND W-NTE-FOLLOW-UP NOT > WS-DUE-TODAY
                   PERFORM REPORT-ONE-NOTE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.

           REPORT-ONE-NOTE SECTION.
           ADD 1 TO WS-DUE-COUNT.
           MOVE SPACES TO WS-NAME-SHOWN.
           IF IDX-IS-OPEN
             MOVE W-NTE-DETAILS-ID TO DETAILS-ID
             READ DETAILS-IDX-FILE KEY IS DETAILS-ID
               INVALID KEY
                 MOVE "(not found)" TO WS-NAME-SHOWN
               NOT INVALID KEY
                 STRING DETAILS-SURNAME " " INITIALS
                   DELIMITED BY SIZE INTO WS-NAME-SHOWN
             END-READ
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING W-NTE-FOLLOW-UP " " W-NTE-DETAILS-ID " "
             W-NTE-SEQ " " WS-NAME-SHOWN " " W-NTE-OPERATOR " "
             W-NTE-CATEGORY " " W-NTE-DATE
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "         " W-NTE-TEXT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
