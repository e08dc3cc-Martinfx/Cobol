      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Auditors ask what the DETAILS master looked like on a given
      * date, and DETAILS-HISTORY-INQUIRY answers that for one ID at
      * a time. This program takes a date and time (time blank means
      * the end of that day) and reconstructs the whole file as it
      * stood at that moment. It picks the newest DBIDX generation
      * GENERATION-BACKUP registered in "../backup_register.dat"
      * taken at or before the moment (the stamp is the run id the
      * generation is named with), loads it into the work file
      * "../details_asof.wrk", and rolls it forward with the
      * details_journal.dat entries stamped after the generation and
      * up to the moment, the way DETAILS-JOURNAL-REPLAY does. An ID
      * on the RIGHT-TO-ERASURE suppression list has its personal
      * fields blanked in the result whatever the moment, so an old
      * generation cannot bring erased data back. The result is
      * unloaded in DETAILS-ID order to the read-only snapshot
      * "../details_asof_<yyyymmddhhmmss>.dat" - 87-byte DETAILS
      * lines, which LAYOUT-CSV-EXPORT reads as any input and
      * SURNAME-SEARCH searches when "../surname_search.parm" names
      * it - and a certificate of the generation and the journal
      * range used goes to the matching ".cert" file through the
      * shared REPORT-WRITER. Production database_idx.dat is never
      * opened; the work file is removed when the snapshot is
      * written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-AS-OF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "../backup_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

           SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-GENERATION-STATUS.

           SELECT WORK-FILE ASSIGN TO "../details_asof.wrk"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTER-FILE.
           01 REGISTER-RECORD.
             05 REG-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 REG-MASTER PIC X(8).
             05 FILLER     PIC X.
             05 REG-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 REG-PATH   PIC X(60).

           FD GENERATION-FILE.
           01 GENERATION-RECORD PIC X(87).

           FD WORK-FILE.
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

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

           FD SNAPSHOT-FILE.
           01 SNAPSHOT-RECORD PIC X(87).

       WORKING-STORAGE SECTION.
           77 WS-REGISTER-STATUS   PIC XX.
           77 WS-GENERATION-STATUS PIC XX.
           77 FILE-STATUS          PIC XX.
           77 WS-JOURNAL-STATUS    PIC XX.
           77 WS-SUPPRESS-STATUS   PIC XX.
           77 WS-SNAPSHOT-STATUS   PIC XX.
           77 WS-STATUS-MSG        PIC X(50).
           77 WS-GENERATION-NAME   PIC X(60).
           77 WS-SNAPSHOT-NAME     PIC X(60).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".

      * A journal line as written before the V2 cutover: the same
      * stamp and action, but 30-byte images.
           01 WS-OLD-JOURNAL.
             05 WS-OLD-STAMP.
               10 WS-OLD-DATE PIC X(8).
               10 WS-OLD-TIME PIC X(8).
             05 WS-OLD-ACTION PIC X.
             05 WS-OLD-BEFORE PIC X(30).
             05 WS-OLD-AFTER  PIC X(30).

           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".

      * The moment asked for, as a stamp comparable with the journal
      * and generation stamps; the hundredths are filled with 99 so
      * the whole of the keyed second is included.
           77 WS-ASOF-DATE  PIC X(8).
           77 WS-ASOF-TIME  PIC X(6).
           77 WS-DATE-VALID PIC X.
             88 DATE-IS-VALID VALUE "Y".
           01 WS-ASOF-STAMP.
             05 WS-ASOF-STAMP-DATE PIC X(8).
             05 WS-ASOF-STAMP-TIME PIC X(6).
             05 FILLER             PIC X(2) VALUE "99".
           01 WS-ASOF-NAME-PART.
             05 WS-ANP-DATE PIC X(8).
             05 WS-ANP-TIME PIC X(6).

      * The chosen generation and the stamp it was taken under.
           77 WS-GEN-STAMP      PIC X(16) VALUE SPACES.
           77 WS-GEN-COUNT      PIC 9(6).
           77 WS-CAND-STAMP     PIC X(16).
           77 WS-LOADED-COUNT   PIC 9(6) VALUE ZERO.

      * The journal range actually applied.
           01 WS-JRN-STAMP.
             05 WS-JRN-STAMP-DATE PIC X(8).
             05 WS-JRN-STAMP-TIME PIC X(8).
           77 WS-FIRST-APPLIED  PIC X(16) VALUE SPACES.
           77 WS-LAST-APPLIED   PIC X(16) VALUE SPACES.
           77 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-SKIPPED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-BEFORE-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-AFTER-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-ERASED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-SNAPSHOT-COUNT PIC 9(6) VALUE ZERO.

      * Suppression list in memory; absent means nothing erased.
           78 WS-MAX-SUPPRESS VALUE 200.
           01 WS-SUPPRESS-TABLE.
             05 WS-SUP-ID PIC X(7) OCCURS 200 TIMES.
           77 WS-SUPPRESS-USED PIC 9(3) VALUE ZERO.
           77 WS-SUP-I         PIC 9(3).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - reconstruction refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM ACCEPT-MOMENT.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM CHOOSE-GENERATION.
           IF WS-GEN-STAMP = SPACES
             DISPLAY "No DBIDX generation on backup_register.dat was "
               "taken by " WS-ASOF-DATE " " WS-ASOF-TIME
               " - the file cannot be reconstructed."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "Starting from generation "
             FUNCTION TRIM(WS-GENERATION-NAME) " taken " WS-GEN-STAMP.
           PERFORM LOAD-GENERATION.
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.
           PERFORM ROLL-FORWARD.
           PERFORM LOAD-SUPPRESSION-LIST.
           PERFORM BLANK-ERASED-RECORDS.
           PERFORM WRITE-SNAPSHOT.
           IF RETURN-CODE = 1
             GOBACK
           END-IF.
           PERFORM WRITE-CERTIFICATE.
           DISPLAY "Snapshot " FUNCTION TRIM(WS-SNAPSHOT-NAME) ": "
             WS-SNAPSHOT-COUNT " record(s) as at " WS-ASOF-DATE " "
             WS-ASOF-TIME.
           DISPLAY "Journal entries applied " WS-APPLIED-COUNT
             ", skipped " WS-SKIPPED-COUNT " - see the .cert file.".
           IF WS-LOADED-COUNT NOT = WS-GEN-COUNT
               OR WS-SKIPPED-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The moment may not lie in the future: the journal cannot
      * know it yet.
           ACCEPT-MOMENT SECTION.
           DISPLAY "Reconstruct DETAILS as at date (YYYYMMDD): ".
           ACCEPT WS-ASOF-DATE.
           CALL "VALIDATE-DATE" USING WS-ASOF-DATE WS-DATE-VALID.
           IF NOT DATE-IS-VALID
             DISPLAY "Not a valid date - nothing reconstructed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           DISPLAY "Time (HHMMSS, blank for the end of the day): ".
           MOVE SPACES TO WS-ASOF-TIME.
           ACCEPT WS-ASOF-TIME.
           IF WS-ASOF-TIME = SPACES
             MOVE "235959" TO WS-ASOF-TIME
           END-IF.
           IF WS-ASOF-TIME NOT NUMERIC
               OR WS-ASOF-TIME(1:2) > "23"
               OR WS-ASOF-TIME(3:2) > "59"
               OR WS-ASOF-TIME(5:2) > "59"
             DISPLAY "Not a valid time - nothing reconstructed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE WS-ASOF-DATE TO WS-ASOF-STAMP-DATE.
           MOVE WS-ASOF-TIME TO WS-ASOF-STAMP-TIME.
           IF WS-ASOF-STAMP > W-BATCH-COMPLET
             DISPLAY "That moment is still to come - nothing "
               "reconstructed."
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE WS-ASOF-DATE TO WS-ANP-DATE.
           MOVE WS-ASOF-TIME TO WS-ANP-TIME.
           MOVE SPACES TO WS-SNAPSHOT-NAME.
           STRING "../details_asof_" DELIMITED BY SIZE
             WS-ASOF-NAME-PART DELIMITED BY SIZE
             ".dat" DELIMITED BY SIZE
             INTO WS-SNAPSHOT-NAME
           END-STRING.

      * A generation is named "../DBIDX_<run id>.gen"; the run id is
      * the moment it was taken. A path of another shape falls back
      * to the register date at midnight.
           CHOOSE-GENERATION SECTION.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ REGISTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF REG-MASTER = "DBIDX"
                   PERFORM JUDGE-ONE-GENERATION
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.

           JUDGE-ONE-GENERATION SECTION.
           IF REG-PATH(1:9) = "../DBIDX_" AND REG-PATH(10:16) NUMERIC
             MOVE REG-PATH(10:16) TO WS-CAND-STAMP
           ELSE
             MOVE REG-DATE TO WS-CAND-STAMP(1:8)
             MOVE "00000000" TO WS-CAND-STAMP(9:8)
           END-IF.
           IF WS-CAND-STAMP > WS-ASOF-STAMP
             EXIT SECTION
           END-IF.
           IF WS-GEN-STAMP = SPACES OR WS-CAND-STAMP > WS-GEN-STAMP
             MOVE WS-CAND-STAMP TO WS-GEN-STAMP
             MOVE REG-PATH TO WS-GENERATION-NAME
             MOVE REG-COUNT TO WS-GEN-COUNT
           END-IF.

           LOAD-GENERATION SECTION.
           OPEN INPUT GENERATION-FILE.
           IF WS-GENERATION-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-GENERATION-STATUS
               WS-STATUS-MSG
             DISPLAY "Cannot open the generation: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Cannot build the work file: " WS-STATUS-MSG
             CLOSE GENERATION-FILE
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ GENERATION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE GENERATION-RECORD TO DETAILS-RECORD
                 WRITE DETAILS-RECORD
                   INVALID KEY
                     DISPLAY "Duplicate key " DETAILS-ID
                       " in the generation - skipped"
                   NOT INVALID KEY
                     ADD 1 TO WS-LOADED-COUNT
                 END-WRITE
             END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE GENERATION-FILE.
           IF WS-LOADED-COUNT NOT = WS-GEN-COUNT
             DISPLAY "WARNING: the generation holds " WS-LOADED-COUNT
               " record(s), the register says " WS-GEN-COUNT "."
           END-IF.

      * Entries at or before the generation's stamp are already in
      * it; entries after the moment did not yet exist.
           ROLL-FORWARD SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: no journal on file - the snapshot is "
               "the generation as taken."
             EXIT SECTION
           END-IF.
           OPEN I-O WORK-FILE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ JOURNAL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM PARSE-JOURNAL-LINE
                 MOVE W-JRN-DATE TO WS-JRN-STAMP-DATE
                 MOVE W-JRN-TIME TO WS-JRN-STAMP-TIME
                 EVALUATE TRUE
                   WHEN WS-JRN-STAMP NOT > WS-GEN-STAMP
                     ADD 1 TO WS-BEFORE-COUNT
                   WHEN WS-JRN-STAMP > WS-ASOF-STAMP
                     ADD 1 TO WS-AFTER-COUNT
                   WHEN OTHER
                     PERFORM REPLAY-ONE-ACTION
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE JOURNAL-FILE.

      * A pre-cutover line is 77 bytes of content - everything past
      * it reads back as spaces.
           PARSE-JOURNAL-LINE SECTION.
           IF JOURNAL-FILE-RECORD(78:114) = SPACES
             MOVE JOURNAL-FILE-RECORD(1:77) TO WS-OLD-JOURNAL
             MOVE WS-OLD-DATE   TO W-JRN-DATE
             MOVE WS-OLD-TIME   TO W-JRN-TIME
             MOVE WS-OLD-ACTION TO W-JRN-ACTION
             MOVE SPACES TO W-JRN-BEFORE-IMAGE
             MOVE SPACES TO W-JRN-AFTER-IMAGE
             MOVE WS-OLD-BEFORE TO W-JRN-BEFORE-IMAGE(1:30)
             MOVE WS-OLD-AFTER  TO W-JRN-AFTER-IMAGE(1:30)
           ELSE
             MOVE JOURNAL-FILE-RECORD TO W-JOURNAL-RECORD
           END-IF.

           REPLAY-ONE-ACTION SECTION.
           EVALUATE TRUE
             WHEN JRN-ACTION-ADD
             WHEN JRN-ACTION-CHANGE
             WHEN JRN-ACTION-ERASE
               MOVE W-JRN-AFTER-IMAGE TO DETAILS-RECORD
               WRITE DETAILS-RECORD
                 INVALID KEY
                   REWRITE DETAILS-RECORD
                     INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                       EXIT SECTION
                   END-REWRITE
               END-WRITE
             WHEN JRN-ACTION-DELETE
               MOVE W-JRN-BEFORE-IMAGE(1:7) TO DETAILS-ID
               DELETE WORK-FILE RECORD
                 INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT SECTION
               END-DELETE
             WHEN OTHER
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT SECTION
           END-EVALUATE.
           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-FIRST-APPLIED = SPACES
             MOVE WS-JRN-STAMP TO WS-FIRST-APPLIED
           END-IF.
           MOVE WS-JRN-STAMP TO WS-LAST-APPLIED.

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

      * The key and SOME-CODE stay, as RIGHT-TO-ERASURE leaves them.
           BLANK-ERASED-RECORDS SECTION.
           IF WS-SUPPRESS-USED = ZERO
             EXIT SECTION
           END-IF.
           OPEN I-O WORK-FILE.
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPRESS-USED
             MOVE WS-SUP-ID(WS-SUP-I) TO DETAILS-ID
             READ WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO DETAILS-NAME
                 MOVE SPACES TO DETAILS-BIRTHDAY
                 MOVE SPACES TO DETAILS-PHONE
                 MOVE SPACES TO DETAILS-STREET
                 MOVE SPACES TO DETAILS-CITY
                 MOVE SPACES TO DETAILS-POSTCODE
                 REWRITE DETAILS-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-ERASED-COUNT
                 END-REWRITE
             END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

           WRITE-SNAPSHOT SECTION.
           OPEN OUTPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-SNAPSHOT-STATUS WS-STATUS-MSG
             DISPLAY "Cannot write the snapshot: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           OPEN INPUT WORK-FILE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ WORK-FILE NEXT RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 WRITE SNAPSHOT-RECORD FROM DETAILS-RECORD
                 ADD 1 TO WS-SNAPSHOT-COUNT
             END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE SNAPSHOT-FILE.
           DELETE FILE WORK-FILE.

           WRITE-CERTIFICATE SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "DETAILS AS-OF RECONSTRUCTION" TO W-RPT-TITLE.
           MOVE SPACES TO W-RPT-SPOOL-NAME.
           STRING "../details_asof_" DELIMITED BY SIZE
             WS-ASOF-NAME-PART DELIMITED BY SIZE
             ".cert" DELIMITED BY SIZE
             INTO W-RPT-SPOOL-NAME
           END-STRING.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "As at          " WS-ASOF-DATE " " WS-ASOF-TIME
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Requested by   " WS-OPERATOR-ID " "
             WS-OPERATOR-NAME " run " W-BATCH-COMPLET
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Generation     " WS-GENERATION-NAME
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  taken " WS-GEN-STAMP "  registered count "
             WS-GEN-COUNT "  loaded " WS-LOADED-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Journal        details_journal.dat entries after "
             WS-GEN-STAMP DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  up to " WS-ASOF-STAMP
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-APPLIED-COUNT = ZERO
             MOVE "  no entries fell in the range" TO W-RPT-TEXT
           ELSE
             STRING "  first applied " WS-FIRST-APPLIED
               "  last applied " WS-LAST-APPLIED
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  applied " WS-APPLIED-COUNT "  not applicable "
             WS-SKIPPED-COUNT "  earlier " WS-BEFORE-COUNT
             "  later " WS-AFTER-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Erased since   " WS-ERASED-COUNT
             " record(s) blanked from the suppression list"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Snapshot       " WS-SNAPSHOT-NAME
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "  " WS-SNAPSHOT-COUNT " record(s), read-only - "
             "not a restore source for GENERATION-RESTORE"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-SNAPSHOT-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
