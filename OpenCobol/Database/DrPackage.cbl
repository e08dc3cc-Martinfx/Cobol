      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * GENERATION-BACKUP protects the two indexed masters, but losing
      * the machine would take everything else with them - the
      * lottery files, the audit trails and chain_state.dat, the
      * ledgers, the masters and the parameter files. This run packs
      * a dated DR set, "../dr_<processing date>/", holding a copy of:
      * the shop files in the compiled-in list below; every path the
      * file-set catalog "../fileset.parm" maps (and the catalog
      * itself); every file on the census list "../census_files.parm"
      * (or FILE-CENSUS's own default list); and the newest
      * generation of each master registered in backup_register.dat.
      * Each copy is fingerprinted through FILE-FINGERPRINT and
      * proved against the original before it counts; the set's
      * "dr_manifest.dat" (see DrManifest.cpy) gives each file's
      * record count, byte size and content hash, and the run is
      * registered in "../dr_register.dat" (see DrRegister.cpy).
      * DR-REHEARSAL restores a set and proves it. A file that does
      * not exist is listed ABSENT and is not a failure; a copy that
      * does not prove fails the run (RETURN-CODE 1, "E" alert).
      * Runnable standalone or as the DR-PACKAGE step of NIGHTLY-BATCH.
      * Revision: Maxfx 15/10/2026 - every proved copy in the set is
      *   posted to the lineage register from its shop file, and the
      *   manifest and register line from the file lists.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-PACKAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "../fileset.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CATALOG-STATUS.

           SELECT LIST-FILE ASSIGN TO "../census_files.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LIST-STATUS.

           SELECT BACKUP-REGISTER-FILE
           ASSIGN TO "../backup_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BACKUP-REG-STATUS.

           SELECT SOURCE-LINE-FILE ASSIGN TO WS-SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SOURCE-STATUS.

           SELECT MEMBER-LINE-FILE ASSIGN TO WS-MEMBER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MEMBER-STATUS.

           SELECT SOURCE-GEN-FILE ASSIGN TO WS-SOURCE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SOURCE-STATUS.

           SELECT MEMBER-GEN-FILE ASSIGN TO WS-MEMBER-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-MEMBER-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANIFEST-STATUS.

           SELECT DR-REGISTER-FILE ASSIGN TO "../dr_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DR-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CATALOG-FILE.
           01 CATALOG-RECORD.
             05 CAT-LOGICAL PIC X(20).
             05 FILLER      PIC X.
             05 CAT-PATH    PIC X(60).

           FD LIST-FILE.
           01 LIST-RECORD PIC X(60).

           FD BACKUP-REGISTER-FILE.
           01 BACKUP-REGISTER-RECORD.
             05 REG-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 REG-MASTER PIC X(8).
             05 FILLER     PIC X.
             05 REG-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 REG-PATH   PIC X(60).

           FD SOURCE-LINE-FILE.
           01 SOURCE-LINE-RECORD PIC X(360).

           FD MEMBER-LINE-FILE.
           01 MEMBER-LINE-RECORD PIC X(360).

           FD SOURCE-GEN-FILE.
           01 SOURCE-GEN-RECORD PIC X(87).

           FD MEMBER-GEN-FILE.
           01 MEMBER-GEN-RECORD PIC X(87).

           FD MANIFEST-FILE.
           01 MANIFEST-RECORD PIC X(130).

           FD DR-REGISTER-FILE.
           01 DR-REGISTER-RECORD PIC X(85).

       WORKING-STORAGE SECTION.
           77 WS-CATALOG-STATUS    PIC XX.
           77 WS-LIST-STATUS       PIC XX.
           77 WS-BACKUP-REG-STATUS PIC XX.
           77 WS-SOURCE-STATUS     PIC XX.
           77 WS-MEMBER-STATUS     PIC XX.
           77 WS-MANIFEST-STATUS   PIC XX.
           77 WS-DR-REG-STATUS     PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-COPY-EOF PIC X.
             88 COPY-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "DrManifest.cpy".
           COPY "DrRegister.cpy".
           COPY "Lineage.cpy".

      * Lines read from the lists that decide what goes in the set,
      * for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-CATALOG    PIC 9(8) VALUE ZERO.
             05 WS-READ-LIST       PIC 9(8) VALUE ZERO.
             05 WS-READ-BACKUP-REG PIC 9(8) VALUE ZERO.

      * The set: "../dr_<processing date>" and what goes in it.
           77 WS-SET-NAME      PIC X(20).
           77 WS-SET-DIR       PIC X(60).
           77 WS-MANIFEST-PATH PIC X(60).
           77 WS-SOURCE-PATH   PIC X(60).
           77 WS-MEMBER-PATH   PIC X(60).
           77 WS-DIR-RC        PIC S9(9) BINARY.

      * The shop files a lost machine would take with it.
           78 WS-SHOP-FILE-COUNT VALUE 72.
           01 WS-SHOP-FILE-LIST.
             05 FILLER PIC X(40) VALUE "../database.dat".
             05 FILLER PIC X(40) VALUE "../data.dat".
             05 FILLER PIC X(40) VALUE "../branch_master.dat".
             05 FILLER PIC X(40) VALUE "../operator_master.dat".
             05 FILLER PIC X(40) VALUE "../code_master.dat".
             05 FILLER PIC X(40) VALUE "../player_master.dat".
             05 FILLER PIC X(40) VALUE "../partner_master.dat".
             05 FILLER PIC X(40) VALUE "../household.dat".
             05 FILLER PIC X(40) VALUE "../person_xref.dat".
             05 FILLER PIC X(40) VALUE "../postcode_ref.dat".
             05 FILLER PIC X(40) VALUE "../details_journal.dat".
             05 FILLER PIC X(40) VALUE "../details_notes.dat".
             05 FILLER PIC X(40) VALUE "../details_consent.dat".
             05 FILLER PIC X(40) VALUE "../details_pending.dat".
             05 FILLER PIC X(40) VALUE "../lottery_tickets.dat".
             05 FILLER PIC X(40) VALUE "../lottery_games.dat".
             05 FILLER PIC X(40) VALUE "../lottery_ledger.dat".
             05 FILLER PIC X(40) VALUE "../lottery_outlets.dat".
             05 FILLER PIC X(40) VALUE "../lottery_syndicates.dat".
             05 FILLER PIC X(40) VALUE "../lottery_annuity.dat".
             05 FILLER PIC X(40) VALUE "../lottery_advance.dat".
             05 FILLER PIC X(40) VALUE "../lottery_subs.dat".
             05 FILLER PIC X(40) VALUE "../lottery_schedule.dat".
             05 FILLER PIC X(40) VALUE "../lottery_rollover.dat".
             05 FILLER PIC X(40) VALUE "../lottery_rollover_hist.dat".
             05 FILLER PIC X(40) VALUE "../lottery_void.log".
             05 FILLER PIC X(40) VALUE "../lottery_override.log".
             05 FILLER PIC X(40) VALUE "../player_exclusion.dat".
             05 FILLER PIC X(40) VALUE "../scratch_packs.dat".
             05 FILLER PIC X(40) VALUE "../lottery_audit.dat".
             05 FILLER PIC X(40) VALUE "../operator_activity.log".
             05 FILLER PIC X(40) VALUE "../record_access.log".
             05 FILLER PIC X(40) VALUE "../code_master_trail.log".
             05 FILLER PIC X(40) VALUE "../consent_journal.dat".
             05 FILLER PIC X(40) VALUE "../chain_state.dat".
             05 FILLER PIC X(40) VALUE "../control_ledger.dat".
             05 FILLER PIC X(40) VALUE "../monthend_ledger.dat".
             05 FILLER PIC X(40) VALUE "../loyalty_ledger.dat".
             05 FILLER PIC X(40) VALUE "../gl_journal.dat".
             05 FILLER PIC X(40) VALUE "../gl_chart.dat".
             05 FILLER PIC X(40) VALUE "../gl_control.dat".
             05 FILLER PIC X(40) VALUE "../till_history.dat".
             05 FILLER PIC X(40) VALUE "../tax_remittance.dat".
             05 FILLER PIC X(40) VALUE "../bank_instructions.dat".
             05 FILLER PIC X(40) VALUE "../bank_paid.dat".
             05 FILLER PIC X(40) VALUE "../exception_store.dat".
             05 FILLER PIC X(40) VALUE "../batch_history.dat".
             05 FILLER PIC X(40) VALUE "../processed_feeds.reg".
             05 FILLER PIC X(40) VALUE "../processing_date.dat".
             05 FILLER PIC X(40) VALUE "../holiday_calendar.dat".
             05 FILLER PIC X(40) VALUE "../fiscal_calendar.dat".
             05 FILLER PIC X(40) VALUE "../backup_register.dat".
             05 FILLER PIC X(40) VALUE "../parm_versions.dat".
             05 FILLER PIC X(40) VALUE "../file_census.dat".
             05 FILLER PIC X(40) VALUE "../batch_steps.parm".
             05 FILLER PIC X(40) VALUE "../step_budgets.parm".
             05 FILLER PIC X(40) VALUE "../run_calendar.parm".
             05 FILLER PIC X(40) VALUE "../retention.parm".
             05 FILLER PIC X(40) VALUE "../monthend_close.parm".
             05 FILLER PIC X(40) VALUE "../amount_outlier.parm".
             05 FILLER PIC X(40) VALUE "../lottery_price.parm".
             05 FILLER PIC X(40) VALUE "../lottery_range.parm".
             05 FILLER PIC X(40) VALUE "../lottery_picks.parm".
             05 FILLER PIC X(40) VALUE "../bank_threshold.parm".
             05 FILLER PIC X(40) VALUE "../backup_keep.parm".
             05 FILLER PIC X(40) VALUE "../till_tolerance.parm".
             05 FILLER PIC X(40) VALUE "../exception_retention.parm".
             05 FILLER PIC X(40) VALUE "../lottery_claim_period.parm".
             05 FILLER PIC X(40) VALUE "../lottery_min_prize.parm".
             05 FILLER PIC X(40) VALUE "../prize_tax.parm".
             05 FILLER PIC X(40) VALUE "../fileset.parm".
             05 FILLER PIC X(40) VALUE "../census_files.parm".
           01 WS-SHOP-FILE-TABLE REDEFINES WS-SHOP-FILE-LIST.
             05 WS-SHOP-FILE PIC X(40) OCCURS 72 TIMES.

      * Everything to be packed, duplicates folded together.
           78 WS-MAX-FILES VALUE 150.
           01 WS-FILE-TABLE.
             05 WS-FILE-ENTRY OCCURS 150 TIMES.
               10 WS-FIL-PATH   PIC X(60).
               10 WS-FIL-KIND   PIC X.
               10 WS-FIL-MEMBER PIC X(30).
           77 WS-FILE-USED PIC 999 VALUE ZERO.
           77 WS-FILE-I    PIC 999.
           77 WS-FILE-J    PIC 999.
           77 WS-SHOP-I    PIC 99.
           77 WS-ADD-PATH  PIC X(60).
           77 WS-ADD-KIND  PIC X.
           77 WS-ALREADY   PIC X.
             88 PATH-ALREADY-LISTED VALUE "Y".
           77 WS-FIRST-LINE PIC X.
             88 READING-SET-NAME VALUE "Y".
           77 WS-CHAR-I    PIC 99.
           77 WS-MEMBER-NAME PIC X(30).
           77 WS-MEMBER-SEQ  PIC 999.

      * The newest registered generation of each master.
           77 WS-GEN-DBIDX   PIC X(60) VALUE SPACES.
           77 WS-GEN-DATAIDX PIC X(60) VALUE SPACES.

      * Fingerprints of the original and of the copy.
           77 WS-FP-KIND     PIC X.
           77 WS-FP-FOUND    PIC X.
             88 FP-FILE-FOUND VALUE "Y".
           77 WS-FP-RECORDS  PIC 9(8).
           77 WS-FP-BYTES    PIC 9(10).
           77 WS-FP-HASH     PIC 9(8).
           77 WS-SRC-RECORDS PIC 9(8).
           77 WS-SRC-BYTES   PIC 9(10).
           77 WS-SRC-HASH    PIC 9(8).

           77 WS-COPIED-COUNT PIC 9(4) VALUE ZERO.
           77 WS-ABSENT-COUNT PIC 9(4) VALUE ZERO.
           77 WS-BAD-COUNT    PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-BYTES  PIC 9(10) VALUE ZERO.

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "DR-PACKAGE".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE SPACES TO WS-SET-NAME.
           STRING "dr_" W-PROC-DATE DELIMITED BY SIZE
             INTO WS-SET-NAME.
           MOVE SPACES TO WS-SET-DIR.
           STRING "../" WS-SET-NAME DELIMITED BY SPACE
             INTO WS-SET-DIR.
           MOVE SPACES TO WS-MANIFEST-PATH.
           STRING WS-SET-DIR DELIMITED BY SPACE
             "/dr_manifest.dat" DELIMITED BY SIZE
             INTO WS-MANIFEST-PATH.
      * A set packed earlier the same day is simply packed again.
           CALL "CBL_CREATE_DIR" USING WS-SET-DIR
             RETURNING WS-DIR-RC.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
             DISPLAY "DR-PACKAGE: cannot create "
               FUNCTION TRIM(WS-MANIFEST-PATH) ", status "
               WS-MANIFEST-STATUS
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "DR set directory could not be created"
               TO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM BUILD-FILE-LIST.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
               UNTIL WS-FILE-I > WS-FILE-USED
             PERFORM PACK-ONE-FILE
           END-PERFORM.
           CLOSE MANIFEST-FILE.
           PERFORM REGISTER-DR-SET.
           PERFORM POST-LINEAGE.
           DISPLAY "DR set " FUNCTION TRIM(WS-SET-NAME) ": "
             WS-COPIED-COUNT " file(s) copied, " WS-ABSENT-COUNT
             " absent, " WS-BAD-COUNT " failed, " WS-TOTAL-BYTES
             " byte(s)".
           IF WS-BAD-COUNT > ZERO
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "DR set packed with copies that do not prove"
               TO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * What goes in the set
      ******************************************************************
           BUILD-FILE-LIST SECTION.
           MOVE ZERO TO WS-FILE-USED.
           MOVE "L" TO WS-ADD-KIND.
           PERFORM VARYING WS-SHOP-I FROM 1 BY 1
               UNTIL WS-SHOP-I > WS-SHOP-FILE-COUNT
             MOVE WS-SHOP-FILE(WS-SHOP-I) TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
           END-PERFORM.
           PERFORM ADD-CATALOG-PATHS.
           PERFORM ADD-CENSUS-PATHS.
           PERFORM ADD-NEWEST-GENERATIONS.

      * The file-set catalog's first line is the active set's name;
      * every line after it maps a logical file to a path.
           ADD-CATALOG-PATHS SECTION.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "Y" TO WS-FIRST-LINE.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CATALOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-CATALOG
                 IF READING-SET-NAME
                   MOVE "N" TO WS-FIRST-LINE
                 ELSE
                   IF CAT-PATH NOT = SPACES
                     MOVE CAT-PATH TO WS-ADD-PATH
                     PERFORM ADD-FILE-TO-LIST
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CATALOG-FILE.

      * The census list, or FILE-CENSUS's own default list when
      * there is none.
           ADD-CENSUS-PATHS SECTION.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS NOT = "00"
             MOVE "../lottery_tickets.dat" TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
             MOVE "../details_journal.dat" TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
             MOVE "../operator_activity.log" TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
             MOVE "../batch_history.dat" TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LIST-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-LIST
                 IF LIST-RECORD NOT = SPACES
                   MOVE LIST-RECORD TO WS-ADD-PATH
                   PERFORM ADD-FILE-TO-LIST
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

      * The register is chronological, so the last row per master
      * is its newest generation.
           ADD-NEWEST-GENERATIONS SECTION.
           OPEN INPUT BACKUP-REGISTER-FILE.
           IF WS-BACKUP-REG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ BACKUP-REGISTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-BACKUP-REG
                 EVALUATE REG-MASTER
                   WHEN "DBIDX"
                     MOVE REG-PATH TO WS-GEN-DBIDX
                   WHEN "DATAIDX"
                     MOVE REG-PATH TO WS-GEN-DATAIDX
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE BACKUP-REGISTER-FILE.
           MOVE "G" TO WS-ADD-KIND.
           IF WS-GEN-DBIDX NOT = SPACES
             MOVE WS-GEN-DBIDX TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
           END-IF.
           IF WS-GEN-DATAIDX NOT = SPACES
             MOVE WS-GEN-DATAIDX TO WS-ADD-PATH
             PERFORM ADD-FILE-TO-LIST
           END-IF.
           MOVE "L" TO WS-ADD-KIND.

      * A path already listed is not packed twice. The member keeps
      * the file's own name; two paths with the same name (a TEST
      * set's data.dat beside the real one) are told apart by the
      * list position in front of the second.
           ADD-FILE-TO-LIST SECTION.
           MOVE "N" TO WS-ALREADY.
           PERFORM VARYING WS-FILE-J FROM 1 BY 1
               UNTIL WS-FILE-J > WS-FILE-USED
             IF WS-FIL-PATH(WS-FILE-J) = WS-ADD-PATH
               SET PATH-ALREADY-LISTED TO TRUE
             END-IF
           END-PERFORM.
           IF PATH-ALREADY-LISTED OR WS-FILE-USED >= WS-MAX-FILES
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-CHAR-I FROM 60 BY -1
               UNTIL WS-CHAR-I = ZERO
                 OR WS-ADD-PATH(WS-CHAR-I:1) = "/"
             CONTINUE
           END-PERFORM.
           MOVE WS-ADD-PATH(WS-CHAR-I + 1:) TO WS-MEMBER-NAME.
           ADD 1 TO WS-FILE-USED.
           PERFORM VARYING WS-FILE-J FROM 1 BY 1
               UNTIL WS-FILE-J >= WS-FILE-USED
             IF WS-FIL-MEMBER(WS-FILE-J) = WS-MEMBER-NAME
               MOVE WS-FILE-USED TO WS-MEMBER-SEQ
               MOVE SPACES TO WS-MEMBER-NAME
               STRING WS-MEMBER-SEQ "_"
                 WS-ADD-PATH(WS-CHAR-I + 1:) DELIMITED BY SIZE
                 INTO WS-MEMBER-NAME
             END-IF
           END-PERFORM.
           MOVE WS-ADD-PATH TO WS-FIL-PATH(WS-FILE-USED).
           MOVE WS-ADD-KIND TO WS-FIL-KIND(WS-FILE-USED).
           MOVE WS-MEMBER-NAME TO WS-FIL-MEMBER(WS-FILE-USED).

      ******************************************************************
      * Packing one file
      ******************************************************************
      * Fingerprint the original, copy it, fingerprint the copy: the
      * manifest carries the original's figures, and the copy only
      * counts when its figures are the same.
           PACK-ONE-FILE SECTION.
           MOVE SPACES TO W-DR-MANIFEST-RECORD.
           MOVE WS-FIL-MEMBER(WS-FILE-I) TO W-DRM-MEMBER.
           MOVE WS-FIL-KIND(WS-FILE-I) TO W-DRM-KIND.
           MOVE WS-FIL-PATH(WS-FILE-I) TO W-DRM-PATH.
           MOVE WS-FIL-PATH(WS-FILE-I) TO WS-SOURCE-PATH.
           MOVE SPACES TO WS-MEMBER-PATH.
           STRING WS-SET-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             WS-FIL-MEMBER(WS-FILE-I) DELIMITED BY SPACE
             INTO WS-MEMBER-PATH.
           MOVE WS-FIL-KIND(WS-FILE-I) TO WS-FP-KIND.
           CALL "FILE-FINGERPRINT" USING WS-SOURCE-PATH WS-FP-KIND
             WS-FP-FOUND WS-FP-RECORDS WS-FP-BYTES WS-FP-HASH.
           IF NOT FP-FILE-FOUND
             SET DRM-ABSENT TO TRUE
             MOVE ZERO TO W-DRM-RECORDS W-DRM-BYTES W-DRM-HASH
             ADD 1 TO WS-ABSENT-COUNT
             WRITE MANIFEST-RECORD FROM W-DR-MANIFEST-RECORD
             EXIT SECTION
           END-IF.
           MOVE WS-FP-RECORDS TO WS-SRC-RECORDS W-DRM-RECORDS.
           MOVE WS-FP-BYTES TO WS-SRC-BYTES W-DRM-BYTES.
           MOVE WS-FP-HASH TO WS-SRC-HASH W-DRM-HASH.
           IF DRM-GENERATION
             PERFORM COPY-GENERATION-FILE
           ELSE
             PERFORM COPY-LINE-FILE
           END-IF.
           CALL "FILE-FINGERPRINT" USING WS-MEMBER-PATH WS-FP-KIND
             WS-FP-FOUND WS-FP-RECORDS WS-FP-BYTES WS-FP-HASH.
           IF FP-FILE-FOUND
               AND WS-FP-RECORDS = WS-SRC-RECORDS
               AND WS-FP-BYTES = WS-SRC-BYTES
               AND WS-FP-HASH = WS-SRC-HASH
             SET DRM-COPIED TO TRUE
             ADD 1 TO WS-COPIED-COUNT
             ADD WS-SRC-BYTES TO WS-TOTAL-BYTES
             PERFORM POST-MEMBER-LINEAGE
           ELSE
             SET DRM-BAD-COPY TO TRUE
             ADD 1 TO WS-BAD-COUNT
             DISPLAY "DR-PACKAGE: copy of "
               FUNCTION TRIM(WS-SOURCE-PATH) " does not prove - "
               WS-FP-RECORDS " of " WS-SRC-RECORDS " record(s)"
           END-IF.
           WRITE MANIFEST-RECORD FROM W-DR-MANIFEST-RECORD.

           COPY-LINE-FILE SECTION.
           OPEN INPUT SOURCE-LINE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           OPEN OUTPUT MEMBER-LINE-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
             CLOSE SOURCE-LINE-FILE
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM UNTIL COPY-EOF-T
             READ SOURCE-LINE-FILE
               AT END
                 SET COPY-EOF-T TO TRUE
               NOT AT END
                 WRITE MEMBER-LINE-RECORD FROM SOURCE-LINE-RECORD
             END-READ
           END-PERFORM.
           CLOSE SOURCE-LINE-FILE.
           CLOSE MEMBER-LINE-FILE.

           COPY-GENERATION-FILE SECTION.
           OPEN INPUT SOURCE-GEN-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           OPEN OUTPUT MEMBER-GEN-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
             CLOSE SOURCE-GEN-FILE
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM UNTIL COPY-EOF-T
             READ SOURCE-GEN-FILE
               AT END
                 SET COPY-EOF-T TO TRUE
               NOT AT END
                 WRITE MEMBER-GEN-RECORD FROM SOURCE-GEN-RECORD
             END-READ
           END-PERFORM.
           CLOSE SOURCE-GEN-FILE.
           CLOSE MEMBER-GEN-FILE.

           REGISTER-DR-SET SECTION.
           MOVE SPACES TO W-DR-REGISTER-RECORD.
           MOVE W-DATE OF W-BATCH TO W-DRR-DATE.
           MOVE W-TIME OF W-BATCH TO W-DRR-TIME.
           MOVE W-BATCH-COMPLET TO W-DRR-RUN-ID.
           SET DRR-PACKAGE TO TRUE.
           MOVE WS-SET-NAME TO W-DRR-SET.
           MOVE WS-COPIED-COUNT TO W-DRR-FILES.
           MOVE WS-TOTAL-BYTES TO W-DRR-BYTES.
           IF WS-BAD-COUNT = ZERO
             MOVE "PASS" TO W-DRR-RESULT
           ELSE
             MOVE "FAIL" TO W-DRR-RESULT
           END-IF.
           OPEN EXTEND DR-REGISTER-FILE.
           IF WS-DR-REG-STATUS = "35"
             OPEN OUTPUT DR-REGISTER-FILE
           END-IF.
           WRITE DR-REGISTER-RECORD FROM W-DR-REGISTER-RECORD.
           CLOSE DR-REGISTER-FILE.

      ******************************************************************
      * Lineage
      ******************************************************************
      * Each proved copy in the set comes from its shop file alone.
           POST-MEMBER-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DR-PACKAGE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE WS-SOURCE-PATH TO W-LIN-FILE.
           MOVE WS-SRC-RECORDS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-MEMBER-PATH TO W-LIN-FILE.
           MOVE WS-SRC-RECORDS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * The manifest and the register line are decided by the lists
      * of what goes in the set.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "DR-PACKAGE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../fileset.parm" TO W-LIN-FILE.
           MOVE WS-READ-CATALOG TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../census_files.parm" TO W-LIN-FILE.
           MOVE WS-READ-LIST TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../backup_register.dat" TO W-LIN-FILE.
           MOVE WS-READ-BACKUP-REG TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE WS-MANIFEST-PATH TO W-LIN-FILE.
           MOVE WS-FILE-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../dr_register.dat" TO W-LIN-FILE.
           MOVE 1 TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
