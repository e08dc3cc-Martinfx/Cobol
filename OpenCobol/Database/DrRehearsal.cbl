      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * A DR set nobody has restored is a hope, not a backup. This
      * rehearsal takes the newest set DR-PACKAGE registered in
      * "../dr_register.dat", restores every member its manifest
      * lists as copied into the scratch directory "../dr_rehearsal/"
      * and proves each restored file against the manifest's record
      * count, byte size and content hash (FILE-FINGERPRINT). It then
      * proves the tamper chains the way the regulator would: each
      * restored trail is walked by CHAIN-VERIFY from the anchor in
      * the restored chain_state.dat, and the last sealed line must
      * be the one that chain state says was sealed last - a trail
      * and chain state that left the machine out of step would not
      * survive a real restore. The live files are never touched.
      * The findings go to "../dr_rehearsal.rpt" through the shared
      * REPORT-WRITER and the result is registered in
      * dr_register.dat; a failed rehearsal sets RETURN-CODE 1 and
      * raises an "E" alert.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DR-REHEARSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DR-REGISTER-FILE ASSIGN TO "../dr_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DR-REG-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO WS-MANIFEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MANIFEST-STATUS.

           SELECT MEMBER-LINE-FILE ASSIGN TO WS-MEMBER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MEMBER-STATUS.

           SELECT RESTORE-LINE-FILE ASSIGN TO WS-RESTORE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RESTORE-STATUS.

           SELECT MEMBER-GEN-FILE ASSIGN TO WS-MEMBER-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-MEMBER-STATUS.

           SELECT RESTORE-GEN-FILE ASSIGN TO WS-RESTORE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-RESTORE-STATUS.

           SELECT STATE-FILE ASSIGN TO WS-STATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DR-REGISTER-FILE.
           01 DR-REGISTER-RECORD PIC X(85).

           FD MANIFEST-FILE.
           01 MANIFEST-RECORD PIC X(130).

           FD MEMBER-LINE-FILE.
           01 MEMBER-LINE-RECORD PIC X(360).

           FD RESTORE-LINE-FILE.
           01 RESTORE-LINE-RECORD PIC X(360).

           FD MEMBER-GEN-FILE.
           01 MEMBER-GEN-RECORD PIC X(87).

           FD RESTORE-GEN-FILE.
           01 RESTORE-GEN-RECORD PIC X(87).

      * The restored copy of CHAIN-SEAL's state file.
           FD STATE-FILE.
           01 STATE-RECORD.
             05 CHS-TAG          PIC X(8).
             05 FILLER           PIC X.
             05 CHS-LAST-SEQ     PIC 9(8).
             05 FILLER           PIC X.
             05 CHS-LAST-CHECK   PIC 9(8).
             05 FILLER           PIC X.
             05 CHS-ANCHOR-SEQ   PIC 9(8).
             05 FILLER           PIC X.
             05 CHS-ANCHOR-CHECK PIC 9(8).

       WORKING-STORAGE SECTION.
           77 WS-DR-REG-STATUS   PIC XX.
           77 WS-MANIFEST-STATUS PIC XX.
           77 WS-MEMBER-STATUS   PIC XX.
           77 WS-RESTORE-STATUS  PIC XX.
           77 WS-STATE-STATUS    PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-COPY-EOF PIC X.
             88 COPY-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "DrManifest.cpy".
           COPY "DrRegister.cpy".

           77 WS-SET-NAME      PIC X(20) VALUE SPACES.
           77 WS-SET-DIR       PIC X(60).
           77 WS-MANIFEST-PATH PIC X(60).
           77 WS-SCRATCH-DIR   PIC X(60) VALUE "../dr_rehearsal".
           77 WS-MEMBER-PATH   PIC X(60).
           77 WS-RESTORE-PATH  PIC X(60).
           77 WS-STATE-PATH    PIC X(60).
           77 WS-DIR-RC        PIC S9(9) BINARY.

           77 WS-FP-KIND     PIC X.
           77 WS-FP-FOUND    PIC X.
             88 FP-FILE-FOUND VALUE "Y".
           77 WS-FP-RECORDS  PIC 9(8).
           77 WS-FP-BYTES    PIC 9(10).
           77 WS-FP-HASH     PIC 9(8).

           77 WS-PROVED-COUNT PIC 9(4) VALUE ZERO.
           77 WS-FAILED-COUNT PIC 9(4) VALUE ZERO.
           77 WS-ABSENT-COUNT PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-BYTES  PIC 9(10) VALUE ZERO.
           77 WS-FINDING      PIC X(70).

      * The sealed trails, the chain tag each is sealed under, and
      * where (if anywhere) the rehearsal restored it.
           01 WS-TRAIL-LIST.
             05 FILLER PIC X(30) VALUE "../operator_activity.log".
             05 FILLER PIC X(8)  VALUE "OPERACT".
             05 FILLER PIC X(30) VALUE "../lottery_audit.dat".
             05 FILLER PIC X(8)  VALUE "LOTAUDIT".
             05 FILLER PIC X(30) VALUE "../record_access.log".
             05 FILLER PIC X(8)  VALUE "RECACCES".
           01 WS-TRAIL-TABLE REDEFINES WS-TRAIL-LIST.
             05 WS-TRAIL-ENTRY OCCURS 3 TIMES.
               10 WS-TRAIL-PATH PIC X(30).
               10 WS-TRAIL-TAG  PIC X(8).
           01 WS-TRAIL-RESTORED-TABLE.
             05 WS-TRAIL-RESTORED PIC X(60) OCCURS 3 TIMES.
           77 WS-TRAIL-I      PIC 9.
           77 WS-STATE-RESTORED PIC X VALUE "N".
             88 STATE-RESTORED  VALUE "Y".

      * The restored chain state, one row per tag.
           78 WS-MAX-TAGS VALUE 20.
           01 WS-STATE-TABLE.
             05 WS-ST-ENTRY OCCURS 20 TIMES.
               10 WS-ST-TAG          PIC X(8).
               10 WS-ST-LAST-SEQ     PIC 9(8).
               10 WS-ST-ANCHOR-SEQ   PIC 9(8).
               10 WS-ST-ANCHOR-CHECK PIC 9(8).
           77 WS-STATE-USED PIC 99 VALUE ZERO.
           77 WS-ST-I       PIC 99.
           77 WS-TAG-HIT    PIC 99.

           77 WS-VERIFY-PATH   PIC X(60).
           77 WS-VERIFY-TAG    PIC X(8).
           77 WS-ANCHOR-SEQ    PIC 9(8).
           77 WS-ANCHOR-CHECK  PIC 9(8).
           77 WS-CHAIN-RESULT  PIC X.
             88 CHAIN-INTACT   VALUE "I".
           77 WS-LAST-SEQ      PIC 9(8).
           77 WS-STATE-SEQ     PIC 9(8).

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "DR-REHEARSAL".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM FIND-NEWEST-SET.
           IF WS-SET-NAME = SPACES
             DISPLAY "DR-REHEARSAL: no DR set has been packaged - "
               "nothing to rehearse."
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "DR rehearsal found no packaged DR set"
               TO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO WS-SET-DIR.
           STRING "../" WS-SET-NAME DELIMITED BY SPACE
             INTO WS-SET-DIR.
           MOVE SPACES TO WS-MANIFEST-PATH.
           STRING WS-SET-DIR DELIMITED BY SPACE
             "/dr_manifest.dat" DELIMITED BY SIZE
             INTO WS-MANIFEST-PATH.
           CALL "CBL_CREATE_DIR" USING WS-SCRATCH-DIR
             RETURNING WS-DIR-RC.
           MOVE SPACES TO WS-TRAIL-RESTORED-TABLE.

           MOVE "O" TO W-RPT-ACTION.
           MOVE "DR RESTORE REHEARSAL" TO W-RPT-TITLE.
           MOVE "../dr_rehearsal.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Set " DELIMITED BY SIZE
             WS-SET-NAME DELIMITED BY SPACE
             " restored into " DELIMITED BY SIZE
             WS-SCRATCH-DIR DELIMITED BY SPACE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           PERFORM RESTORE-MANIFEST-MEMBERS.
           PERFORM PROVE-TAMPER-CHAINS.

           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Proved " WS-PROVED-COUNT "  failed "
             WS-FAILED-COUNT "  absent on the night "
             WS-ABSENT-COUNT DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-FAILED-COUNT = ZERO
             MOVE "REHEARSAL PASSED - the set restores and proves"
               TO W-RPT-TEXT
           ELSE
             MOVE "REHEARSAL FAILED - this set cannot be trusted"
               TO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           MOVE WS-PROVED-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM REGISTER-REHEARSAL.
           DISPLAY "DR rehearsal of " FUNCTION TRIM(WS-SET-NAME) ": "
             WS-PROVED-COUNT " proved, " WS-FAILED-COUNT
             " failed - see dr_rehearsal.rpt".
           IF WS-FAILED-COUNT > ZERO
             MOVE "E" TO WS-ALERT-SEVERITY
             MOVE "DR rehearsal failed - the DR set does not prove"
               TO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

           FIND-NEWEST-SET SECTION.
           OPEN INPUT DR-REGISTER-FILE.
           IF WS-DR-REG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DR-REGISTER-FILE INTO W-DR-REGISTER-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF DRR-PACKAGE
                   MOVE W-DRR-SET TO WS-SET-NAME
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DR-REGISTER-FILE.

      ******************************************************************
      * Restoring the members
      ******************************************************************
           RESTORE-MANIFEST-MEMBERS SECTION.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
             MOVE SPACES TO WS-FINDING
             STRING "manifest " WS-MANIFEST-PATH
               DELIMITED BY SIZE INTO WS-FINDING
             PERFORM NOTE-FAILURE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ MANIFEST-FILE INTO W-DR-MANIFEST-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM RESTORE-ONE-MEMBER
             END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

           RESTORE-ONE-MEMBER SECTION.
           EVALUATE TRUE
             WHEN DRM-ABSENT
               ADD 1 TO WS-ABSENT-COUNT
               EXIT SECTION
             WHEN DRM-BAD-COPY
               MOVE SPACES TO WS-FINDING
               STRING W-DRM-MEMBER " was packed as a bad copy"
                 DELIMITED BY SIZE INTO WS-FINDING
               PERFORM NOTE-FAILURE
               EXIT SECTION
           END-EVALUATE.
           MOVE SPACES TO WS-MEMBER-PATH.
           STRING WS-SET-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             W-DRM-MEMBER DELIMITED BY SPACE
             INTO WS-MEMBER-PATH.
           MOVE SPACES TO WS-RESTORE-PATH.
           STRING WS-SCRATCH-DIR DELIMITED BY SPACE
             "/" DELIMITED BY SIZE
             W-DRM-MEMBER DELIMITED BY SPACE
             INTO WS-RESTORE-PATH.
           IF DRM-GENERATION
             PERFORM RESTORE-GENERATION-MEMBER
           ELSE
             PERFORM RESTORE-LINE-MEMBER
           END-IF.
           MOVE W-DRM-KIND TO WS-FP-KIND.
           CALL "FILE-FINGERPRINT" USING WS-RESTORE-PATH WS-FP-KIND
             WS-FP-FOUND WS-FP-RECORDS WS-FP-BYTES WS-FP-HASH.
           IF NOT FP-FILE-FOUND
               OR WS-FP-RECORDS NOT = W-DRM-RECORDS
               OR WS-FP-BYTES NOT = W-DRM-BYTES
               OR WS-FP-HASH NOT = W-DRM-HASH
             MOVE SPACES TO WS-FINDING
             IF WS-FP-RECORDS = W-DRM-RECORDS
               STRING W-DRM-MEMBER " restored with another hash"
                 DELIMITED BY SIZE INTO WS-FINDING
             ELSE
               STRING W-DRM-MEMBER " restored " WS-FP-RECORDS
                 " rec, manifest " W-DRM-RECORDS
                 DELIMITED BY SIZE INTO WS-FINDING
             END-IF
             PERFORM NOTE-FAILURE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PROVED-COUNT.
           ADD W-DRM-BYTES TO WS-TOTAL-BYTES.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "PROVED  " W-DRM-MEMBER " " W-DRM-RECORDS " rec "
             W-DRM-BYTES " bytes" DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM NOTE-CHAIN-MEMBER.

      * The chain state and the sealed trails are remembered where
      * they were restored, for the chain proof that follows.
           NOTE-CHAIN-MEMBER SECTION.
           IF W-DRM-PATH = "../chain_state.dat"
             MOVE WS-RESTORE-PATH TO WS-STATE-PATH
             SET STATE-RESTORED TO TRUE
           END-IF.
           PERFORM VARYING WS-TRAIL-I FROM 1 BY 1
               UNTIL WS-TRAIL-I > 3
             IF W-DRM-PATH = WS-TRAIL-PATH(WS-TRAIL-I)
               MOVE WS-RESTORE-PATH TO WS-TRAIL-RESTORED(WS-TRAIL-I)
             END-IF
           END-PERFORM.

           RESTORE-LINE-MEMBER SECTION.
           OPEN INPUT MEMBER-LINE-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           OPEN OUTPUT RESTORE-LINE-FILE.
           IF WS-RESTORE-STATUS NOT = "00"
             CLOSE MEMBER-LINE-FILE
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM UNTIL COPY-EOF-T
             READ MEMBER-LINE-FILE
               AT END
                 SET COPY-EOF-T TO TRUE
               NOT AT END
                 WRITE RESTORE-LINE-RECORD FROM MEMBER-LINE-RECORD
             END-READ
           END-PERFORM.
           CLOSE MEMBER-LINE-FILE.
           CLOSE RESTORE-LINE-FILE.

           RESTORE-GENERATION-MEMBER SECTION.
           OPEN INPUT MEMBER-GEN-FILE.
           IF WS-MEMBER-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           OPEN OUTPUT RESTORE-GEN-FILE.
           IF WS-RESTORE-STATUS NOT = "00"
             CLOSE MEMBER-GEN-FILE
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           PERFORM UNTIL COPY-EOF-T
             READ MEMBER-GEN-FILE
               AT END
                 SET COPY-EOF-T TO TRUE
               NOT AT END
                 WRITE RESTORE-GEN-RECORD FROM MEMBER-GEN-RECORD
             END-READ
           END-PERFORM.
           CLOSE MEMBER-GEN-FILE.
           CLOSE RESTORE-GEN-FILE.

      ******************************************************************
      * Proving the tamper chains
      ******************************************************************
      * A trail the set does not hold was absent on the night and
      * has nothing to prove; a trail it does hold needs the chain
      * state that travelled with it.
           PROVE-TAMPER-CHAINS SECTION.
           IF STATE-RESTORED
             PERFORM LOAD-RESTORED-STATE
           END-IF.
           PERFORM VARYING WS-TRAIL-I FROM 1 BY 1
               UNTIL WS-TRAIL-I > 3
             IF WS-TRAIL-RESTORED(WS-TRAIL-I) NOT = SPACES
               PERFORM PROVE-ONE-CHAIN
             END-IF
           END-PERFORM.

           PROVE-ONE-CHAIN SECTION.
           MOVE WS-TRAIL-TAG(WS-TRAIL-I) TO WS-VERIFY-TAG.
           IF NOT STATE-RESTORED
             MOVE SPACES TO WS-FINDING
             STRING "chain " WS-VERIFY-TAG " - the set holds no "
               "chain_state.dat" DELIMITED BY SIZE INTO WS-FINDING
             PERFORM NOTE-FAILURE
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-ANCHOR-SEQ WS-ANCHOR-CHECK WS-STATE-SEQ.
           PERFORM VARYING WS-ST-I FROM 1 BY 1
               UNTIL WS-ST-I > WS-STATE-USED
             IF WS-ST-TAG(WS-ST-I) = WS-VERIFY-TAG
               MOVE WS-ST-ANCHOR-SEQ(WS-ST-I) TO WS-ANCHOR-SEQ
               MOVE WS-ST-ANCHOR-CHECK(WS-ST-I) TO WS-ANCHOR-CHECK
               MOVE WS-ST-LAST-SEQ(WS-ST-I) TO WS-STATE-SEQ
             END-IF
           END-PERFORM.
           MOVE WS-TRAIL-RESTORED(WS-TRAIL-I) TO WS-VERIFY-PATH.
           CALL "CHAIN-VERIFY-FILE" USING WS-VERIFY-PATH
             WS-VERIFY-TAG WS-ANCHOR-SEQ WS-ANCHOR-CHECK
             WS-CHAIN-RESULT WS-LAST-SEQ.
           MOVE SPACES TO WS-FINDING.
           EVALUATE TRUE
             WHEN NOT CHAIN-INTACT
               STRING "chain " WS-VERIFY-TAG " broken in the "
                 "restored trail" DELIMITED BY SIZE INTO WS-FINDING
               PERFORM NOTE-FAILURE
             WHEN WS-LAST-SEQ NOT = WS-STATE-SEQ
               STRING "chain " WS-VERIFY-TAG " ends at " WS-LAST-SEQ
                 ", chain state says " WS-STATE-SEQ
                 DELIMITED BY SIZE INTO WS-FINDING
               PERFORM NOTE-FAILURE
             WHEN OTHER
               ADD 1 TO WS-PROVED-COUNT
               MOVE SPACES TO W-RPT-TEXT
               STRING "PROVED  chain " WS-VERIFY-TAG " intact to seq "
                 WS-LAST-SEQ DELIMITED BY SIZE INTO W-RPT-TEXT
               PERFORM REPORT-LINE
           END-EVALUATE.

           LOAD-RESTORED-STATE SECTION.
           MOVE ZERO TO WS-STATE-USED.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ STATE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF CHS-TAG NOT = SPACES
                     AND WS-STATE-USED < WS-MAX-TAGS
                   ADD 1 TO WS-STATE-USED
                   MOVE CHS-TAG TO WS-ST-TAG(WS-STATE-USED)
                   MOVE CHS-LAST-SEQ
                     TO WS-ST-LAST-SEQ(WS-STATE-USED)
                   MOVE CHS-ANCHOR-SEQ
                     TO WS-ST-ANCHOR-SEQ(WS-STATE-USED)
                   MOVE CHS-ANCHOR-CHECK
                     TO WS-ST-ANCHOR-CHECK(WS-STATE-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE STATE-FILE.

           NOTE-FAILURE SECTION.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "FAILED  " WS-FINDING DELIMITED BY SIZE
             INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REGISTER-REHEARSAL SECTION.
           MOVE SPACES TO W-DR-REGISTER-RECORD.
           MOVE W-DATE OF W-BATCH TO W-DRR-DATE.
           MOVE W-TIME OF W-BATCH TO W-DRR-TIME.
           MOVE W-BATCH-COMPLET TO W-DRR-RUN-ID.
           SET DRR-REHEARSE TO TRUE.
           MOVE WS-SET-NAME TO W-DRR-SET.
           MOVE WS-PROVED-COUNT TO W-DRR-FILES.
           MOVE WS-TOTAL-BYTES TO W-DRR-BYTES.
           IF WS-FAILED-COUNT = ZERO
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

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
