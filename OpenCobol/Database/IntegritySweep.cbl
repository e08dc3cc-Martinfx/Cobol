      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Cross-file referential integrity sweep. Each program checks
      * its own references when a record comes in, but the files
      * drift apart afterwards - a player erased from the master
      * leaves tickets, standing orders and cross-references
      * behind, a game code retired from lottery_games.dat stays on
      * old ledger rows, a branch closed on branch_master.dat stays
      * on data.dat. This sweep checks every foreign key the shop
      * has, one relationship per line of
      * "../integrity_relations.parm" (the compiled-in list below
      * when there is no such file):
      *   cols   1-20  relationship name
      *         22     child file kind     24-63  child file path
      *         65-67  child record key position (000 - the record
      *                number stands in)   69-70  its length
      *         72-74  foreign key position   76-77  its length
      *         79     parent file kind    81-120 parent file path
      *        122-124 parent key position   126-127 its length
      *        129-131 filter position (000 - every child record)
      *        133     filter length       135-136 EQ or NE
      *        138-145 filter value
      * A file kind is "L" a line file, "D" the DETAILS master
      * (database.dat), "M" the data.dat master or "P" the indexed
      * player master; HDR/TRL control records on the two masters
      * are passed over. A child record is checked when the filter
      * holds and its foreign key is not blank, and is an orphan
      * when the key is not on the parent file. Each orphan goes to
      * the exception store through EXCEPTION-LOG-DETAIL - the
      * relationship as the field, the child's key as the record
      * key, the missing value as the bad value, the two files in
      * the message - up to the first 200 per relationship; the
      * rest are counted. A relationship whose parent file cannot be
      * read, or is empty, is reported as not checked rather than
      * turning every child record into an orphan.
      * Tonight's counts are kept in "../integrity_counts.dat" and
      * "../integrity_sweep.rpt" sets each relationship against its
      * count on the previous processing date. More orphans than the
      * night before, or a relationship not checked, raises a
      * warning alert and ends the step with RETURN-CODE 4. Run
      * nightly as the INTEGRITY-SWEEP step of NIGHTLY-BATCH, or
      * from the console.
      * Revision: Maxfx 15/10/2026 - tonight's counts are posted to the
      *   lineage register from the relationships, the child files
      *   checked and the counts already on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATION-PARAM-FILE
           ASSIGN TO "../integrity_relations.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RELATION-STATUS.

           SELECT COUNTS-FILE ASSIGN TO "../integrity_counts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-COUNTS-STATUS.

      * One SELECT per file kind, all on the path of the file being
      * read - a relationship's parent is read in full before its
      * child is opened, so one at a time is enough.
           SELECT LINE-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT DETAILS-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT DATA-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT PLAYER-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT SORT-WORK ASSIGN TO "sortwk".

       DATA DIVISION.
       FILE SECTION.
           FD RELATION-PARAM-FILE.
           01 RELATION-PARAM-RECORD PIC X(145).

           FD COUNTS-FILE.
           01 COUNTS-RECORD.
             05 ICN-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ICN-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 ICN-RELATION PIC X(20).
             05 FILLER       PIC X.
             05 ICN-STATE    PIC X.
             05 FILLER       PIC X.
             05 ICN-CHECKED  PIC 9(8).
             05 FILLER       PIC X.
             05 ICN-ORPHANS  PIC 9(8).

      * Wide enough for the widest record the shop writes.
           FD LINE-FILE.
           01 LINE-RECORD PIC X(360).

           FD DETAILS-FILE.
           01 DETAILS-RECORD PIC X(87).

           FD DATA-FILE.
           01 DATA-RECORD.
             05 DATA-ID     PIC X(5).
             05 FILLER      PIC X(23).
           01 DATA-CONTROL-RECORD PIC X(30).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

           SD SORT-WORK.
           01 SORT-RECORD.
             02 SRT-KEY PIC X(20).

       WORKING-STORAGE SECTION.
           77 WS-RELATION-STATUS PIC XX.
           77 WS-COUNTS-STATUS   PIC XX.
           77 WS-SUBJECT-STATUS  PIC XX.
           77 WS-SUBJECT-PATH    PIC X(40).
           77 WS-SUBJECT-KIND    PIC X.
           77 WS-SUBJECT-WIDTH   PIC 9(3).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-RETURN-EOF PIC X.
             88 RETURN-EOF-T VALUE "Y".
           77 WS-SKIP-RECORD PIC X.
             88 CONTROL-RECORD VALUE "Y".
           77 WS-REC-TAG     PIC X(3).

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

      * Lines read from the parm and counts files and written to the
      * counts file, for the lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-RELATIONS PIC 9(8) VALUE ZERO.
             05 WS-READ-PREVIOUS  PIC 9(8) VALUE ZERO.
           77 WS-COUNTS-WRITTEN   PIC 9(8) VALUE ZERO.

      * The relationships shipped with the sweep, laid out as lines
      * of integrity_relations.parm.
           78 WS-DEFAULT-COUNT VALUE 10.
           01 WS-DEFAULT-LIST.
             05 FILLER PIC X(21) VALUE "TICKET-PLAYER-T2".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_tickets.dat".
             05 FILLER PIC X(16) VALUE "080 07 004 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 001 2 EQ T2".
             05 FILLER PIC X(21) VALUE "TICKET-PLAYER".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_tickets.dat".
             05 FILLER PIC X(16) VALUE "000 00 001 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 001 2 NE T2".
             05 FILLER PIC X(21) VALUE "TICKET-GAME".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_tickets.dat".
             05 FILLER PIC X(16) VALUE "000 00 062 04 L".
             05 FILLER PIC X(41) VALUE "../lottery_games.dat".
             05 FILLER PIC X(24) VALUE "001 04 000 0".
             05 FILLER PIC X(21) VALUE "LEDGER-PLAYER".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_ledger.dat".
             05 FILLER PIC X(16) VALUE "000 00 001 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 000 0".
             05 FILLER PIC X(21) VALUE "LEDGER-GAME".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_ledger.dat".
             05 FILLER PIC X(16) VALUE "000 00 054 04 L".
             05 FILLER PIC X(41) VALUE "../lottery_games.dat".
             05 FILLER PIC X(24) VALUE "001 04 000 0".
             05 FILLER PIC X(21) VALUE "LOYALTY-PLAYER".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../loyalty_ledger.dat".
             05 FILLER PIC X(16) VALUE "000 00 001 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 000 0".
             05 FILLER PIC X(21) VALUE "SUBSCRIPTION-PLAYER".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../lottery_subs.dat".
             05 FILLER PIC X(16) VALUE "001 10 001 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 000 0".
             05 FILLER PIC X(21) VALUE "XREF-PLAYER".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../person_xref.dat".
             05 FILLER PIC X(16) VALUE "001 10 001 10 P".
             05 FILLER PIC X(41) VALUE "../player_master.dat".
             05 FILLER PIC X(24) VALUE "001 10 000 0".
             05 FILLER PIC X(21) VALUE "XREF-DETAILS".
             05 FILLER PIC X(2)  VALUE "L".
             05 FILLER PIC X(41) VALUE "../person_xref.dat".
             05 FILLER PIC X(16) VALUE "001 10 012 07 D".
             05 FILLER PIC X(41) VALUE "../database.dat".
             05 FILLER PIC X(24) VALUE "001 07 000 0".
             05 FILLER PIC X(21) VALUE "DATA-BRANCH".
             05 FILLER PIC X(2)  VALUE "M".
             05 FILLER PIC X(41) VALUE "../data.dat".
             05 FILLER PIC X(16) VALUE "001 05 026 03 L".
             05 FILLER PIC X(41) VALUE "../branch_master.dat".
             05 FILLER PIC X(24) VALUE "001 03 000 0".
           01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
             05 WS-DEFAULT-LINE PIC X(145) OCCURS 10 TIMES.

      * Tonight's relationships and what each one found.
           78 WS-MAX-RELATIONS VALUE 40.
           01 WS-RELATION-TABLE.
             05 WS-REL-ENTRY OCCURS 40 TIMES.
               10 WS-REL-LINE      PIC X(145).
               10 WS-REL-STATE     PIC X.
               10 WS-REL-CHECKED   PIC 9(8).
               10 WS-REL-ORPHANS   PIC 9(8).
               10 WS-REL-PREV-DATE PIC X(8).
               10 WS-REL-PREVIOUS  PIC 9(8).
           77 WS-REL-USED PIC 99 VALUE ZERO.
           77 WS-REL-I    PIC 99.
           77 WS-REL-J    PIC 99.

      * The relationship being checked, taken apart.
           01 WS-RELATION.
             05 WS-RLN-NAME        PIC X(20).
             05 FILLER             PIC X.
             05 WS-RLN-CHILD-KIND  PIC X.
             05 FILLER             PIC X.
             05 WS-RLN-CHILD-PATH  PIC X(40).
             05 FILLER             PIC X.
             05 WS-RLN-CKEY-POS    PIC X(3).
             05 FILLER             PIC X.
             05 WS-RLN-CKEY-LEN    PIC X(2).
             05 FILLER             PIC X.
             05 WS-RLN-FKEY-POS    PIC X(3).
             05 FILLER             PIC X.
             05 WS-RLN-FKEY-LEN    PIC X(2).
             05 FILLER             PIC X.
             05 WS-RLN-PARENT-KIND PIC X.
             05 FILLER             PIC X.
             05 WS-RLN-PARENT-PATH PIC X(40).
             05 FILLER             PIC X.
             05 WS-RLN-PKEY-POS    PIC X(3).
             05 FILLER             PIC X.
             05 WS-RLN-PKEY-LEN    PIC X(2).
             05 FILLER             PIC X.
             05 WS-RLN-FILTER-POS  PIC X(3).
             05 FILLER             PIC X.
             05 WS-RLN-FILTER-LEN  PIC X.
             05 FILLER             PIC X.
             05 WS-RLN-FILTER-OP   PIC X(2).
             05 FILLER             PIC X.
             05 WS-RLN-FILTER-VALUE PIC X(8).
           77 WS-CKEY-POS   PIC 9(3).
           77 WS-CKEY-LEN   PIC 99.
           77 WS-FKEY-POS   PIC 9(3).
           77 WS-FKEY-LEN   PIC 99.
           77 WS-PKEY-POS   PIC 9(3).
           77 WS-PKEY-LEN   PIC 99.
           77 WS-FILTER-POS PIC 9(3).
           77 WS-FILTER-LEN PIC 9.
           77 WS-CHILD-WIDTH  PIC 9(3).
           77 WS-PARENT-WIDTH PIC 9(3).
           77 WS-DEFINITION-OK PIC X.
             88 DEFINITION-GOOD VALUE "Y".
           77 WS-FILTER-HOLDS PIC X.
             88 FILTER-HOLDS VALUE "Y".

      * The parent file's keys, sorted for SEARCH ALL. The keys stay
      * loaded while the next relationship names the same parent.
           78 WS-MAX-PARENT-KEYS VALUE 50000.
           01 WS-PARENT-TABLE.
             05 WS-PARENT-KEY PIC X(20)
                OCCURS 0 TO 50000 TIMES DEPENDING ON WS-PARENT-USED
                ASCENDING KEY IS WS-PARENT-KEY
                INDEXED BY WS-PK-IX.
           77 WS-PARENT-USED   PIC 9(5) VALUE ZERO.
           77 WS-PARENT-LOADED PIC X(46) VALUE SPACES.
           77 WS-PARENT-WANTED PIC X(46).
           77 WS-PARENT-STATE  PIC X.
             88 PARENT-READY    VALUE "K".
             88 PARENT-MISSING  VALUE "U".
             88 PARENT-OVERFLOW VALUE "O".

           77 WS-RECORD-AREA  PIC X(360).
           77 WS-RECORD-NO    PIC 9(8).
           77 WS-FOREIGN-KEY  PIC X(20).
           77 WS-CHILD-KEY    PIC X(20).
           77 WS-LOGGED-COUNT PIC 9(4).
           78 WS-MAX-LOGGED VALUE 200.

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "INTEGRITY-SWEEP".
           77 WS-EXC-PARAGRAPH  PIC X(30).
           77 WS-EXC-FIELD-NAME PIC X(20).
           77 WS-EXC-RECORD-KEY PIC X(20).
           77 WS-EXC-BAD-VALUE  PIC X(20).
           77 WS-EXC-MESSAGE    PIC X(50).
           77 WS-CHILD-NAME     PIC X(40).
           77 WS-PARENT-NAME    PIC X(40).
           77 WS-NAME-WORK      PIC X(40).

           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           77 WS-TOTAL-CHECKED  PIC 9(9) VALUE ZERO.
           77 WS-TOTAL-ORPHANS  PIC 9(9) VALUE ZERO.
           77 WS-ROSE-COUNT     PIC 99 VALUE ZERO.
           77 WS-UNCHECKED-COUNT PIC 99 VALUE ZERO.
           77 WS-CHANGE         PIC S9(9).
           77 WS-ED-CHECKED     PIC Z(7)9.
           77 WS-ED-ORPHANS     PIC Z(7)9.
           77 WS-ED-PREVIOUS    PIC Z(7)9.
           77 WS-ED-CHANGE      PIC +(7)9.
           77 WS-PREVIOUS-TEXT  PIC X(8).
           77 WS-CHANGE-TEXT    PIC X(8).
           77 WS-NOTE           PIC X(19).
           77 WS-TEXT-PTR       PIC 99.

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-RELATIONS.
           PERFORM LOAD-PREVIOUS-COUNTS.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "REFERENTIAL INTEGRITY SWEEP" TO W-RPT-TITLE.
           MOVE "../integrity_sweep.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Processing date " W-PROC-DATE "  run "
             W-BATCH-COMPLET DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "RELATIONSHIP          CHECKED   ORPHANS  PREVIOUS"
             & "    CHANGE  NOTE" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-USED
             PERFORM CHECK-ONE-RELATION
             PERFORM PRINT-ONE-RELATION
           END-PERFORM.
           PERFORM WRITE-TONIGHTS-COUNTS.
           IF WS-COUNTS-WRITTEN > ZERO
             PERFORM POST-LINEAGE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Records checked " WS-TOTAL-CHECKED
             "  orphans " WS-TOTAL-ORPHANS
             "  not checked " WS-UNCHECKED-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE WS-REL-USED TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM RAISE-SWEEP-ALERTS.
           DISPLAY "Integrity sweep - " WS-REL-USED
             " relationship(s), " WS-TOTAL-ORPHANS " orphan(s), "
             WS-UNCHECKED-COUNT " not checked - see "
             "integrity_sweep.rpt".
           GOBACK.

      * The parm file's relationships, or the shipped list when the
      * file is missing or holds none. A line starting "*" is a
      * comment.
           LOAD-RELATIONS SECTION.
           MOVE ZERO TO WS-REL-USED.
           OPEN INPUT RELATION-PARAM-FILE.
           IF WS-RELATION-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ RELATION-PARAM-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-READ-RELATIONS
                   IF RELATION-PARAM-RECORD NOT = SPACES
                       AND RELATION-PARAM-RECORD(1:1) NOT = "*"
                     IF WS-REL-USED >= WS-MAX-RELATIONS
                       DISPLAY "integrity_relations.parm holds more "
                         "than " WS-MAX-RELATIONS
                         " relationships - the rest are ignored"
                       SET EOF-T TO TRUE
                     ELSE
                       ADD 1 TO WS-REL-USED
                       MOVE RELATION-PARAM-RECORD
                         TO WS-REL-LINE(WS-REL-USED)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RELATION-PARAM-FILE
           END-IF.
           IF WS-REL-USED = ZERO
             PERFORM VARYING WS-REL-I FROM 1 BY 1
                 UNTIL WS-REL-I > WS-DEFAULT-COUNT
               MOVE WS-DEFAULT-LINE(WS-REL-I) TO WS-REL-LINE(WS-REL-I)
             END-PERFORM
             MOVE WS-DEFAULT-COUNT TO WS-REL-USED
           END-IF.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-USED
             MOVE SPACE TO WS-REL-STATE(WS-REL-I)
             MOVE ZERO TO WS-REL-CHECKED(WS-REL-I)
             MOVE ZERO TO WS-REL-ORPHANS(WS-REL-I)
             MOVE SPACES TO WS-REL-PREV-DATE(WS-REL-I)
             MOVE ZERO TO WS-REL-PREVIOUS(WS-REL-I)
           END-PERFORM.

      * The latest count for each relationship from an earlier
      * processing date - a rerun tonight still compares with last
      * night, not with itself. Only a night the relationship was
      * actually checked counts.
           LOAD-PREVIOUS-COUNTS SECTION.
           OPEN INPUT COUNTS-FILE.
           IF WS-COUNTS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ COUNTS-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-PREVIOUS
                 IF ICN-DATE < W-PROC-DATE AND ICN-STATE = "K"
                   PERFORM VARYING WS-REL-J FROM 1 BY 1
                       UNTIL WS-REL-J > WS-REL-USED
                     IF WS-REL-LINE(WS-REL-J)(1:20) = ICN-RELATION
                         AND ICN-DATE >= WS-REL-PREV-DATE(WS-REL-J)
                       MOVE ICN-DATE TO WS-REL-PREV-DATE(WS-REL-J)
                       MOVE ICN-ORPHANS TO WS-REL-PREVIOUS(WS-REL-J)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE COUNTS-FILE.

      * State K checked, E definition in error, U parent file not
      * readable or empty, O parent file too big for the key table,
      * N child file not found - nothing to check, so not a warning.
           CHECK-ONE-RELATION SECTION.
           MOVE WS-REL-LINE(WS-REL-I) TO WS-RELATION.
           PERFORM VALIDATE-RELATION.
           IF NOT DEFINITION-GOOD
             MOVE "E" TO WS-REL-STATE(WS-REL-I)
             ADD 1 TO WS-UNCHECKED-COUNT
             EXIT SECTION
           END-IF.
           PERFORM LOAD-PARENT-KEYS.
           IF NOT PARENT-READY
             MOVE WS-PARENT-STATE TO WS-REL-STATE(WS-REL-I)
             ADD 1 TO WS-UNCHECKED-COUNT
             EXIT SECTION
           END-IF.
           PERFORM SCAN-CHILD-FILE.

           VALIDATE-RELATION SECTION.
           MOVE "N" TO WS-DEFINITION-OK.
           IF WS-RLN-NAME = SPACES
               OR WS-RLN-CHILD-PATH = SPACES
               OR WS-RLN-PARENT-PATH = SPACES
               OR WS-RLN-CKEY-POS IS NOT NUMERIC
               OR WS-RLN-CKEY-LEN IS NOT NUMERIC
               OR WS-RLN-FKEY-POS IS NOT NUMERIC
               OR WS-RLN-FKEY-LEN IS NOT NUMERIC
               OR WS-RLN-PKEY-POS IS NOT NUMERIC
               OR WS-RLN-PKEY-LEN IS NOT NUMERIC
               OR WS-RLN-FILTER-POS IS NOT NUMERIC
               OR WS-RLN-FILTER-LEN IS NOT NUMERIC
             EXIT SECTION
           END-IF.
           MOVE WS-RLN-CKEY-POS   TO WS-CKEY-POS.
           MOVE WS-RLN-CKEY-LEN   TO WS-CKEY-LEN.
           MOVE WS-RLN-FKEY-POS   TO WS-FKEY-POS.
           MOVE WS-RLN-FKEY-LEN   TO WS-FKEY-LEN.
           MOVE WS-RLN-PKEY-POS   TO WS-PKEY-POS.
           MOVE WS-RLN-PKEY-LEN   TO WS-PKEY-LEN.
           MOVE WS-RLN-FILTER-POS TO WS-FILTER-POS.
           MOVE WS-RLN-FILTER-LEN TO WS-FILTER-LEN.
           MOVE WS-RLN-CHILD-KIND TO WS-SUBJECT-KIND.
           PERFORM SET-SUBJECT-WIDTH.
           MOVE WS-SUBJECT-WIDTH TO WS-CHILD-WIDTH.
           MOVE WS-RLN-PARENT-KIND TO WS-SUBJECT-KIND.
           PERFORM SET-SUBJECT-WIDTH.
           MOVE WS-SUBJECT-WIDTH TO WS-PARENT-WIDTH.
           IF WS-CHILD-WIDTH = ZERO OR WS-PARENT-WIDTH = ZERO
             EXIT SECTION
           END-IF.
           IF WS-FKEY-POS = ZERO OR WS-FKEY-LEN = ZERO
               OR WS-FKEY-LEN > 20
               OR WS-FKEY-POS + WS-FKEY-LEN - 1 > WS-CHILD-WIDTH
             EXIT SECTION
           END-IF.
           IF WS-PKEY-POS = ZERO OR WS-PKEY-LEN = ZERO
               OR WS-PKEY-LEN > 20
               OR WS-PKEY-POS + WS-PKEY-LEN - 1 > WS-PARENT-WIDTH
             EXIT SECTION
           END-IF.
           IF WS-CKEY-POS NOT = ZERO
             IF WS-CKEY-LEN = ZERO OR WS-CKEY-LEN > 20
                 OR WS-CKEY-POS + WS-CKEY-LEN - 1 > WS-CHILD-WIDTH
               EXIT SECTION
             END-IF
           END-IF.
           IF WS-FILTER-POS NOT = ZERO
             IF WS-FILTER-LEN = ZERO OR WS-FILTER-LEN > 8
                 OR WS-FILTER-POS + WS-FILTER-LEN - 1 > WS-CHILD-WIDTH
                 OR (WS-RLN-FILTER-OP NOT = "EQ"
                     AND WS-RLN-FILTER-OP NOT = "NE")
               EXIT SECTION
             END-IF
           END-IF.
           MOVE "Y" TO WS-DEFINITION-OK.

      * The record width of each file kind; zero for a kind the
      * sweep cannot read.
           SET-SUBJECT-WIDTH SECTION.
           EVALUATE WS-SUBJECT-KIND
             WHEN "L" MOVE 360 TO WS-SUBJECT-WIDTH
             WHEN "D" MOVE 87  TO WS-SUBJECT-WIDTH
             WHEN "M" MOVE 30  TO WS-SUBJECT-WIDTH
             WHEN "P" MOVE 46  TO WS-SUBJECT-WIDTH
             WHEN OTHER MOVE ZERO TO WS-SUBJECT-WIDTH
           END-EVALUATE.

           LOAD-PARENT-KEYS SECTION.
           MOVE SPACES TO WS-PARENT-WANTED.
           STRING WS-RLN-PARENT-KIND WS-RLN-PARENT-PATH
             WS-RLN-PKEY-POS WS-RLN-PKEY-LEN
             DELIMITED BY SIZE INTO WS-PARENT-WANTED.
           IF WS-PARENT-WANTED = WS-PARENT-LOADED
             EXIT SECTION
           END-IF.
           MOVE WS-PARENT-WANTED TO WS-PARENT-LOADED.
           MOVE ZERO TO WS-PARENT-USED.
           SET PARENT-READY TO TRUE.
           SORT SORT-WORK
             ON ASCENDING KEY SRT-KEY
             INPUT PROCEDURE IS FEED-PARENT-KEYS
             OUTPUT PROCEDURE IS STORE-PARENT-KEYS.
           IF PARENT-READY AND WS-PARENT-USED = ZERO
             SET PARENT-MISSING TO TRUE
           END-IF.

           FEED-PARENT-KEYS SECTION.
           MOVE WS-RLN-PARENT-KIND TO WS-SUBJECT-KIND.
           MOVE WS-RLN-PARENT-PATH TO WS-SUBJECT-PATH.
           PERFORM OPEN-SUBJECT.
           IF WS-SUBJECT-STATUS NOT = "00"
             SET PARENT-MISSING TO TRUE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             PERFORM READ-SUBJECT
             IF NOT EOF-T AND NOT CONTROL-RECORD
               MOVE SPACES TO SRT-KEY
               MOVE WS-RECORD-AREA(WS-PKEY-POS:WS-PKEY-LEN)
                 TO SRT-KEY
               IF SRT-KEY NOT = SPACES
                 RELEASE SORT-RECORD
               END-IF
             END-IF
           END-PERFORM.
           PERFORM CLOSE-SUBJECT.

      * A key held twice on the parent is stored once.
           STORE-PARENT-KEYS SECTION.
           MOVE "N" TO WS-RETURN-EOF.
           PERFORM UNTIL RETURN-EOF-T
             RETURN SORT-WORK
               AT END
                 SET RETURN-EOF-T TO TRUE
               NOT AT END
                 IF WS-PARENT-USED = ZERO
                   PERFORM STORE-ONE-KEY
                 ELSE
                   IF SRT-KEY NOT = WS-PARENT-KEY(WS-PARENT-USED)
                     PERFORM STORE-ONE-KEY
                   END-IF
                 END-IF
             END-RETURN
           END-PERFORM.

           STORE-ONE-KEY SECTION.
           IF WS-PARENT-USED >= WS-MAX-PARENT-KEYS
             SET PARENT-OVERFLOW TO TRUE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PARENT-USED.
           MOVE SRT-KEY TO WS-PARENT-KEY(WS-PARENT-USED).

           SCAN-CHILD-FILE SECTION.
           MOVE WS-RLN-CHILD-KIND TO WS-SUBJECT-KIND.
           MOVE WS-RLN-CHILD-PATH TO WS-SUBJECT-PATH.
           PERFORM OPEN-SUBJECT.
           IF WS-SUBJECT-STATUS NOT = "00"
             MOVE "N" TO WS-REL-STATE(WS-REL-I)
             EXIT SECTION
           END-IF.
           MOVE "K" TO WS-REL-STATE(WS-REL-I).
           PERFORM SET-FILE-NAMES.
           MOVE ZERO TO WS-RECORD-NO.
           MOVE ZERO TO WS-LOGGED-COUNT.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             PERFORM READ-SUBJECT
             IF NOT EOF-T AND NOT CONTROL-RECORD
               ADD 1 TO WS-RECORD-NO
               PERFORM CHECK-CHILD-RECORD
             END-IF
           END-PERFORM.
           PERFORM CLOSE-SUBJECT.
           ADD WS-REL-CHECKED(WS-REL-I) TO WS-TOTAL-CHECKED.
           ADD WS-REL-ORPHANS(WS-REL-I) TO WS-TOTAL-ORPHANS.

           CHECK-CHILD-RECORD SECTION.
           IF WS-FILTER-POS NOT = ZERO
             MOVE "N" TO WS-FILTER-HOLDS
             IF WS-RECORD-AREA(WS-FILTER-POS:WS-FILTER-LEN)
                 = WS-RLN-FILTER-VALUE(1:WS-FILTER-LEN)
               IF WS-RLN-FILTER-OP = "EQ"
                 MOVE "Y" TO WS-FILTER-HOLDS
               END-IF
             ELSE
               IF WS-RLN-FILTER-OP = "NE"
                 MOVE "Y" TO WS-FILTER-HOLDS
               END-IF
             END-IF
             IF NOT FILTER-HOLDS
               EXIT SECTION
             END-IF
           END-IF.
           MOVE SPACES TO WS-FOREIGN-KEY.
           MOVE WS-RECORD-AREA(WS-FKEY-POS:WS-FKEY-LEN)
             TO WS-FOREIGN-KEY.
           IF WS-FOREIGN-KEY = SPACES
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-REL-CHECKED(WS-REL-I).
           SEARCH ALL WS-PARENT-KEY
             AT END
               PERFORM LOG-ORPHAN
             WHEN WS-PARENT-KEY(WS-PK-IX) = WS-FOREIGN-KEY
               CONTINUE
           END-SEARCH.

           LOG-ORPHAN SECTION.
           ADD 1 TO WS-REL-ORPHANS(WS-REL-I).
           IF WS-LOGGED-COUNT >= WS-MAX-LOGGED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-LOGGED-COUNT.
           MOVE SPACES TO WS-CHILD-KEY.
           IF WS-CKEY-POS = ZERO
             STRING "REC " WS-RECORD-NO DELIMITED BY SIZE
               INTO WS-CHILD-KEY
           ELSE
             MOVE WS-RECORD-AREA(WS-CKEY-POS:WS-CKEY-LEN)
               TO WS-CHILD-KEY
           END-IF.
           MOVE "CHECK-CHILD-RECORD" TO WS-EXC-PARAGRAPH.
           MOVE WS-RLN-NAME TO WS-EXC-FIELD-NAME.
           MOVE WS-CHILD-KEY TO WS-EXC-RECORD-KEY.
           MOVE WS-FOREIGN-KEY TO WS-EXC-BAD-VALUE.
           MOVE SPACES TO WS-EXC-MESSAGE.
           STRING WS-CHILD-NAME DELIMITED BY SPACE
             " orphan - not on " DELIMITED BY SIZE
             WS-PARENT-NAME DELIMITED BY SPACE
             INTO WS-EXC-MESSAGE
           END-STRING.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
             WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
             WS-EXC-BAD-VALUE WS-EXC-MESSAGE.

           SET-FILE-NAMES SECTION.
           MOVE WS-RLN-CHILD-PATH TO WS-NAME-WORK.
           PERFORM STRIP-DIRECTORY.
           MOVE WS-NAME-WORK TO WS-CHILD-NAME.
           MOVE WS-RLN-PARENT-PATH TO WS-NAME-WORK.
           PERFORM STRIP-DIRECTORY.
           MOVE WS-NAME-WORK TO WS-PARENT-NAME.

      * "../lottery_tickets.dat" becomes "lottery_tickets.dat".
           STRIP-DIRECTORY SECTION.
           PERFORM UNTIL WS-NAME-WORK(1:3) NOT = "../"
             MOVE WS-NAME-WORK(4:37) TO WS-NAME-WORK
           END-PERFORM.

           OPEN-SUBJECT SECTION.
           EVALUATE WS-SUBJECT-KIND
             WHEN "L" OPEN INPUT LINE-FILE
             WHEN "D" OPEN INPUT DETAILS-FILE
             WHEN "M" OPEN INPUT DATA-FILE
             WHEN "P" OPEN INPUT PLAYER-FILE
           END-EVALUATE.

      * The record lands in WS-RECORD-AREA; the masters' HDR/TRL
      * control records are flagged to be passed over.
           READ-SUBJECT SECTION.
           MOVE "N" TO WS-SKIP-RECORD.
           MOVE SPACES TO WS-RECORD-AREA.
           EVALUATE WS-SUBJECT-KIND
             WHEN "L"
               READ LINE-FILE
                 AT END SET EOF-T TO TRUE
                 NOT AT END MOVE LINE-RECORD TO WS-RECORD-AREA
               END-READ
             WHEN "D"
               READ DETAILS-FILE
                 AT END SET EOF-T TO TRUE
                 NOT AT END MOVE DETAILS-RECORD TO WS-RECORD-AREA
               END-READ
             WHEN "M"
               READ DATA-FILE
                 AT END SET EOF-T TO TRUE
                 NOT AT END MOVE DATA-CONTROL-RECORD TO WS-RECORD-AREA
               END-READ
             WHEN "P"
               READ PLAYER-FILE NEXT RECORD
                 AT END SET EOF-T TO TRUE
                 NOT AT END MOVE PLAYER-RECORD TO WS-RECORD-AREA
               END-READ
           END-EVALUATE.
           IF WS-SUBJECT-KIND = "D" OR WS-SUBJECT-KIND = "M"
             MOVE WS-RECORD-AREA(1:3) TO WS-REC-TAG
             IF WS-REC-TAG = "HDR" OR WS-REC-TAG = "TRL"
               MOVE "Y" TO WS-SKIP-RECORD
             END-IF
           END-IF.

           CLOSE-SUBJECT SECTION.
           EVALUATE WS-SUBJECT-KIND
             WHEN "L" CLOSE LINE-FILE
             WHEN "D" CLOSE DETAILS-FILE
             WHEN "M" CLOSE DATA-FILE
             WHEN "P" CLOSE PLAYER-FILE
           END-EVALUATE.

      * One line of counts, a second naming the files and columns.
           PRINT-ONE-RELATION SECTION.
           MOVE WS-REL-LINE(WS-REL-I) TO WS-RELATION.
           MOVE WS-REL-CHECKED(WS-REL-I) TO WS-ED-CHECKED.
           MOVE WS-REL-ORPHANS(WS-REL-I) TO WS-ED-ORPHANS.
           MOVE "       -" TO WS-PREVIOUS-TEXT.
           MOVE SPACES TO WS-CHANGE-TEXT.
           MOVE SPACES TO WS-NOTE.
           EVALUATE WS-REL-STATE(WS-REL-I)
             WHEN "E" MOVE "DEFINITION ERROR" TO WS-NOTE
             WHEN "U" MOVE "PARENT UNREADABLE" TO WS-NOTE
             WHEN "O" MOVE "PARENT TOO LARGE" TO WS-NOTE
             WHEN "N" MOVE "NO CHILD FILE" TO WS-NOTE
           END-EVALUATE.
           IF WS-REL-STATE(WS-REL-I) = "K"
             IF WS-REL-PREV-DATE(WS-REL-I) NOT = SPACES
               MOVE WS-REL-PREVIOUS(WS-REL-I) TO WS-ED-PREVIOUS
               MOVE WS-ED-PREVIOUS TO WS-PREVIOUS-TEXT
               COMPUTE WS-CHANGE = WS-REL-ORPHANS(WS-REL-I)
                 - WS-REL-PREVIOUS(WS-REL-I)
               MOVE WS-CHANGE TO WS-ED-CHANGE
               MOVE WS-ED-CHANGE TO WS-CHANGE-TEXT
               IF WS-CHANGE > ZERO
                 ADD 1 TO WS-ROSE-COUNT
                 MOVE "MORE ORPHANS" TO WS-NOTE
               END-IF
             END-IF
             IF WS-REL-ORPHANS(WS-REL-I) > WS-MAX-LOGGED
               MOVE "FIRST 200 LOGGED" TO WS-NOTE
             END-IF
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING WS-RLN-NAME " " WS-ED-CHECKED "  " WS-ED-ORPHANS
             "  " WS-PREVIOUS-TEXT "  " WS-CHANGE-TEXT "  " WS-NOTE
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM SET-FILE-NAMES.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE 1 TO WS-TEXT-PTR.
           STRING "  " DELIMITED BY SIZE
             WS-CHILD-NAME DELIMITED BY SPACE
             "(" WS-RLN-FKEY-POS ":" WS-RLN-FKEY-LEN ") -> "
             DELIMITED BY SIZE
             WS-PARENT-NAME DELIMITED BY SPACE
             "(" WS-RLN-PKEY-POS ":" WS-RLN-PKEY-LEN ")"
             DELIMITED BY SIZE
             INTO W-RPT-TEXT WITH POINTER WS-TEXT-PTR.
           IF WS-RLN-FILTER-POS IS NUMERIC
               AND WS-RLN-FILTER-POS NOT = "000"
             STRING " when (" WS-RLN-FILTER-POS ":" WS-RLN-FILTER-LEN
               ") " WS-RLN-FILTER-OP " " DELIMITED BY SIZE
               WS-RLN-FILTER-VALUE DELIMITED BY SPACE
               INTO W-RPT-TEXT WITH POINTER WS-TEXT-PTR
           END-IF.
           PERFORM REPORT-LINE.

           WRITE-TONIGHTS-COUNTS SECTION.
           OPEN EXTEND COUNTS-FILE.
           IF WS-COUNTS-STATUS = "35"
             OPEN OUTPUT COUNTS-FILE
           END-IF.
           IF WS-COUNTS-STATUS NOT = "00"
             DISPLAY "WARNING: integrity_counts.dat not written, "
               "status " WS-COUNTS-STATUS
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-USED
             MOVE SPACES TO COUNTS-RECORD
             MOVE W-PROC-DATE TO ICN-DATE
             MOVE W-BATCH-COMPLET TO ICN-RUN-ID
             MOVE WS-REL-LINE(WS-REL-I)(1:20) TO ICN-RELATION
             MOVE WS-REL-STATE(WS-REL-I) TO ICN-STATE
             MOVE WS-REL-CHECKED(WS-REL-I) TO ICN-CHECKED
             MOVE WS-REL-ORPHANS(WS-REL-I) TO ICN-ORPHANS
             WRITE COUNTS-RECORD
             ADD 1 TO WS-COUNTS-WRITTEN
           END-PERFORM.
           CLOSE COUNTS-FILE.

           RAISE-SWEEP-ALERTS SECTION.
           MOVE "W" TO WS-ALERT-SEVERITY.
           IF WS-ROSE-COUNT > ZERO
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "Orphans up on " WS-ROSE-COUNT
               " relationship(s) since last night"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNCHECKED-COUNT > ZERO
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-UNCHECKED-COUNT
               " relationship(s) could not be checked"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
             MOVE 4 TO RETURN-CODE
           END-IF.

      * Tonight's counts come from the relationships, the files each
      * checked one read as its child, and the counts already on
      * file, which the night's lines are added to.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "INTEGRITY-SWEEP" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../integrity_relations.parm" TO W-LIN-FILE.
           MOVE WS-READ-RELATIONS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../integrity_counts.dat" TO W-LIN-FILE.
           MOVE WS-READ-PREVIOUS TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-USED
             IF WS-REL-STATE(WS-REL-I) = "K"
               MOVE WS-REL-LINE(WS-REL-I) TO WS-RELATION
               MOVE WS-RLN-CHILD-PATH TO W-LIN-FILE
               MOVE WS-REL-CHECKED(WS-REL-I) TO W-LIN-COUNT
               CALL "LINEAGE-POST" USING W-LINEAGE
             END-IF
           END-PERFORM.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../integrity_counts.dat" TO W-LIN-FILE.
           MOVE WS-COUNTS-WRITTEN TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
