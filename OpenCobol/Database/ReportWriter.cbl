      *   every report. REPORT-BROWSE pages through the kept copies,
      *   so "what did the balance report say last Tuesday?" has an
      *   answer again.
      * Revision: Maxfx 15/10/2026 - report distribution: a catalogued
      *   run whose report name is on "../report_distribution.parm"
      *   (report name, recipient, required-by time HHMM) gets one
      *   unread line per recipient in "../report_pickup.dat". A
      *   recipient that is a department in "../report_departments.parm"
      *   (department, operator) is written out as each of its members.
      *   The report is due at the required-by time on the run date, or
      *   the next day when the run was catalogued at or after that
      *   time.
      * Revision: Maxfx 15/10/2026 - the catalogued report name now
      *   stops at the extension as documented ("daily_balance", not
      *   "daily_balancerpt"), so the distribution list can name it.
      * Revision: Maxfx 15/10/2026 - each report filed into the
      *   repository is posted to the lineage register through
      *   LINEAGE-POST as made from its spool, so the lineage walks
      *   reach the filed reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CATALOG-STATUS.

      * Who each report goes to, the department members, and the
      * pickup lines written for every catalogued run distributed.
           SELECT DISTRIBUTION-FILE
           ASSIGN TO "../report_distribution.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DISTRIBUTION-STATUS.

           SELECT DEPARTMENT-FILE
           ASSIGN TO "../report_departments.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DEPARTMENT-STATUS.

           SELECT PICKUP-FILE ASSIGN TO "../report_pickup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PICKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SPOOL-FILE.
             05 FILLER     PIC X.
             05 CAT-PATH   PIC X(60).

           FD DISTRIBUTION-FILE.
           01 DISTRIBUTION-RECORD.
             05 DST-REPORT      PIC X(30).
             05 FILLER          PIC X.
             05 DST-RECIPIENT   PIC X(8).
             05 FILLER          PIC X.
             05 DST-REQUIRED-BY PIC X(4).

           FD DEPARTMENT-FILE.
           01 DEPARTMENT-RECORD.
             05 DPT-DEPARTMENT PIC X(8).
             05 FILLER         PIC X.
             05 DPT-OPERATOR   PIC X(8).

           FD PICKUP-FILE.
           01 PICKUP-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-SPOOL-NAME   PIC X(60).
           77 WS-SPOOL-STATUS PIC XX.
           77 WS-REPORT-NAME  PIC X(30).
           77 WS-NAME-I       PIC 99.
           77 WS-NAME-O       PIC 99.
           77 WS-NAME-ENDED   PIC X.
             88 NAME-ENDED    VALUE "Y".
           77 WS-COPY-EOF     PIC X.
             88 COPY-EOF-T    VALUE "Y".
           77 WS-COPY-COUNT   PIC 9(8).

      * Distribution of the run just catalogued.
           77 WS-DISTRIBUTION-STATUS PIC XX.
           77 WS-DEPARTMENT-STATUS   PIC XX.
           77 WS-PICKUP-STATUS       PIC XX.
           77 WS-DIST-EOF PIC X.
             88 DIST-EOF-T VALUE "Y".
           78 WS-MAX-MEMBERS VALUE 300.
           01 WS-MEMBER-TABLE.
             05 WS-MEMBER-ENTRY OCCURS 300 TIMES.
               10 WS-MEMBER-DEPARTMENT PIC X(8).
               10 WS-MEMBER-OPERATOR   PIC X(8).
           77 WS-MEMBER-USED PIC 9(3) VALUE ZERO.
           77 WS-MEMBER-I    PIC 9(3).
           77 WS-IS-DEPARTMENT PIC X.
             88 RECIPIENT-IS-DEPARTMENT VALUE "Y".
      * Operators already given a line for this run, so one named
      * directly and through a department picks it up once.
           01 WS-SENT-TABLE.
             05 WS-SENT-OPERATOR PIC X(8) OCCURS 300 TIMES.
           77 WS-SENT-USED PIC 9(3) VALUE ZERO.
           77 WS-SENT-I    PIC 9(3).
           77 WS-SENT-FOUND PIC X.
             88 ALREADY-SENT VALUE "Y".
           77 WS-RUN-DATE-NUM PIC 9(8).
           77 WS-DUE-DATE-NUM PIC 9(8).
           77 WS-PICKUP-OPERATOR PIC X(8).
           77 WS-PICKUP-VIA      PIC X(8).
           COPY "ReportPickup.cpy".

      * Writer state, carried across CALLs for one report at a time -
      * working storage persists between calls the same way
             88 SPOOL-IS-OPEN  VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "Lineage.cpy".

       LINKAGE SECTION.
           COPY "ReportWriter.cpy" REPLACING ==W-REPORT-CONTROL==
           DERIVE-REPORT-NAME SECTION.
           MOVE SPACES TO WS-REPORT-NAME.
           MOVE ZERO TO WS-NAME-O.
           MOVE "N" TO WS-NAME-ENDED.
           PERFORM VARYING WS-NAME-I FROM 1 BY 1
               UNTIL WS-NAME-I > 60
               OR WS-SPOOL-NAME(WS-NAME-I:1) = SPACE
               WHEN WS-SPOOL-NAME(WS-NAME-I:1) = "/"
                 MOVE ZERO TO WS-NAME-O
                 MOVE SPACES TO WS-REPORT-NAME
                 MOVE "N" TO WS-NAME-ENDED
               WHEN WS-SPOOL-NAME(WS-NAME-I:1) = "."
                 IF WS-NAME-O > ZERO
                   SET NAME-ENDED TO TRUE
                 END-IF
               WHEN NAME-ENDED
                 CONTINUE
               WHEN OTHER
                 IF WS-NAME-O < 30
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-COPY-EOF.
           MOVE ZERO TO WS-COPY-COUNT.
           PERFORM UNTIL COPY-EOF-T
             READ SPOOL-FILE
               AT END
               NOT AT END
                 MOVE SPOOL-RECORD TO REPO-RECORD
                 WRITE REPO-RECORD
                 ADD 1 TO WS-COPY-COUNT
             END-READ
           END-PERFORM.
           CLOSE REPO-FILE.
           CLOSE SPOOL-FILE.
           PERFORM WRITE-CATALOG-LINE.
           PERFORM POST-REPORT-LINEAGE.

      * The repository copy goes on the lineage register as made from
      * the spool, under the run and step of the program printing it,
      * so a walk forward from a feed reaches the filed report.
           POST-REPORT-LINEAGE SECTION.
           MOVE "R" TO W-LIN-FUNCTION.
           MOVE "REPORT-WRITER" TO W-LIN-PROGRAM.
           MOVE WS-REPO-NAME TO W-LIN-FILE.
           MOVE WS-SPOOL-NAME TO W-LIN-SOURCE.
           MOVE WS-COPY-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           WRITE-CATALOG-LINE SECTION.
           OPEN EXTEND CATALOG-FILE.
           MOVE WS-REPO-NAME TO CAT-PATH.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
           PERFORM DISTRIBUTE-REPORT.

      * One unread pickup line per recipient the distribution list
      * names for this report; a report nobody is listed for is
      * simply catalogued.
           DISTRIBUTE-REPORT SECTION.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DISTRIBUTION-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           PERFORM LOAD-DEPARTMENTS.
           OPEN EXTEND PICKUP-FILE.
           IF WS-PICKUP-STATUS = "35"
             OPEN OUTPUT PICKUP-FILE
           END-IF.
           IF WS-PICKUP-STATUS NOT = "00"
             DISPLAY "REPORT-WRITER: report pickup not recorded, "
               "status " WS-PICKUP-STATUS
             CLOSE DISTRIBUTION-FILE
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-SENT-USED.
           MOVE "N" TO WS-DIST-EOF.
           PERFORM UNTIL DIST-EOF-T
             READ DISTRIBUTION-FILE
               AT END
                 SET DIST-EOF-T TO TRUE
               NOT AT END
                 IF DST-REPORT = WS-REPORT-NAME
                     AND DST-RECIPIENT NOT = SPACES
                   PERFORM DISTRIBUTE-TO-RECIPIENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PICKUP-FILE.
           CLOSE DISTRIBUTION-FILE.

           LOAD-DEPARTMENTS SECTION.
           MOVE ZERO TO WS-MEMBER-USED.
           OPEN INPUT DEPARTMENT-FILE.
           IF WS-DEPARTMENT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-DIST-EOF.
           PERFORM UNTIL DIST-EOF-T
             READ DEPARTMENT-FILE
               AT END
                 SET DIST-EOF-T TO TRUE
               NOT AT END
                 IF DPT-DEPARTMENT NOT = SPACES
                     AND DPT-OPERATOR NOT = SPACES
                     AND WS-MEMBER-USED < WS-MAX-MEMBERS
                   ADD 1 TO WS-MEMBER-USED
                   MOVE DPT-DEPARTMENT
                     TO WS-MEMBER-DEPARTMENT(WS-MEMBER-USED)
                   MOVE DPT-OPERATOR
                     TO WS-MEMBER-OPERATOR(WS-MEMBER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DEPARTMENT-FILE.

      * A run catalogued before the required-by time is due that
      * day; one catalogued at or after it is due the next day.
           DISTRIBUTE-TO-RECIPIENT SECTION.
           MOVE W-DATE OF W-BATCH TO WS-RUN-DATE-NUM.
           MOVE WS-RUN-DATE-NUM TO WS-DUE-DATE-NUM.
           IF DST-REQUIRED-BY NOT NUMERIC
             MOVE "0000" TO DST-REQUIRED-BY
           END-IF.
           IF W-TIME OF W-BATCH(1:4) >= DST-REQUIRED-BY
             COMPUTE WS-DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1)
           END-IF.
           MOVE "N" TO WS-IS-DEPARTMENT.
           PERFORM VARYING WS-MEMBER-I FROM 1 BY 1
               UNTIL WS-MEMBER-I > WS-MEMBER-USED
             IF WS-MEMBER-DEPARTMENT(WS-MEMBER-I) = DST-RECIPIENT
               SET RECIPIENT-IS-DEPARTMENT TO TRUE
               MOVE WS-MEMBER-OPERATOR(WS-MEMBER-I)
                 TO WS-PICKUP-OPERATOR
               MOVE DST-RECIPIENT TO WS-PICKUP-VIA
               PERFORM WRITE-PICKUP-LINE
             END-IF
           END-PERFORM.
           IF NOT RECIPIENT-IS-DEPARTMENT
             MOVE DST-RECIPIENT TO WS-PICKUP-OPERATOR
             MOVE SPACES TO WS-PICKUP-VIA
             PERFORM WRITE-PICKUP-LINE
           END-IF.

           WRITE-PICKUP-LINE SECTION.
           MOVE "N" TO WS-SENT-FOUND.
           PERFORM VARYING WS-SENT-I FROM 1 BY 1
               UNTIL WS-SENT-I > WS-SENT-USED
             IF WS-SENT-OPERATOR(WS-SENT-I) = WS-PICKUP-OPERATOR
               SET ALREADY-SENT TO TRUE
             END-IF
           END-PERFORM.
           IF ALREADY-SENT
             EXIT SECTION
           END-IF.
           IF WS-SENT-USED < WS-MAX-MEMBERS
             ADD 1 TO WS-SENT-USED
             MOVE WS-PICKUP-OPERATOR TO WS-SENT-OPERATOR(WS-SENT-USED)
           END-IF.
           MOVE SPACES TO W-PICKUP-RECORD.
           MOVE WS-REPORT-NAME TO W-PKU-REPORT.
           MOVE W-BATCH-COMPLET TO W-PKU-RUN-ID.
           MOVE WS-PICKUP-OPERATOR TO W-PKU-OPERATOR.
           MOVE WS-PICKUP-VIA TO W-PKU-VIA.
           MOVE WS-DUE-DATE-NUM TO W-PKU-DUE-DATE.
           MOVE DST-REQUIRED-BY TO W-PKU-DUE-TIME.
           SET PKU-UNREAD TO TRUE.
           MOVE "N" TO W-PKU-ALERTED.
           MOVE W-PICKUP-RECORD TO PICKUP-RECORD.
           WRITE PICKUP-RECORD.

           START-NEW-PAGE SECTION.
           ADD 1 TO WS-PAGE-NO.
