      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * "../record_access.log" holds a sealed line for every record
      * an inquiry put on a screen (see ACCESS-LOG-WRITE); this report
      * reads it for the supervisor. Given a DETAILS-ID or a lottery
      * player id it answers "who looked at this person in the last
      * 90 days?" - date, time, operator and program of every look,
      * taking in the other side of the person through the confirmed
      * cross-reference (PERSON-XREF), so a look at the player counts
      * as a look at the customer. Whatever is asked, it then flags
      * every operator who viewed more records in one shift than the
      * limit in "../record_access.parm" (views per shift, default
      * 50) over the same 90 days. Shifts are early 06:00-14:00, late
      * 14:00-22:00 and night 22:00-06:00; the small hours belong to
      * the night shift that began the evening before. Output goes
      * to "../record_access.rpt" through the shared REPORT-WRITER.
      * Access lines are personal data about operators and customers
      * alike, so the run needs the supervisor role.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD-ACCESS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "../record_access.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACCESS-STATUS.

           SELECT LIMIT-PARAM-FILE ASSIGN TO "../record_access.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACCESS-LOG-FILE.
           01 ACCESS-LOG-RECORD.
             05 ACC-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ACC-TIME.
               10 ACC-HOUR   PIC 99.
               10 FILLER     PIC X(6).
             05 FILLER       PIC X.
             05 ACC-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 ACC-PROGRAM  PIC X(20).
             05 FILLER       PIC X.
             05 ACC-KIND     PIC X.
             05 FILLER       PIC X.
             05 ACC-KEY      PIC X(10).
             05 FILLER       PIC X(18).

           FD LIMIT-PARAM-FILE.
           01 LIMIT-PARAM-RECORD.
             05 PARM-SHIFT-LIMIT PIC 9(4).

       WORKING-STORAGE SECTION.
           77 WS-ACCESS-STATUS PIC XX.
           77 WS-LIMIT-STATUS  PIC XX.
           77 WS-STATUS-MSG    PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "PersonXref.cpy".

           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-SUPERVISOR  VALUE "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20)
             VALUE "RECORD-ACCESS-REPORT".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * The person asked about, on either side of the cross-
      * reference. A blank key asks only for the heavy viewers.
           77 WS-WANTED-KIND   PIC X.
             88 WANTED-DETAILS VALUE "D".
             88 WANTED-PLAYER  VALUE "P".
           77 WS-WANTED-KEY    PIC X(10) VALUE SPACES.
           77 WS-WANTED-ID     PIC 9(7).
           77 WS-DETAILS-KEY   PIC X(10) VALUE SPACES.
           77 WS-PLAYER-KEY    PIC X(10) VALUE SPACES.
           77 WS-LOOK-COUNT    PIC 9(6) VALUE ZERO.

      * The look-back window, as dates.
           78 WS-WINDOW-DAYS VALUE 90.
           77 WS-TODAY-NUM   PIC 9(8).
           77 WS-FROM-NUM    PIC 9(8).
           77 WS-WINDOW-FROM PIC X(8).

      * Views per operator per shift over the window. A shift is
      * its starting date and E/L/N; a night shift's small hours
      * are counted against the evening it began.
           78 WS-DEFAULT-LIMIT VALUE 50.
           77 WS-SHIFT-LIMIT   PIC 9(4).
           78 WS-MAX-SHIFTS VALUE 3000.
           01 WS-SHIFT-TABLE.
             05 WS-SHF-ENTRY OCCURS 3000 TIMES.
               10 WS-SHF-OPERATOR PIC X(8).
               10 WS-SHF-DATE     PIC X(8).
               10 WS-SHF-CODE     PIC X.
               10 WS-SHF-VIEWS    PIC 9(6).
           77 WS-SHIFT-USED    PIC 9(4) VALUE ZERO.
           77 WS-SHF-I         PIC 9(4).
           77 WS-SHF-HIT       PIC 9(4).
           77 WS-SHIFT-FULL    PIC X VALUE "N".
             88 SHIFT-TABLE-FULL VALUE "Y".
           77 WS-LINE-SHIFT-DATE PIC X(8).
           77 WS-LINE-SHIFT-CODE PIC X.
           77 WS-LINE-DATE-NUM   PIC 9(8).
           77 WS-SHIFT-NAME      PIC X(5).
           77 WS-HEAVY-COUNT     PIC 9(4) VALUE ZERO.

           77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - access report refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "The record access report needs the supervisor "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "RECACCESS" TO WS-ACT-KEY
             PERFORM WRITE-ACTIVITY-RECORD
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM ASK-FOR-PERSON.
           PERFORM WORK-OUT-WINDOW.
           MOVE WS-DEFAULT-LIMIT TO WS-SHIFT-LIMIT.
           PERFORM LOAD-LIMIT-PARAM.

           OPEN INPUT ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-ACCESS-STATUS WS-STATUS-MSG
             DISPLAY "record_access.log cannot be read: "
               WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-ACCESS-REPORT.
           IF WS-WANTED-KEY NOT = SPACES
             PERFORM PRINT-PERSON-HEADING
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ACCESS-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF ACC-DATE NOT < WS-WINDOW-FROM
                   PERFORM JUDGE-ACCESS-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ACCESS-LOG-FILE.
           IF WS-WANTED-KEY NOT = SPACES
             PERFORM PRINT-PERSON-FOOTING
           END-IF.
           PERFORM PRINT-HEAVY-VIEWERS.
           MOVE WS-LINE-COUNT TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           IF WS-HEAVY-COUNT NOT = ZERO OR SHIFT-TABLE-FULL
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-LOOK-COUNT " look(s) at the person, "
             WS-HEAVY-COUNT " heavy shift(s) flagged - see "
             "record_access.rpt".
           GOBACK.

      * The shared sign-on service does the three tries and returns
      * the role the gate above refuses on.
           OPERATOR-SIGN-ON SECTION.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * Both keys the person is known by are collected up front; a
      * line matching either is a look at them.
           ASK-FOR-PERSON SECTION.
           DISPLAY "Look-ups of D)ETAILS-ID or P)layer id "
             "(blank for heavy viewers only): ".
           ACCEPT WS-WANTED-KIND.
           EVALUATE TRUE
             WHEN WS-WANTED-KIND = "d"
               MOVE "D" TO WS-WANTED-KIND
             WHEN WS-WANTED-KIND = "p"
               MOVE "P" TO WS-WANTED-KIND
           END-EVALUATE.
           IF NOT WANTED-DETAILS AND NOT WANTED-PLAYER
             MOVE SPACES TO WS-WANTED-KEY
             EXIT SECTION
           END-IF.
           INITIALIZE W-PERSON-XREF.
           IF WANTED-DETAILS
             DISPLAY "DETAILS-ID: "
             ACCEPT WS-WANTED-ID
             MOVE SPACES TO WS-WANTED-KEY
             MOVE WS-WANTED-ID TO WS-WANTED-KEY(1:7)
             MOVE WS-WANTED-KEY TO WS-DETAILS-KEY
             MOVE "D" TO W-PXR-FUNCTION
             MOVE WS-WANTED-ID TO W-PXR-DETAILS-ID
             CALL "PERSON-XREF" USING W-PERSON-XREF
             IF PXR-FOUND
               MOVE W-PXR-PLAYER-ID TO WS-PLAYER-KEY
             END-IF
           ELSE
             DISPLAY "Player id: "
             ACCEPT WS-WANTED-KEY
             MOVE WS-WANTED-KEY TO WS-PLAYER-KEY
             MOVE "P" TO W-PXR-FUNCTION
             MOVE WS-WANTED-KEY TO W-PXR-PLAYER-ID
             CALL "PERSON-XREF" USING W-PERSON-XREF
             IF PXR-FOUND
               MOVE W-PXR-DETAILS-ID TO WS-DETAILS-KEY(1:7)
             END-IF
           END-IF.
           IF PXR-FAILED
             DISPLAY "WARNING: the person cross-reference cannot be "
               "read - only the key given is reported."
           END-IF.

           WORK-OUT-WINDOW SECTION.
           MOVE W-DATE OF W-BATCH TO WS-TODAY-NUM.
           COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             - WS-WINDOW-DAYS).
           MOVE WS-FROM-NUM TO WS-WINDOW-FROM.

           LOAD-LIMIT-PARAM SECTION.
           OPEN INPUT LIMIT-PARAM-FILE.
           IF WS-LIMIT-STATUS = "00"
             READ LIMIT-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-SHIFT-LIMIT NUMERIC
                     AND PARM-SHIFT-LIMIT NOT = ZERO
                   MOVE PARM-SHIFT-LIMIT TO WS-SHIFT-LIMIT
                 END-IF
             END-READ
             CLOSE LIMIT-PARAM-FILE
           END-IF.

           OPEN-ACCESS-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "RECORD ACCESS REPORT" TO W-RPT-TITLE.
           MOVE "../record_access.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Window " WS-WINDOW-FROM " to "
             W-DATE OF W-BATCH "  run by " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           PRINT-PERSON-HEADING SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "WHO LOOKED AT DETAILS-ID " WS-DETAILS-KEY(1:7)
             " / PLAYER " WS-PLAYER-KEY
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "DATE     TIME     OPERATOR PROGRAM              K KEY"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           PRINT-PERSON-FOOTING SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-LOOK-COUNT = ZERO
             MOVE "  nobody looked at this person in the window"
               TO W-RPT-TEXT
           ELSE
             STRING "  " WS-LOOK-COUNT " look(s) in the window"
               DELIMITED BY SIZE INTO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.

      * Every line in the window counts towards its operator's
      * shift; a line naming the person is also listed.
           JUDGE-ACCESS-LINE SECTION.
           IF WS-WANTED-KEY NOT = SPACES
             IF (ACC-KIND = "D" AND WS-DETAILS-KEY NOT = SPACES
                   AND ACC-KEY = WS-DETAILS-KEY)
                 OR (ACC-KIND = "P" AND WS-PLAYER-KEY NOT = SPACES
                   AND ACC-KEY = WS-PLAYER-KEY)
               ADD 1 TO WS-LOOK-COUNT
               MOVE SPACES TO W-RPT-TEXT
               STRING ACC-DATE " " ACC-TIME " " ACC-OPERATOR " "
                 ACC-PROGRAM " " ACC-KIND " " ACC-KEY
                 DELIMITED BY SIZE INTO W-RPT-TEXT
               PERFORM REPORT-LINE
             END-IF
           END-IF.
           PERFORM COUNT-SHIFT-VIEW.

           COUNT-SHIFT-VIEW SECTION.
           MOVE ACC-DATE TO WS-LINE-SHIFT-DATE.
           EVALUATE TRUE
             WHEN ACC-HOUR NOT NUMERIC
               MOVE "E" TO WS-LINE-SHIFT-CODE
             WHEN ACC-HOUR < 6
               MOVE "N" TO WS-LINE-SHIFT-CODE
               IF ACC-DATE NUMERIC
                 MOVE ACC-DATE TO WS-LINE-DATE-NUM
                 COMPUTE WS-LINE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-LINE-DATE-NUM) - 1)
                 MOVE WS-LINE-DATE-NUM TO WS-LINE-SHIFT-DATE
               END-IF
             WHEN ACC-HOUR < 14
               MOVE "E" TO WS-LINE-SHIFT-CODE
             WHEN ACC-HOUR < 22
               MOVE "L" TO WS-LINE-SHIFT-CODE
             WHEN OTHER
               MOVE "N" TO WS-LINE-SHIFT-CODE
           END-EVALUATE.
           MOVE ZERO TO WS-SHF-HIT.
           PERFORM VARYING WS-SHF-I FROM 1 BY 1
               UNTIL WS-SHF-I > WS-SHIFT-USED
             IF WS-SHF-OPERATOR(WS-SHF-I) = ACC-OPERATOR
                 AND WS-SHF-DATE(WS-SHF-I) = WS-LINE-SHIFT-DATE
                 AND WS-SHF-CODE(WS-SHF-I) = WS-LINE-SHIFT-CODE
               MOVE WS-SHF-I TO WS-SHF-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WS-SHF-HIT = ZERO
             IF WS-SHIFT-USED = WS-MAX-SHIFTS
               SET SHIFT-TABLE-FULL TO TRUE
               EXIT SECTION
             END-IF
             ADD 1 TO WS-SHIFT-USED
             MOVE WS-SHIFT-USED TO WS-SHF-HIT
             MOVE ACC-OPERATOR TO WS-SHF-OPERATOR(WS-SHF-HIT)
             MOVE WS-LINE-SHIFT-DATE TO WS-SHF-DATE(WS-SHF-HIT)
             MOVE WS-LINE-SHIFT-CODE TO WS-SHF-CODE(WS-SHF-HIT)
             MOVE ZERO TO WS-SHF-VIEWS(WS-SHF-HIT)
           END-IF.
           ADD 1 TO WS-SHF-VIEWS(WS-SHF-HIT).

           PRINT-HEAVY-VIEWERS SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "OPERATORS OVER " WS-SHIFT-LIMIT
             " RECORD VIEWS IN ONE SHIFT"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "OPERATOR SHIFT DATE SHIFT  VIEWS" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-SHF-I FROM 1 BY 1
               UNTIL WS-SHF-I > WS-SHIFT-USED
             IF WS-SHF-VIEWS(WS-SHF-I) > WS-SHIFT-LIMIT
               ADD 1 TO WS-HEAVY-COUNT
               EVALUATE WS-SHF-CODE(WS-SHF-I)
                 WHEN "E"
                   MOVE "EARLY" TO WS-SHIFT-NAME
                 WHEN "L"
                   MOVE "LATE" TO WS-SHIFT-NAME
                 WHEN OTHER
                   MOVE "NIGHT" TO WS-SHIFT-NAME
               END-EVALUATE
               MOVE SPACES TO W-RPT-TEXT
               STRING WS-SHF-OPERATOR(WS-SHF-I) " "
                 WS-SHF-DATE(WS-SHF-I) "   " WS-SHIFT-NAME "  "
                 WS-SHF-VIEWS(WS-SHF-I)
                 DELIMITED BY SIZE INTO W-RPT-TEXT
               PERFORM REPORT-LINE
             END-IF
           END-PERFORM.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-HEAVY-COUNT = ZERO
             MOVE "  no operator went over the limit in the window"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.
           IF SHIFT-TABLE-FULL
             MOVE "WARNING: the shift table is full - later operator "
               & "shifts were not counted" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

           REPORT-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
