      * "../report_catalog.dat"; this screen lists the catalog, lets
      * the operator pick a past run, and pages through the kept copy
      * a screenful at a time.
      * Revision: Maxfx 15/10/2026 - report distribution: the operator
      *   now signs on, and the reports distributed to them and not yet
      *   marked read ("../report_pickup.dat") are listed above the
      *   repository with their catalog numbers and due times. After
      *   paging through a run they still have outstanding, they are
      *   asked to mark it read; the pickup line then carries the date
      *   and time, and the activity log action "R".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BROWSE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REPO-STATUS.

           SELECT PICKUP-FILE ASSIGN TO "../report_pickup.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PICKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CATALOG-FILE.
           FD REPO-FILE.
           01 REPO-RECORD PIC X(100).

           FD PICKUP-FILE.
           01 PICKUP-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           77 WS-CATALOG-STATUS PIC XX.
           77 WS-REPO-STATUS    PIC XX.
               10 WS-CAT-PATH   PIC X(60).
           77 WS-CAT-USED  PIC 9(3) VALUE ZERO.
           77 WS-CAT-I     PIC 9(3).
           77 WS-CAT-FOUND PIC 9(3).
           77 WS-PICKED-NO PIC 9(3).
           77 WS-LINE-NO   PIC 99.
           77 WS-PAGING    PIC X.
           77 WS-DONE PIC X VALUE "N".
             88 BROWSE-DONE VALUE "Y".

           COPY "BatchStamp.cpy".

      * Sign-on through the shared OPERATOR-SIGNON service.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20) VALUE "REPORT-BROWSE".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * The pickup lines in memory, so marking one read can rewrite
      * the file.
           77 WS-PICKUP-STATUS PIC XX.
           78 WS-MAX-PICKUPS VALUE 2000.
           01 WS-PICKUP-TABLE.
             05 WS-PICKUP-LINE PIC X(100) OCCURS 2000 TIMES.
           77 WS-PICKUP-USED PIC 9(4) VALUE ZERO.
           77 WS-PICKUP-I    PIC 9(4).
           COPY "ReportPickup.cpy".
           77 WS-NOW         PIC X(12).
           77 WS-OUTSTANDING PIC 9(4).
           77 WS-MARKED      PIC 9(4).
           77 WS-DUE-FLAG    PIC X(8).
           77 WS-ANSWER PIC X.
             88 ANSWER-YES VALUE "Y" "y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - report browse refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-CATALOG.
           IF WS-CAT-USED = ZERO
             DISPLAY "The report repository is empty."
             GOBACK
           END-IF.
           PERFORM UNTIL BROWSE-DONE
             PERFORM LOAD-PICKUP-FILE
             PERFORM LIST-OUTSTANDING
             PERFORM LIST-CATALOG
             DISPLAY "Report number to view (0 to quit): "
             ACCEPT WS-PICKED-NO
               SET BROWSE-DONE TO TRUE
             ELSE
               PERFORM PAGE-THROUGH-REPORT
               PERFORM OFFER-MARK-READ
             END-IF
           END-PERFORM.
           GOBACK.
           END-PERFORM.
           CLOSE REPO-FILE.
           DISPLAY "-- end of report --".

           LOAD-PICKUP-FILE SECTION.
           MOVE ZERO TO WS-PICKUP-USED.
           OPEN INPUT PICKUP-FILE.
           IF WS-PICKUP-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ PICKUP-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A line past the buffer would vanish when marking one read
      * rewrites the file - close the screen instead.
                 IF WS-PICKUP-USED >= WS-MAX-PICKUPS
                   DISPLAY "ERROR: report_pickup.dat exceeds the "
                     WS-MAX-PICKUPS "-row buffer - report browse "
                     "closed before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE PICKUP-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-PICKUP-USED
                 MOVE PICKUP-RECORD TO WS-PICKUP-LINE(WS-PICKUP-USED)
             END-READ
           END-PERFORM.
           CLOSE PICKUP-FILE.

      * The runs distributed to the signed-on operator and not yet
      * marked read, with the catalog number to view each by.
           LIST-OUTSTANDING SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).
           MOVE ZERO TO WS-OUTSTANDING.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO W-PICKUP-RECORD
             IF W-PKU-OPERATOR = WS-OPERATOR-ID AND PKU-UNREAD
               IF WS-OUTSTANDING = ZERO
                 DISPLAY "---------------------------------------------"
                 DISPLAY "OUTSTANDING FOR " WS-OPERATOR-ID
                   " - view each and mark it read"
               END-IF
               ADD 1 TO WS-OUTSTANDING
               PERFORM FIND-CATALOG-ENTRY
               MOVE SPACES TO WS-DUE-FLAG
               IF W-PKU-DUE < WS-NOW
                 MOVE "OVERDUE" TO WS-DUE-FLAG
               END-IF
               DISPLAY WS-CAT-FOUND ") " W-PKU-REPORT " run "
                 W-PKU-RUN-ID " due " W-PKU-DUE-DATE " "
                 W-PKU-DUE-TIME " " WS-DUE-FLAG
             END-IF
           END-PERFORM.

      * Catalog number of the pickup line's run; 0 when the run is
      * past the catalog buffer.
           FIND-CATALOG-ENTRY SECTION.
           MOVE ZERO TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-USED
             IF WS-CAT-NAME(WS-CAT-I) = W-PKU-REPORT
                 AND WS-CAT-RUN-ID(WS-CAT-I) = W-PKU-RUN-ID
               MOVE WS-CAT-I TO WS-CAT-FOUND
             END-IF
           END-PERFORM.

      * Only a run distributed to this operator and still unread is
      * offered; the file is re-read first so a line another report
      * appended meanwhile survives the rewrite.
           OFFER-MARK-READ SECTION.
           PERFORM LOAD-PICKUP-FILE.
           MOVE ZERO TO WS-OUTSTANDING.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO W-PICKUP-RECORD
             IF W-PKU-OPERATOR = WS-OPERATOR-ID AND PKU-UNREAD
                 AND W-PKU-REPORT = WS-CAT-NAME(WS-PICKED-NO)
                 AND W-PKU-RUN-ID = WS-CAT-RUN-ID(WS-PICKED-NO)
               ADD 1 TO WS-OUTSTANDING
             END-IF
           END-PERFORM.
           IF WS-OUTSTANDING = ZERO
             EXIT SECTION
           END-IF.
           DISPLAY "This report was distributed to you - mark it "
             "read? (Y/N): ".
           ACCEPT WS-ANSWER.
           IF NOT ANSWER-YES
             EXIT SECTION
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE ZERO TO WS-MARKED.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO W-PICKUP-RECORD
             IF W-PKU-OPERATOR = WS-OPERATOR-ID AND PKU-UNREAD
                 AND W-PKU-REPORT = WS-CAT-NAME(WS-PICKED-NO)
                 AND W-PKU-RUN-ID = WS-CAT-RUN-ID(WS-PICKED-NO)
               SET PKU-READ TO TRUE
               MOVE W-DATE OF W-BATCH TO W-PKU-READ-DATE
               MOVE W-TIME OF W-BATCH TO W-PKU-READ-TIME
               MOVE W-PICKUP-RECORD TO WS-PICKUP-LINE(WS-PICKUP-I)
               ADD 1 TO WS-MARKED
             END-IF
           END-PERFORM.
           OPEN OUTPUT PICKUP-FILE.
           IF WS-PICKUP-STATUS NOT = "00"
             DISPLAY "Pickup not recorded (status " WS-PICKUP-STATUS
               ")."
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-PICKUP-I FROM 1 BY 1
               UNTIL WS-PICKUP-I > WS-PICKUP-USED
             MOVE WS-PICKUP-LINE(WS-PICKUP-I) TO PICKUP-RECORD
             WRITE PICKUP-RECORD
           END-PERFORM.
           CLOSE PICKUP-FILE.
           MOVE "R" TO WS-ACT-ACTION.
           MOVE WS-CAT-NAME(WS-PICKED-NO) TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Marked read at " W-DATE OF W-BATCH " "
             W-TIME OF W-BATCH(1:4) ".".
