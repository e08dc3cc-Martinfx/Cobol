      *   outright, E demands ATTENTION) rather than raw counts; a
      *   severity-less line from before the field existed counts as
      *   a warning.
      * Revision: Maxfx 15/10/2026 - a DR STATUS line gives the newest
      *   DR set DR-PACKAGE registered and the newest DR-REHEARSAL of it
      *   from "../dr_register.dat"; a failed package or rehearsal
      *   calls for ATTENTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-SUMMARY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REJECT-STATUS.

           SELECT DR-REGISTER-FILE ASSIGN TO "../dr_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-DR-REG-STATUS.

           SELECT DATA-FILE ASSIGN TO "../data.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FD REJECT-FILE.
           01 REJECT-RECORD PIC X(80).

           FD DR-REGISTER-FILE.
           01 DR-REGISTER-RECORD PIC X(85).

           FD DATA-FILE.
           01 MY-DATA-FILE.
             05 MY-DATA-ID    PIC X(5).
           77 WS-DETAILS-DISCREP PIC X VALUE "N".
             88 DETAILS-DISCREPANT VALUE "Y".

      * The newest DR set packaged and the newest rehearsal.
           COPY "DrRegister.cpy".
           77 WS-DR-REG-STATUS  PIC XX.
           77 WS-DR-SET         PIC X(20) VALUE SPACES.
           77 WS-DR-SET-DATE    PIC X(8).
           77 WS-DR-SET-FILES   PIC 9(4).
           77 WS-DR-SET-RESULT  PIC X(4).
           77 WS-DR-REH-DATE    PIC X(8) VALUE SPACES.
           77 WS-DR-REH-SET     PIC X(20).
           77 WS-DR-REH-RESULT  PIC X(4).
           77 WS-DR-ATTENTION   PIC X VALUE "N".
             88 DR-NEEDS-ATTENTION VALUE "Y".

           77 WS-VERDICT PIC X(9).

       PROCEDURE DIVISION.
           PERFORM COUNT-REJECTS.
           PERFORM VERIFY-DATA-TRAILER.
           PERFORM VERIFY-DETAILS-TRAILER.
           PERFORM READ-DR-REGISTER.
           PERFORM DECIDE-VERDICT.
           PERFORM PRINT-SUMMARY-PAGE.
           PERFORM PRINT-HANDOVER-NOTES.
             SET DETAILS-DISCREPANT TO TRUE
           END-IF.

      * A set that did not pack cleanly, or a rehearsal that failed,
      * leaves the shop unprotected.
           READ-DR-REGISTER SECTION.
           OPEN INPUT DR-REGISTER-FILE.
           IF WS-DR-REG-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ DR-REGISTER-FILE INTO W-DR-REGISTER-RECORD
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   EVALUATE TRUE
                     WHEN DRR-PACKAGE
                       MOVE W-DRR-SET TO WS-DR-SET
                       MOVE W-DRR-DATE TO WS-DR-SET-DATE
                       MOVE W-DRR-FILES TO WS-DR-SET-FILES
                       MOVE W-DRR-RESULT TO WS-DR-SET-RESULT
                     WHEN DRR-REHEARSE
                       MOVE W-DRR-DATE TO WS-DR-REH-DATE
                       MOVE W-DRR-SET TO WS-DR-REH-SET
                       MOVE W-DRR-RESULT TO WS-DR-REH-RESULT
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE DR-REGISTER-FILE
           END-IF.
           IF WS-DR-SET NOT = SPACES
               AND WS-DR-SET-RESULT NOT = "PASS"
             SET DR-NEEDS-ATTENTION TO TRUE
           END-IF.
           IF WS-DR-REH-DATE NOT = SPACES
               AND WS-DR-REH-RESULT NOT = "PASS"
             SET DR-NEEDS-ATTENTION TO TRUE
           END-IF.

           DECIDE-VERDICT SECTION.
           EVALUATE TRUE
             WHEN WS-WORST-SEVERITY = "F"
             WHEN WS-FAIL-COUNT > ZERO OR CHAIN-STOPPED
                 OR WS-REJECT-COUNT > ZERO
                 OR DATA-DISCREPANT OR DETAILS-DISCREPANT
                 OR DR-NEEDS-ATTENTION
               MOVE "ATTENTION" TO WS-VERDICT
             WHEN OTHER
               MOVE "OK" TO WS-VERDICT
           ELSE
             DISPLAY "CONTROL COUNT: database.dat verified"
           END-IF.
           PERFORM PRINT-DR-STATUS.
           DISPLAY "==================================================".

           PRINT-DR-STATUS SECTION.
           IF WS-DR-SET = SPACES
             DISPLAY "DR STATUS: no DR set has been packaged"
             EXIT SECTION
           END-IF.
           IF WS-DR-REH-DATE = SPACES
             DISPLAY "DR STATUS: " FUNCTION TRIM(WS-DR-SET)
               " packed " WS-DR-SET-DATE " " WS-DR-SET-RESULT " ("
               WS-DR-SET-FILES " files), never rehearsed"
           ELSE
             DISPLAY "DR STATUS: " FUNCTION TRIM(WS-DR-SET)
               " packed " WS-DR-SET-DATE " " WS-DR-SET-RESULT " ("
               WS-DR-SET-FILES " files), rehearsal "
               WS-DR-REH-DATE " " WS-DR-REH-RESULT
           END-IF.
