      * The screen itself opens with the shared sign-on and demands
      * the supervisor role; every reset and unlock is logged under
      * the supervisor's id.
      * Revision: Maxfx 15/10/2026 - access recertification: each
      *   operator's supervisor is set here (P), and the quarterly
      *   review ACCESS-RECERT opens in "../recert_review.dat" is worked
      *   here (C). A supervisor keeps or revokes each pending account
      *   that reports to them, or that has no supervisor, but never
      *   their own, until the cycle's deadline. A revoke disables the
      *   account at once (lock "D"). The decision is recorded on the
      *   review line and in the activity log as action "K" (kept) or
      *   "V" (revoked); setting a supervisor is action "P".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ADMIN.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

           SELECT RECERT-FILE ASSIGN TO "../recert_review.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RECERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OPERATOR-MASTER-FILE.
             05 OPM-FAILS    PIC 9.
             05 FILLER       PIC X.
             05 OPM-LOCK     PIC X.
             05 FILLER       PIC X.
             05 OPM-SUPERVISOR PIC X(8).

           FD RECERT-FILE.
           01 RECERT-RECORD PIC X(104).

       WORKING-STORAGE SECTION.
           77 WS-OPERATOR-STATUS PIC XX.
               10 WS-OPR-PWD-DATE PIC X(8).
               10 WS-OPR-FAILS    PIC 9.
               10 WS-OPR-LOCK     PIC X.
               10 WS-OPR-SUPERVISOR PIC X(8).
           77 WS-MASTER-USED PIC 9(3) VALUE ZERO.
           77 WS-OPR-I       PIC 9(3).
           77 WS-FOUND-I     PIC 9(3).
           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE PIC X.
           77 WS-NEW-SUPERVISOR PIC X(8).
           77 WS-SUPER-I        PIC 9(3).

           COPY "BatchStamp.cpy".

      * The recertification review in memory, so a decision can
      * rewrite the file.
           77 WS-RECERT-STATUS PIC XX.
           78 WS-MAX-RECERTS VALUE 2000.
           01 WS-RECERT-TABLE.
             05 WS-RECERT-LINE PIC X(104) OCCURS 2000 TIMES.
           77 WS-RECERT-USED PIC 9(4) VALUE ZERO.
           77 WS-RECERT-I    PIC 9(4).
           77 WS-RECERT-FOUND PIC 9(4).
           77 WS-RECERT-PENDING PIC 9(4).
           COPY "RecertReview.cpy".
           77 WS-DECISION PIC X.
           77 WS-RECERT-DONE PIC X.
             88 RECERT-DONE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     MOVE ZERO TO WS-OPR-FAILS(WS-MASTER-USED)
                   END-IF
                   MOVE OPM-LOCK TO WS-OPR-LOCK(WS-MASTER-USED)
                   MOVE OPM-SUPERVISOR
                     TO WS-OPR-SUPERVISOR(WS-MASTER-USED)
                 END-IF
             END-READ
           END-PERFORM.
             MOVE WS-OPR-PWD-DATE(WS-OPR-I) TO OPM-PWD-DATE
             MOVE WS-OPR-FAILS(WS-OPR-I)    TO OPM-FAILS
             MOVE WS-OPR-LOCK(WS-OPR-I)     TO OPM-LOCK
             MOVE WS-OPR-SUPERVISOR(WS-OPR-I) TO OPM-SUPERVISOR
             WRITE OPERATOR-MASTER-RECORD
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "L) List operators    R) Reset a password"
             DISPLAY "U) Unlock an account    P) Set a supervisor"
             DISPLAY "C) Recertify accounts    Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
               WHEN "U"
               WHEN "u"
                 PERFORM UNLOCK-ACCOUNT
               WHEN "P"
               WHEN "p"
                 PERFORM SET-SUPERVISOR
               WHEN "C"
               WHEN "c"
                 PERFORM RECERTIFY-ACCOUNTS
               WHEN "Q"
               WHEN "q"
                 SET MENU-DONE TO TRUE
           END-PERFORM.

           LIST-OPERATORS SECTION.
           DISPLAY "ID       ROLE LOCK FAILS PWD-DATE SUPER    NAME".
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             DISPLAY WS-OPR-ID(WS-OPR-I) "  "
               WS-OPR-LOCK(WS-OPR-I) "    "
               WS-OPR-FAILS(WS-OPR-I) "    "
               WS-OPR-PWD-DATE(WS-OPR-I) " "
               WS-OPR-SUPERVISOR(WS-OPR-I) " "
               WS-OPR-NAME(WS-OPR-I)
           END-PERFORM.

           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Account " WS-WANTED-ID " unlocked.".

      * The supervisor must be an unlocked supervisor on the master
      * other than the operator; blank clears it.
           SET-SUPERVISOR SECTION.
           PERFORM FIND-WANTED-OPERATOR.
           IF WS-FOUND-I = ZERO
             EXIT SECTION
           END-IF.
           DISPLAY "Supervisor id (blank for none): ".
           ACCEPT WS-NEW-SUPERVISOR.
           IF WS-NEW-SUPERVISOR NOT = SPACES
             MOVE ZERO TO WS-SUPER-I
             PERFORM VARYING WS-OPR-I FROM 1 BY 1
                 UNTIL WS-OPR-I > WS-MASTER-USED
               IF WS-OPR-ID(WS-OPR-I) = WS-NEW-SUPERVISOR
                   AND WS-OPR-ROLE(WS-OPR-I) = "S"
                   AND WS-OPR-LOCK(WS-OPR-I) = SPACE
                 MOVE WS-OPR-I TO WS-SUPER-I
               END-IF
             END-PERFORM
             IF WS-SUPER-I = ZERO
               DISPLAY WS-NEW-SUPERVISOR " is not an active "
                 "supervisor on the master - not changed."
               EXIT SECTION
             END-IF
             IF WS-NEW-SUPERVISOR = WS-WANTED-ID
               DISPLAY "An operator cannot be their own supervisor "
                 "- not changed."
               EXIT SECTION
             END-IF
           END-IF.
           MOVE WS-NEW-SUPERVISOR TO WS-OPR-SUPERVISOR(WS-FOUND-I).
           PERFORM REWRITE-OPERATOR-MASTER.
           MOVE "P" TO WS-ACT-ACTION.
           MOVE WS-WANTED-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Supervisor of " WS-WANTED-ID " set.".

           LOAD-RECERT-FILE SECTION.
           MOVE ZERO TO WS-RECERT-USED.
           OPEN INPUT RECERT-FILE.
           IF WS-RECERT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ RECERT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A line past the buffer would vanish when a decision rewrites
      * the file - refuse the review instead.
                 IF WS-RECERT-USED >= WS-MAX-RECERTS
                   DISPLAY "ERROR: recert_review.dat exceeds the "
                     WS-MAX-RECERTS "-row buffer - review closed "
                     "before any rewrite"
                   MOVE ZERO TO WS-RECERT-USED
                   SET EOF-T TO TRUE
                 ELSE
                   ADD 1 TO WS-RECERT-USED
                   MOVE RECERT-RECORD
                     TO WS-RECERT-LINE(WS-RECERT-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RECERT-FILE.

      * The supervisor works down the open cycle's pending accounts
      * that report to them (or to nobody), one decision at a time;
      * each decision is saved as it is made.
           RECERTIFY-ACCOUNTS SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "N" TO WS-RECERT-DONE.
           PERFORM UNTIL RECERT-DONE
             PERFORM LOAD-RECERT-FILE
             PERFORM LIST-PENDING-RECERTS
             IF WS-RECERT-PENDING = ZERO
               DISPLAY "No accounts are waiting for your "
                 "recertification."
               SET RECERT-DONE TO TRUE
             ELSE
               DISPLAY "Operator id to decide (blank to finish): "
               ACCEPT WS-WANTED-ID
               IF WS-WANTED-ID = SPACES
                 SET RECERT-DONE TO TRUE
               ELSE
                 PERFORM DECIDE-ONE-ACCOUNT
               END-IF
             END-IF
           END-PERFORM.

           LIST-PENDING-RECERTS SECTION.
           MOVE ZERO TO WS-RECERT-PENDING.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF RCR-OPEN AND RCR-PENDING
                 AND W-RCR-OPERATOR NOT = WS-OPERATOR-ID
                 AND (W-RCR-SUPERVISOR = WS-OPERATOR-ID
                   OR W-RCR-SUPERVISOR = SPACES)
               IF WS-RECERT-PENDING = ZERO
                 DISPLAY "RECERTIFICATION " W-RCR-CYCLE
                   " - decide by " W-RCR-DEADLINE
                 DISPLAY "ID       ROLE LAST-ON  LOCK PWD-AGE NAME"
               END-IF
               ADD 1 TO WS-RECERT-PENDING
               DISPLAY W-RCR-OPERATOR " " W-RCR-ROLE "    "
                 W-RCR-LAST-SIGNON " " W-RCR-LOCK "    "
                 W-RCR-PWD-AGE "    " W-RCR-NAME
             END-IF
           END-PERFORM.

           DECIDE-ONE-ACCOUNT SECTION.
           MOVE ZERO TO WS-RECERT-FOUND.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO W-RECERT-RECORD
             IF RCR-OPEN AND RCR-PENDING
                 AND W-RCR-OPERATOR = WS-WANTED-ID
                 AND W-RCR-OPERATOR NOT = WS-OPERATOR-ID
                 AND (W-RCR-SUPERVISOR = WS-OPERATOR-ID
                   OR W-RCR-SUPERVISOR = SPACES)
               MOVE WS-RECERT-I TO WS-RECERT-FOUND
             END-IF
           END-PERFORM.
           IF WS-RECERT-FOUND = ZERO
             DISPLAY WS-WANTED-ID " is not pending your "
               "recertification."
             EXIT SECTION
           END-IF.
           MOVE WS-RECERT-LINE(WS-RECERT-FOUND) TO W-RECERT-RECORD.
           IF W-DATE OF W-BATCH > W-RCR-DEADLINE
             DISPLAY "The deadline " W-RCR-DEADLINE " has passed - "
               "the account is disabled at the next ACCESS-RECERT "
               "run."
             EXIT SECTION
           END-IF.
           DISPLAY "K) Keep the account   R) Revoke it: ".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
             WHEN "K"
             WHEN "k"
               SET RCR-KEPT TO TRUE
               MOVE "K" TO WS-ACT-ACTION
             WHEN "R"
             WHEN "r"
               SET RCR-REVOKED TO TRUE
               MOVE "V" TO WS-ACT-ACTION
             WHEN OTHER
               DISPLAY "No decision recorded."
               EXIT SECTION
           END-EVALUATE.
           MOVE WS-OPERATOR-ID TO W-RCR-DECIDED-BY.
           MOVE W-DATE OF W-BATCH TO W-RCR-DECIDED-DATE.
           MOVE W-TIME OF W-BATCH TO W-RCR-DECIDED-TIME.
           MOVE W-RECERT-RECORD TO WS-RECERT-LINE(WS-RECERT-FOUND).
           OPEN OUTPUT RECERT-FILE.
           IF WS-RECERT-STATUS NOT = "00"
             DISPLAY "Decision not saved (status " WS-RECERT-STATUS
               ")."
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-RECERT-I FROM 1 BY 1
               UNTIL WS-RECERT-I > WS-RECERT-USED
             MOVE WS-RECERT-LINE(WS-RECERT-I) TO RECERT-RECORD
             WRITE RECERT-RECORD
           END-PERFORM.
           CLOSE RECERT-FILE.
           IF RCR-REVOKED
             PERFORM VARYING WS-OPR-I FROM 1 BY 1
                 UNTIL WS-OPR-I > WS-MASTER-USED
               IF WS-OPR-ID(WS-OPR-I) = WS-WANTED-ID
                 MOVE "D" TO WS-OPR-LOCK(WS-OPR-I)
               END-IF
             END-PERFORM
             PERFORM REWRITE-OPERATOR-MASTER
           END-IF.
           MOVE WS-WANTED-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           IF RCR-REVOKED
             DISPLAY "Account " WS-WANTED-ID " revoked and disabled."
           ELSE
             DISPLAY "Account " WS-WANTED-ID " kept."
           END-IF.
