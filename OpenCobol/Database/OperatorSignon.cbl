      *   raise an "E" alert for the supervisor; OPERATOR-ADMIN
      *   resets and unlocks. "Who keyed this?" finally means
      *   something.
      * Revision: Maxfx 15/10/2026 - role "A" approver: an update
      *   clerk who may also approve the changes DETAILS-MAINTENANCE
      *   holds for a second operator (DETAILS-CHANGE-APPROVAL).
      *
      * CALL "OPERATOR-SIGNON" USING <id X(8)> <name X(20)>
      *   <role X> <ok-flag X>
      * Revision: Maxfx 15/10/2026 - the master row carries the
      *   operator's supervisor, who recertifies the account each
      *   quarter (ACCESS-RECERT). An account disabled at
      *   recertification (lock "D") is refused like a locked one, and
      *   every successful sign-on is written to the activity log as
      *   action "S", so the last sign-on can be read from it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-SIGNON.
             05 OPM-FAILS    PIC 9.
             05 FILLER       PIC X.
             05 OPM-LOCK     PIC X.
             05 FILLER       PIC X.
             05 OPM-SUPERVISOR PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-OPERATOR-STATUS PIC XX.
               10 WS-OPR-PWD-DATE PIC X(8).
               10 WS-OPR-FAILS    PIC 9.
               10 WS-OPR-LOCK     PIC X.
               10 WS-OPR-SUPERVISOR PIC X(8).
           77 WS-MASTER-USED PIC 9(3) VALUE ZERO.
           77 WS-OPR-I       PIC 9(3).

                   MOVE OPM-ID   TO WS-OPR-ID(WS-MASTER-USED)
                   MOVE OPM-NAME TO WS-OPR-NAME(WS-MASTER-USED)
                   IF OPM-ROLE = "I" OR OPM-ROLE = "U"
                       OR OPM-ROLE = "S" OR OPM-ROLE = "A"
                     MOVE OPM-ROLE TO WS-OPR-ROLE(WS-MASTER-USED)
                   ELSE
      * A master row from before roles existed reads as update -
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
               "the supervisor (OPERATOR-ADMIN resets it)."
             EXIT SECTION
           END-IF.
           IF WS-OPR-LOCK(WS-FOUND-I) = "D"
             DISPLAY "Account " WS-ENTERED-ID " was disabled at "
               "access recertification - see the supervisor."
             EXIT SECTION
           END-IF.
      * A blank stored password is a fresh or freshly reset account:
      * the holder sets their password now, before anything else.
           IF WS-OPR-PASSWORD(WS-FOUND-I) = SPACES
           MOVE "Y" TO LS-SIGNON-OK.
           DISPLAY "Signed on: " LS-OPERATOR-ID " "
             LS-OPERATOR-NAME " (role " LS-OPERATOR-ROLE ")".
           MOVE "OPERATOR-SIGNON" TO WS-ACT-PROGRAM.
           MOVE "S" TO WS-ACT-ACTION.
           MOVE LS-OPERATOR-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING LS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           CHECK-PASSWORD-AGE SECTION.
           MOVE "N" TO WS-MUST-CHANGE.
