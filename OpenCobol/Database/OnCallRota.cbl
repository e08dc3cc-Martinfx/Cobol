      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * On-call rota maintenance. "../oncall_rota.dat" (see
      * OnCallRota.cpy) says who is on call for the alerts: for each
      * cover period an operator, the from and to date/time, and
      * whether they are the primary, the backup or the duty
      * supervisor. ALERT-ESCALATION hands unacknowledged alerts to
      * whoever the rota names at the time.
      * Any signed-on operator may list the rota and ask who is on
      * call now; adding and removing periods needs the supervisor
      * role. A new period must name an operator on the operator
      * master, end after it starts, and must not overlap another
      * period in the same role - two primaries at once would leave
      * the escalation guessing. Every change and refusal is written
      * to the activity log.
      * Revision: Maxfx 15/10/2026 - reads the operator master row with
      *   the supervisor at its end.
      * Revision: Maxfx 15/10/2026 - the operator master record is 62
      *   bytes, as OPERATOR-SIGNON writes it, so a row with a
      *   supervisor is no longer split on reading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONCALL-ROTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTA-FILE ASSIGN TO "../oncall_rota.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROTA-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "../operator_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ROTA-FILE.
           01 ROTA-RECORD PIC X(36).

           FD OPERATOR-MASTER-FILE.
           01 OPERATOR-MASTER-RECORD.
             05 OPM-ID       PIC X(8).
             05 FILLER       PIC X.
             05 OPM-NAME     PIC X(20).
             05 FILLER       PIC X(33).

       WORKING-STORAGE SECTION.
           77 WS-ROTA-STATUS     PIC XX.
           77 WS-OPERATOR-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "OnCallRota.cpy".

      * Sign-on through the shared OPERATOR-SIGNON service.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-SUPERVISOR  VALUE "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20) VALUE "ONCALL-ROTA".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * The rota in memory, so a removal can rewrite the file.
           78 WS-MAX-ROTA VALUE 300.
           01 WS-ROTA-TABLE.
             05 WS-ROTA-LINE PIC X(36) OCCURS 300 TIMES.
           77 WS-ROTA-USED PIC 9(3) VALUE ZERO.
           77 WS-ROTA-I    PIC 9(3).
           77 WS-PICKED-NO PIC 9(3).

           77 WS-DONE PIC X VALUE "N".
             88 ROTA-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * The period being added.
           01 WS-NEW-ROTA.
             05 WS-NEW-OPERATOR  PIC X(8).
             05 WS-NEW-ROLE      PIC X.
             05 WS-NEW-FROM.
               10 WS-NEW-FROM-DATE PIC X(8).
               10 WS-NEW-FROM-TIME PIC X(4).
             05 WS-NEW-TO.
               10 WS-NEW-TO-DATE   PIC X(8).
               10 WS-NEW-TO-TIME   PIC X(4).
           77 WS-OPERATOR-FOUND PIC X.
             88 OPERATOR-ON-MASTER VALUE "Y".
           77 WS-CLASH-I    PIC 9(3).
           77 WS-DATE-VALID PIC X.
             88 ENTERED-DATE-VALID VALUE "Y".
           77 WS-TIME-CHECK PIC 9(4).
           77 WS-NOW        PIC X(12).

           01 WS-ROLE-NAMES.
             05 FILLER PIC X(11) VALUE "Pprimary".
             05 FILLER PIC X(11) VALUE "Bbackup".
             05 FILLER PIC X(11) VALUE "Ssupervisor".
           01 WS-ROLE-TABLE REDEFINES WS-ROLE-NAMES.
             05 WS-ROLE-ENTRY OCCURS 3 TIMES.
               10 WS-ROLE-CODE PIC X.
               10 WS-ROLE-NAME PIC X(10).
           77 WS-ROLE-I    PIC 9.
           77 WS-ROLE-TEXT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - on-call rota refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL ROTA-DONE
             PERFORM LOAD-ROTA-FILE
             DISPLAY "-------------------------------------------------"
             DISPLAY "ON-CALL ROTA"
             DISPLAY "L) List  N) Who is on call now  A) Add period  "
               "D) Remove period  Q) Quit"
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-ROTA
               WHEN "N"
               WHEN "n"
                 PERFORM SHOW-ON-CALL-NOW
               WHEN "A"
               WHEN "a"
                 IF ROLE-SUPERVISOR
                   PERFORM ADD-ROTA-PERIOD
                 ELSE
                   PERFORM REFUSE-BY-ROLE
                 END-IF
               WHEN "D"
               WHEN "d"
                 IF ROLE-SUPERVISOR
                   PERFORM REMOVE-ROTA-PERIOD
                 ELSE
                   PERFORM REFUSE-BY-ROLE
                 END-IF
               WHEN "Q"
               WHEN "q"
                 SET ROTA-DONE TO TRUE
               WHEN OTHER
                 DISPLAY "Invalid selection."
             END-EVALUATE
           END-PERFORM.
           GOBACK.

           OPERATOR-SIGN-ON SECTION.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.

      * A refused attempt leaves the same kind of trail the change
      * itself would have.
           REFUSE-BY-ROLE SECTION.
           DISPLAY "Your role (" WS-OPERATOR-ROLE ") does not allow "
             "that action - refused.".
           MOVE "X" TO WS-ACT-ACTION.
           MOVE "ONCALLROTA" TO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           LOAD-ROTA-FILE SECTION.
           MOVE ZERO TO WS-ROTA-USED.
           OPEN INPUT ROTA-FILE.
           IF WS-ROTA-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ROTA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A period past the buffer would vanish when a removal
      * rewrites the file - close the screen instead.
                 IF WS-ROTA-USED >= WS-MAX-ROTA
                   DISPLAY "ERROR: oncall_rota.dat exceeds the "
                     WS-MAX-ROTA "-row buffer - rota closed "
                     "before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE ROTA-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-ROTA-USED
                 MOVE ROTA-RECORD TO WS-ROTA-LINE(WS-ROTA-USED)
             END-READ
           END-PERFORM.
           CLOSE ROTA-FILE.

      * Periods already over are not worth the screen space; the list
      * number is the row in the file, which removal asks for.
           LIST-ROTA SECTION.
           PERFORM SET-NOW.
           DISPLAY "No. Operator Role       From          To".
           PERFORM VARYING WS-ROTA-I FROM 1 BY 1
               UNTIL WS-ROTA-I > WS-ROTA-USED
             MOVE WS-ROTA-LINE(WS-ROTA-I) TO W-ROTA-RECORD
             IF W-ROT-TO NOT < WS-NOW
               PERFORM SHOW-ROTA-LINE
             END-IF
           END-PERFORM.

           SHOW-ON-CALL-NOW SECTION.
           PERFORM SET-NOW.
           DISPLAY "On call at " WS-NOW(1:8) " " WS-NOW(9:4) ":".
           PERFORM VARYING WS-ROTA-I FROM 1 BY 1
               UNTIL WS-ROTA-I > WS-ROTA-USED
             MOVE WS-ROTA-LINE(WS-ROTA-I) TO W-ROTA-RECORD
             IF W-ROT-FROM NOT > WS-NOW AND W-ROT-TO NOT < WS-NOW
               PERFORM SHOW-ROTA-LINE
             END-IF
           END-PERFORM.

           SHOW-ROTA-LINE SECTION.
           MOVE W-ROT-ROLE TO WS-ROLE-TEXT.
           PERFORM VARYING WS-ROLE-I FROM 1 BY 1 UNTIL WS-ROLE-I > 3
             IF WS-ROLE-CODE(WS-ROLE-I) = W-ROT-ROLE
               MOVE WS-ROLE-NAME(WS-ROLE-I) TO WS-ROLE-TEXT
             END-IF
           END-PERFORM.
           DISPLAY WS-ROTA-I " " W-ROT-OPERATOR " " WS-ROLE-TEXT " "
             W-ROT-FROM-DATE " " W-ROT-FROM-TIME " "
             W-ROT-TO-DATE " " W-ROT-TO-TIME.

           SET-NOW SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).

           ADD-ROTA-PERIOD SECTION.
           MOVE SPACES TO WS-NEW-ROTA.
           DISPLAY "Operator id: ".
           ACCEPT WS-NEW-OPERATOR.
           PERFORM CHECK-OPERATOR-MASTER.
           IF NOT OPERATOR-ON-MASTER
             DISPLAY "Operator " WS-NEW-OPERATOR
               " is not on the operator master - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "Role (P primary, B backup, S supervisor): ".
           ACCEPT WS-NEW-ROLE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-ROLE) TO WS-NEW-ROLE.
           IF WS-NEW-ROLE NOT = "P" AND NOT = "B" AND NOT = "S"
             DISPLAY "Role must be P, B or S - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT WS-NEW-FROM-DATE.
           DISPLAY "From time (HHMM): ".
           ACCEPT WS-NEW-FROM-TIME.
           DISPLAY "To date (YYYYMMDD): ".
           ACCEPT WS-NEW-TO-DATE.
           DISPLAY "To time (HHMM): ".
           ACCEPT WS-NEW-TO-TIME.
           IF WS-NEW-FROM-DATE NOT NUMERIC
               OR WS-NEW-FROM-TIME NOT NUMERIC
               OR WS-NEW-TO-DATE NOT NUMERIC
               OR WS-NEW-TO-TIME NOT NUMERIC
             DISPLAY "Dates are YYYYMMDD and times HHMM - not added."
             EXIT SECTION
           END-IF.
           CALL "VALIDATE-DATE" USING WS-NEW-FROM-DATE WS-DATE-VALID.
           IF NOT ENTERED-DATE-VALID
             DISPLAY "From date is not a plausible date - not added."
             EXIT SECTION
           END-IF.
           CALL "VALIDATE-DATE" USING WS-NEW-TO-DATE WS-DATE-VALID.
           IF NOT ENTERED-DATE-VALID
             DISPLAY "To date is not a plausible date - not added."
             EXIT SECTION
           END-IF.
           MOVE WS-NEW-FROM-TIME TO WS-TIME-CHECK.
           IF WS-TIME-CHECK(1:2) > "23" OR WS-TIME-CHECK(3:2) > "59"
             DISPLAY "From time is not a clock time - not added."
             EXIT SECTION
           END-IF.
           MOVE WS-NEW-TO-TIME TO WS-TIME-CHECK.
           IF WS-TIME-CHECK(1:2) > "23" OR WS-TIME-CHECK(3:2) > "59"
             DISPLAY "To time is not a clock time - not added."
             EXIT SECTION
           END-IF.
           IF WS-NEW-TO NOT > WS-NEW-FROM
             DISPLAY "The period must end after it starts - "
               "not added."
             EXIT SECTION
           END-IF.
           PERFORM FIND-ROLE-CLASH.
           IF WS-CLASH-I NOT = ZERO
             MOVE WS-ROTA-LINE(WS-CLASH-I) TO W-ROTA-RECORD
             DISPLAY "Overlaps row " WS-CLASH-I " (" W-ROT-OPERATOR
               " " W-ROT-FROM-DATE " " W-ROT-FROM-TIME " - "
               W-ROT-TO-DATE " " W-ROT-TO-TIME ") in the same role"
               " - not added."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-ROTA-RECORD.
           MOVE WS-NEW-OPERATOR TO W-ROT-OPERATOR.
           MOVE WS-NEW-ROLE TO W-ROT-ROLE.
           MOVE WS-NEW-FROM TO W-ROT-FROM.
           MOVE WS-NEW-TO TO W-ROT-TO.
           OPEN EXTEND ROTA-FILE.
           IF WS-ROTA-STATUS = "35"
             OPEN OUTPUT ROTA-FILE
           END-IF.
           WRITE ROTA-RECORD FROM W-ROTA-RECORD.
           CLOSE ROTA-FILE.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING WS-NEW-OPERATOR DELIMITED BY SPACE
             WS-NEW-ROLE DELIMITED BY SIZE INTO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Period added.".

           CHECK-OPERATOR-MASTER SECTION.
           MOVE "N" TO WS-OPERATOR-FOUND.
           IF WS-NEW-OPERATOR = SPACES
             EXIT SECTION
           END-IF.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR OPERATOR-ON-MASTER
             READ OPERATOR-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OPM-ID = WS-NEW-OPERATOR
                   MOVE "Y" TO WS-OPERATOR-FOUND
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

      * Two periods overlap when each starts no later than the other
      * ends.
           FIND-ROLE-CLASH SECTION.
           MOVE ZERO TO WS-CLASH-I.
           PERFORM VARYING WS-ROTA-I FROM 1 BY 1
               UNTIL WS-ROTA-I > WS-ROTA-USED
               OR WS-CLASH-I NOT = ZERO
             MOVE WS-ROTA-LINE(WS-ROTA-I) TO W-ROTA-RECORD
             IF W-ROT-ROLE = WS-NEW-ROLE
                 AND W-ROT-FROM NOT > WS-NEW-TO
                 AND WS-NEW-FROM NOT > W-ROT-TO
               MOVE WS-ROTA-I TO WS-CLASH-I
             END-IF
           END-PERFORM.

           REMOVE-ROTA-PERIOD SECTION.
           DISPLAY "Row number to remove (0 to cancel): ".
           ACCEPT WS-PICKED-NO.
           IF WS-PICKED-NO = ZERO
             EXIT SECTION
           END-IF.
           IF WS-PICKED-NO > WS-ROTA-USED
             DISPLAY "No row " WS-PICKED-NO " on the rota."
             EXIT SECTION
           END-IF.
           MOVE WS-ROTA-LINE(WS-PICKED-NO) TO W-ROTA-RECORD.
           OPEN OUTPUT ROTA-FILE.
           PERFORM VARYING WS-ROTA-I FROM 1 BY 1
               UNTIL WS-ROTA-I > WS-ROTA-USED
             IF WS-ROTA-I NOT = WS-PICKED-NO
               WRITE ROTA-RECORD FROM WS-ROTA-LINE(WS-ROTA-I)
             END-IF
           END-PERFORM.
           CLOSE ROTA-FILE.
           MOVE "D" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING W-ROT-OPERATOR DELIMITED BY SPACE
             W-ROT-ROLE DELIMITED BY SIZE INTO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Row " WS-PICKED-NO " removed (" W-ROT-OPERATOR
             " " W-ROT-FROM-DATE " " W-ROT-FROM-TIME ").".
