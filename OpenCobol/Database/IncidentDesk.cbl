      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Incident desk: the screen the operations desk works incidents
      * from. An incident (see Incident.cpy) ties together the alerts,
      * exceptions and batch runs behind one problem, and carries its
      * owner, severity, root-cause category and resolution; its
      * history - every attachment, action and change - is kept in
      * "../incident_log.dat" (see IncidentLog.cpy).
      * Incidents are listed (open only, or all), opened by hand
      * through the shared INCIDENT-OPEN service (NIGHTLY-BATCH opens
      * its own when a step fails), and worked one at a time:
      *   - attach an alert, by the number ALERT-CONSOLE shows it
      *     under (its line in "../alerts.dat");
      *   - attach an exception, by its serial in the exception
      *     store;
      *   - attach a batch run id;
      *   - record an action taken;
      *   - set the owner, severity or root-cause category (the
      *     categories are in IncidentCause.cpy);
      *   - resolve, which needs a root cause and resolution text.
      * A resolved incident is read-only. An inquiry-role operator
      * may look but not change anything; a refused change is
      * logged like the change itself would have been.
      * Revision: Maxfx 15/10/2026 - alert lines are read at their full
      *   width now that they carry escalation steps.
      * Revision: Maxfx 15/10/2026 - reads the alert record at its new
      *   width, with the acknowledgment time at the end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-DESK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INCIDENT-STATUS.

           SELECT INCIDENT-LOG-FILE ASSIGN TO "../incident_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INCIDENT-LOG-STATUS.

           SELECT ALERT-FILE ASSIGN TO "../alerts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ALERT-STATUS.

           SELECT EXCEPTION-STORE ASSIGN TO "../exception_store.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXS-SERIAL
           FILE STATUS WS-EXC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INCIDENT-FILE.
           01 INCIDENT-RECORD PIC X(202).

           FD INCIDENT-LOG-FILE.
           01 INCIDENT-LOG-RECORD PIC X(113).

           FD ALERT-FILE.
           01 ALERT-RECORD PIC X(218).

           FD EXCEPTION-STORE.
           01 EXCEPTION-STORE-RECORD.
             05 EXS-SERIAL PIC 9(8).
             05 EXS-BODY   PIC X(189).

       WORKING-STORAGE SECTION.
      * The alert being attached, as ALERT-SERVICE writes it.
           01 WS-ALERT-LINE.
             05 ALR-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ALR-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 ALR-SEVERITY PIC X.
             05 FILLER       PIC X.
             05 ALR-STATE    PIC X.
             05 FILLER       PIC X.
             05 ALR-PROGRAM  PIC X(20).
             05 FILLER       PIC X.
             05 ALR-RUN-ID   PIC X(16).
             05 FILLER       PIC X.
             05 ALR-MESSAGE  PIC X(50).
             05 FILLER       PIC X(108).

           77 WS-INCIDENT-STATUS     PIC XX.
           77 WS-INCIDENT-LOG-STATUS PIC XX.
           77 WS-ALERT-STATUS        PIC XX.
           77 WS-EXC-FILE-STATUS     PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Incident.cpy".
           COPY "IncidentLog.cpy".
           COPY "IncidentCause.cpy".
           COPY "ExceptionLog.cpy".

      * Sign-on through the shared OPERATOR-SIGNON service.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-INQUIRY     VALUE "I".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20) VALUE "INCIDENT-DESK".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * The incident file in memory; a change reloads it first and
      * writes it back whole - the AlertConsole idiom for a line-
      * sequential store.
           78 WS-MAX-INCIDENTS VALUE 500.
           01 WS-INCIDENT-TABLE.
             05 WS-INCIDENT-LINE PIC X(202) OCCURS 500 TIMES.
           77 WS-INCIDENT-USED PIC 9(3) VALUE ZERO.
           77 WS-INCIDENT-I    PIC 9(3).
           77 WS-CURRENT-I     PIC 9(3).
           77 WS-HOLD-INCIDENT PIC X(202).
           77 WS-LISTED        PIC 9(3).

           77 WS-DONE PIC X VALUE "N".
             88 DESK-DONE VALUE "Y".
           77 WS-WORK-DONE PIC X.
             88 WORK-DONE VALUE "Y".
           77 WS-CHOICE      PIC X.
           77 WS-WORK-CHOICE PIC X.
           77 WS-SHOW-ALL    PIC X.
             88 SHOW-ALL     VALUE "Y".

           77 WS-PICKED-NUMBER PIC 9(6).
           77 WS-CURRENT-NUMBER PIC 9(6).
           77 WS-NEW-SEVERITY  PIC X.
           77 WS-NEW-TITLE     PIC X(50).
           77 WS-NEW-RUN-ID    PIC X(16).
           77 WS-NEW-TEXT      PIC X(60).
           77 WS-NEW-OWNER     PIC X(8).
           77 WS-NEW-CAUSE     PIC X(8).
           77 WS-CAUSE-I       PIC 99.
           77 WS-CAUSE-FOUND   PIC 99.
           77 WS-OPEN-MODE     PIC X VALUE "N".
           77 WS-OPEN-NUMBER   PIC 9(6).

           77 WS-ALERT-NO      PIC 9(3).
           77 WS-ALERT-LINE-NO PIC 9(3).
           77 WS-ALERT-FOUND   PIC X.
             88 ALERT-FOUND    VALUE "Y".
           77 WS-EXC-SERIAL    PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - incident desk refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WS-SHOW-ALL.
           PERFORM UNTIL DESK-DONE
             PERFORM LOAD-INCIDENT-FILE
             PERFORM LIST-INCIDENTS
             DISPLAY "L) List open  A) List all  O) Open new  "
               "S) Select  Q) Quit"
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 MOVE "N" TO WS-SHOW-ALL
               WHEN "A"
               WHEN "a"
                 MOVE "Y" TO WS-SHOW-ALL
               WHEN "O"
               WHEN "o"
                 IF ROLE-INQUIRY
                   MOVE ZERO TO WS-CURRENT-NUMBER
                   PERFORM REFUSE-BY-ROLE
                 ELSE
                   PERFORM OPEN-NEW-INCIDENT
                 END-IF
               WHEN "S"
               WHEN "s"
                 PERFORM SELECT-INCIDENT
               WHEN "Q"
               WHEN "q"
                 SET DESK-DONE TO TRUE
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
           PERFORM WRITE-ACTIVITY-RECORD.

           WRITE-ACTIVITY-RECORD SECTION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE WS-CURRENT-NUMBER TO WS-ACT-KEY(1:6).
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           LOAD-INCIDENT-FILE SECTION.
           MOVE ZERO TO WS-INCIDENT-USED.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ INCIDENT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * An incident past the buffer would vanish when a change
      * rewrites the file - close the desk instead.
                 IF WS-INCIDENT-USED >= WS-MAX-INCIDENTS
                   DISPLAY "ERROR: incidents.dat exceeds the "
                     WS-MAX-INCIDENTS "-row buffer - desk closed "
                     "before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE INCIDENT-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-INCIDENT-USED
                 MOVE INCIDENT-RECORD
                   TO WS-INCIDENT-LINE(WS-INCIDENT-USED)
             END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.

      * Newest first, as the alert console lists.
           LIST-INCIDENTS SECTION.
           MOVE ZERO TO WS-LISTED.
           DISPLAY "-------------------------------------------------".
           IF SHOW-ALL
             DISPLAY "ALL INCIDENTS (newest first)"
           ELSE
             DISPLAY "OPEN INCIDENTS (newest first)"
           END-IF.
           PERFORM VARYING WS-INCIDENT-I FROM WS-INCIDENT-USED BY -1
               UNTIL WS-INCIDENT-I < 1
             MOVE WS-INCIDENT-LINE(WS-INCIDENT-I) TO W-INCIDENT-RECORD
             IF SHOW-ALL OR INC-OPEN
               ADD 1 TO WS-LISTED
               DISPLAY W-INC-NUMBER " " W-INC-STATE " "
                 W-INC-SEVERITY " " W-INC-OPENED-DATE " "
                 W-INC-OWNER " " W-INC-CAUSE " "
                 FUNCTION TRIM(W-INC-TITLE)
             END-IF
           END-PERFORM.
           IF WS-LISTED = ZERO
             DISPLAY "No incidents to show."
           END-IF.
           DISPLAY "-------------------------------------------------".

           OPEN-NEW-INCIDENT SECTION.
           MOVE ZERO TO WS-CURRENT-NUMBER.
           DISPLAY "Severity (W warn, E error, F fatal): ".
           ACCEPT WS-NEW-SEVERITY.
           MOVE FUNCTION UPPER-CASE(WS-NEW-SEVERITY)
             TO WS-NEW-SEVERITY.
           IF WS-NEW-SEVERITY NOT = "W" AND NOT = "E"
               AND NOT = "F"
             DISPLAY "Severity must be W, E or F - not opened."
             EXIT SECTION
           END-IF.
           DISPLAY "Title: ".
           ACCEPT WS-NEW-TITLE.
           IF WS-NEW-TITLE = SPACES
             DISPLAY "A title is required - not opened."
             EXIT SECTION
           END-IF.
           DISPLAY "Batch run id (blank for none): ".
           ACCEPT WS-NEW-RUN-ID.
           CALL "INCIDENT-OPEN" USING WS-OPEN-MODE WS-NEW-SEVERITY
             WS-NEW-TITLE WS-NEW-RUN-ID WS-OPERATOR-ID
             WS-OPEN-NUMBER.
           IF WS-OPEN-NUMBER = ZERO
             DISPLAY "Incident could not be opened."
             EXIT SECTION
           END-IF.
           MOVE WS-OPEN-NUMBER TO WS-CURRENT-NUMBER.
           MOVE "A" TO WS-ACT-ACTION.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Incident " WS-OPEN-NUMBER " opened.".

           SELECT-INCIDENT SECTION.
           DISPLAY "Incident number: ".
           ACCEPT WS-PICKED-NUMBER.
           MOVE WS-PICKED-NUMBER TO WS-CURRENT-NUMBER.
           PERFORM FIND-CURRENT-INCIDENT.
           IF WS-CURRENT-I = ZERO
             DISPLAY "No incident " WS-PICKED-NUMBER "."
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-WORK-DONE.
           PERFORM UNTIL WORK-DONE
             PERFORM SHOW-INCIDENT
             DISPLAY "1) Alert  2) Exception  3) Run id  "
               "4) Action  5) Owner"
             DISPLAY "6) Severity  7) Cause  8) Resolve  0) Back"
             ACCEPT WS-WORK-CHOICE
             IF WS-WORK-CHOICE = "0"
               SET WORK-DONE TO TRUE
             ELSE
               PERFORM WORK-INCIDENT
             END-IF
           END-PERFORM.

      * Finds WS-CURRENT-NUMBER in the loaded table and leaves the
      * incident in W-INCIDENT-RECORD; WS-CURRENT-I zero is not
      * found.
           FIND-CURRENT-INCIDENT SECTION.
           MOVE ZERO TO WS-CURRENT-I.
           PERFORM VARYING WS-INCIDENT-I FROM 1 BY 1
               UNTIL WS-INCIDENT-I > WS-INCIDENT-USED
               OR WS-CURRENT-I NOT = ZERO
             MOVE WS-INCIDENT-LINE(WS-INCIDENT-I) TO W-INCIDENT-RECORD
             IF W-INC-NUMBER = WS-CURRENT-NUMBER
               MOVE WS-INCIDENT-I TO WS-CURRENT-I
             END-IF
           END-PERFORM.

           SHOW-INCIDENT SECTION.
           PERFORM LOAD-INCIDENT-FILE.
           PERFORM FIND-CURRENT-INCIDENT.
           DISPLAY "-------------------------------------------------".
           DISPLAY "Incident " W-INC-NUMBER "  "
             FUNCTION TRIM(W-INC-TITLE).
           IF INC-RESOLVED
             DISPLAY "  State RESOLVED " W-INC-RESOLVED-DATE " "
               W-INC-RESOLVED-TIME
           ELSE
             DISPLAY "  State OPEN"
           END-IF.
           DISPLAY "  Severity " W-INC-SEVERITY "  opened "
             W-INC-OPENED-DATE " " W-INC-OPENED-TIME " by "
             W-INC-OPENED-BY.
           DISPLAY "  Run " W-INC-RUN-ID "  owner " W-INC-OWNER
             "  cause " W-INC-CAUSE.
           IF W-INC-RESOLUTION NOT = SPACES
             DISPLAY "  Resolution: " FUNCTION TRIM(W-INC-RESOLUTION)
           END-IF.
           DISPLAY "  History:".
           OPEN INPUT INCIDENT-LOG-FILE.
           IF WS-INCIDENT-LOG-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ INCIDENT-LOG-FILE INTO W-INCIDENT-LOG-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF W-ICL-NUMBER = WS-CURRENT-NUMBER
                   DISPLAY "  " W-ICL-DATE " " W-ICL-TIME(1:4) " "
                     W-ICL-OPERATOR " " W-ICL-TYPE " " W-ICL-REF " "
                     FUNCTION TRIM(W-ICL-TEXT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE INCIDENT-LOG-FILE.

           WORK-INCIDENT SECTION.
           IF ROLE-INQUIRY
             PERFORM REFUSE-BY-ROLE
             EXIT SECTION
           END-IF.
           IF INC-RESOLVED
             DISPLAY "Incident is resolved - no further changes."
             EXIT SECTION
           END-IF.
           EVALUATE WS-WORK-CHOICE
             WHEN "1"
               PERFORM ATTACH-ALERT
             WHEN "2"
               PERFORM ATTACH-EXCEPTION
             WHEN "3"
               PERFORM ATTACH-RUN-ID
             WHEN "4"
               PERFORM RECORD-ACTION
             WHEN "5"
               PERFORM SET-OWNER
             WHEN "6"
               PERFORM SET-SEVERITY
             WHEN "7"
               PERFORM SET-CAUSE
             WHEN "8"
               PERFORM RESOLVE-INCIDENT
             WHEN OTHER
               DISPLAY "Invalid selection."
           END-EVALUATE.

      * The alert number is the one the alert console lists it
      * under - its line in alerts.dat.
           ATTACH-ALERT SECTION.
           DISPLAY "Alert number: ".
           ACCEPT WS-ALERT-NO.
           MOVE "N" TO WS-ALERT-FOUND.
           MOVE ZERO TO WS-ALERT-LINE-NO.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T OR ALERT-FOUND
               READ ALERT-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   ADD 1 TO WS-ALERT-LINE-NO
                   IF WS-ALERT-LINE-NO = WS-ALERT-NO
                     MOVE "Y" TO WS-ALERT-FOUND
                     MOVE ALERT-RECORD TO WS-ALERT-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ALERT-FILE
           END-IF.
           IF WS-ALERT-NO = ZERO OR NOT ALERT-FOUND
             DISPLAY "No alert " WS-ALERT-NO " on the console."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-ALERT TO TRUE.
           MOVE WS-ALERT-NO TO W-ICL-REF.
           STRING ALR-SEVERITY " " DELIMITED BY SIZE
             ALR-PROGRAM DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             ALR-MESSAGE DELIMITED BY SIZE
             INTO W-ICL-TEXT
           END-STRING.
           PERFORM LOG-CHANGE.
           DISPLAY "Alert " WS-ALERT-NO " attached.".

           ATTACH-EXCEPTION SECTION.
           DISPLAY "Exception serial: ".
           ACCEPT WS-EXC-SERIAL.
           OPEN INPUT EXCEPTION-STORE.
           IF WS-EXC-FILE-STATUS NOT = "00"
             DISPLAY "Exception store not available."
             EXIT SECTION
           END-IF.
           MOVE WS-EXC-SERIAL TO EXS-SERIAL.
           READ EXCEPTION-STORE
             INVALID KEY
               MOVE "23" TO WS-EXC-FILE-STATUS
           END-READ.
           CLOSE EXCEPTION-STORE.
           IF WS-EXC-FILE-STATUS = "23"
             DISPLAY "No exception serial " WS-EXC-SERIAL "."
             EXIT SECTION
           END-IF.
           MOVE EXS-BODY TO W-EXCEPTION-RECORD.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-EXCEPTION TO TRUE.
           MOVE WS-EXC-SERIAL TO W-ICL-REF.
           STRING W-EXC-SEVERITY " " DELIMITED BY SIZE
             W-EXC-PROGRAM DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             W-EXC-MESSAGE DELIMITED BY SIZE
             INTO W-ICL-TEXT
           END-STRING.
           PERFORM LOG-CHANGE.
           DISPLAY "Exception " WS-EXC-SERIAL " attached.".

      * The first run attached becomes the incident's own run id;
      * later runs are kept in its history.
           ATTACH-RUN-ID SECTION.
           DISPLAY "Batch run id: ".
           ACCEPT WS-NEW-RUN-ID.
           IF WS-NEW-RUN-ID = SPACES
             DISPLAY "No run id given."
             EXIT SECTION
           END-IF.
           IF W-INC-RUN-ID = SPACES
             MOVE WS-NEW-RUN-ID TO W-INC-RUN-ID
             PERFORM SAVE-CURRENT-INCIDENT
           END-IF.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-BATCH-RUN TO TRUE.
           MOVE WS-NEW-RUN-ID TO W-ICL-REF.
           MOVE "batch run attached" TO W-ICL-TEXT.
           PERFORM LOG-CHANGE.
           DISPLAY "Run " WS-NEW-RUN-ID " attached.".

           RECORD-ACTION SECTION.
           DISPLAY "Action taken: ".
           ACCEPT WS-NEW-TEXT.
           IF WS-NEW-TEXT = SPACES
             DISPLAY "Nothing recorded."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-ACTION TO TRUE.
           MOVE WS-NEW-TEXT TO W-ICL-TEXT.
           PERFORM LOG-CHANGE.
           DISPLAY "Action recorded.".

           SET-OWNER SECTION.
           DISPLAY "Owner operator id: ".
           ACCEPT WS-NEW-OWNER.
           IF WS-NEW-OWNER = SPACES
             DISPLAY "No owner given."
             EXIT SECTION
           END-IF.
           MOVE WS-NEW-OWNER TO W-INC-OWNER.
           PERFORM SAVE-CURRENT-INCIDENT.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-CHANGE TO TRUE.
           STRING "owner set to " WS-NEW-OWNER
             DELIMITED BY SIZE INTO W-ICL-TEXT.
           PERFORM LOG-CHANGE.
           DISPLAY "Owner set.".

           SET-SEVERITY SECTION.
           DISPLAY "Severity (W warn, E error, F fatal): ".
           ACCEPT WS-NEW-SEVERITY.
           MOVE FUNCTION UPPER-CASE(WS-NEW-SEVERITY)
             TO WS-NEW-SEVERITY.
           IF WS-NEW-SEVERITY NOT = "W" AND NOT = "E"
               AND NOT = "F"
             DISPLAY "Severity must be W, E or F."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-CHANGE TO TRUE.
           STRING "severity " W-INC-SEVERITY " to " WS-NEW-SEVERITY
             DELIMITED BY SIZE INTO W-ICL-TEXT.
           MOVE WS-NEW-SEVERITY TO W-INC-SEVERITY.
           PERFORM SAVE-CURRENT-INCIDENT.
           PERFORM LOG-CHANGE.
           DISPLAY "Severity set.".

           SET-CAUSE SECTION.
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
               UNTIL WS-CAUSE-I > W-CAUSE-COUNT
             DISPLAY "  " W-CAUSE-CODE(WS-CAUSE-I) " "
               W-CAUSE-DESC(WS-CAUSE-I)
           END-PERFORM.
           DISPLAY "Root-cause category: ".
           ACCEPT WS-NEW-CAUSE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CAUSE) TO WS-NEW-CAUSE.
           MOVE ZERO TO WS-CAUSE-FOUND.
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
               UNTIL WS-CAUSE-I > W-CAUSE-COUNT
             IF W-CAUSE-CODE(WS-CAUSE-I) = WS-NEW-CAUSE
               MOVE WS-CAUSE-I TO WS-CAUSE-FOUND
             END-IF
           END-PERFORM.
           IF WS-CAUSE-FOUND = ZERO
             DISPLAY "Not a root-cause category."
             EXIT SECTION
           END-IF.
           MOVE WS-NEW-CAUSE TO W-INC-CAUSE.
           PERFORM SAVE-CURRENT-INCIDENT.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-CHANGE TO TRUE.
           STRING "root cause set to " WS-NEW-CAUSE
             DELIMITED BY SIZE INTO W-ICL-TEXT.
           PERFORM LOG-CHANGE.
           DISPLAY "Root cause set.".

      * An incident closes only once it says why it happened and
      * what was done about it.
           RESOLVE-INCIDENT SECTION.
           IF W-INC-CAUSE = SPACES
             DISPLAY "Set the root cause (7) before resolving."
             EXIT SECTION
           END-IF.
           DISPLAY "Resolution: ".
           ACCEPT WS-NEW-TEXT.
           IF WS-NEW-TEXT = SPACES
             DISPLAY "A resolution is required - not resolved."
             EXIT SECTION
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           SET INC-RESOLVED TO TRUE.
           MOVE W-DATE OF W-BATCH TO W-INC-RESOLVED-DATE.
           MOVE W-TIME OF W-BATCH TO W-INC-RESOLVED-TIME.
           MOVE WS-NEW-TEXT TO W-INC-RESOLUTION.
           PERFORM SAVE-CURRENT-INCIDENT.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-CHANGE TO TRUE.
           MOVE WS-NEW-TEXT TO W-ICL-TEXT.
           MOVE "RESOLVED" TO W-ICL-REF.
           PERFORM LOG-CHANGE.
           MOVE "R" TO WS-ACT-ACTION.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Incident " WS-CURRENT-NUMBER " resolved.".

      * The changed incident goes back over a fresh copy of the
      * file, so an incident NIGHTLY-BATCH opened meanwhile is kept.
           SAVE-CURRENT-INCIDENT SECTION.
           MOVE W-INCIDENT-RECORD TO WS-HOLD-INCIDENT.
           PERFORM LOAD-INCIDENT-FILE.
           MOVE WS-HOLD-INCIDENT TO W-INCIDENT-RECORD.
           MOVE ZERO TO WS-CURRENT-I.
           PERFORM VARYING WS-INCIDENT-I FROM 1 BY 1
               UNTIL WS-INCIDENT-I > WS-INCIDENT-USED
             IF WS-INCIDENT-LINE(WS-INCIDENT-I)(1:6)
                 = W-INCIDENT-RECORD(1:6)
               MOVE WS-INCIDENT-I TO WS-CURRENT-I
             END-IF
           END-PERFORM.
           IF WS-CURRENT-I = ZERO
             DISPLAY "Incident " WS-CURRENT-NUMBER
               " is no longer on file - change not saved."
             EXIT SECTION
           END-IF.
           MOVE W-INCIDENT-RECORD TO WS-INCIDENT-LINE(WS-CURRENT-I).
           OPEN OUTPUT INCIDENT-FILE.
           PERFORM VARYING WS-INCIDENT-I FROM 1 BY 1
               UNTIL WS-INCIDENT-I > WS-INCIDENT-USED
             MOVE WS-INCIDENT-LINE(WS-INCIDENT-I) TO INCIDENT-RECORD
             WRITE INCIDENT-RECORD
           END-PERFORM.
           CLOSE INCIDENT-FILE.

      * Every attachment, action and change is one history row and
      * one activity line.
           LOG-CHANGE SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE WS-CURRENT-NUMBER TO W-ICL-NUMBER.
           MOVE W-DATE OF W-BATCH TO W-ICL-DATE.
           MOVE W-TIME OF W-BATCH TO W-ICL-TIME.
           MOVE WS-OPERATOR-ID TO W-ICL-OPERATOR.
           OPEN EXTEND INCIDENT-LOG-FILE.
           IF WS-INCIDENT-LOG-STATUS = "35"
             OPEN OUTPUT INCIDENT-LOG-FILE
           END-IF.
           WRITE INCIDENT-LOG-RECORD FROM W-INCIDENT-LOG-RECORD.
           CLOSE INCIDENT-LOG-FILE.
           IF NOT ICL-CHANGE OR W-ICL-REF NOT = "RESOLVED"
             MOVE "C" TO WS-ACT-ACTION
             PERFORM WRITE-ACTIVITY-RECORD
           END-IF.
