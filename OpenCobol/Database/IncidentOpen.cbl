      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Opens an incident in "../incidents.dat" (see Incident.cpy)
      * and logs the batch run it belongs to in
      * "../incident_log.dat" (see IncidentLog.cpy). Numbers run on
      * from the highest in the file. INCIDENT-DESK opens incidents
      * by hand through it; NIGHTLY-BATCH opens one when a step fails.
      * A bad night fails more than one step, and they are one
      * incident, not several: in mode "A" a run that already has an
      * open incident gets the new failure logged as an action on it
      * (its severity raised if the new one is worse) instead of a
      * second incident. Mode "N" always opens a new one.
      *
      * CALL "INCIDENT-OPEN" USING <mode X> <severity X>
      *   <title X(50)> <run-id X(16)> <opened-by X(8)>
      *   <incident number 9(6)>
      * The incident number comes back zero if incidents.dat could
      * not be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT-OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "../incidents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INCIDENT-STATUS.

           SELECT INCIDENT-LOG-FILE ASSIGN TO "../incident_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-INCIDENT-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD INCIDENT-FILE.
           01 INCIDENT-RECORD PIC X(202).

           FD INCIDENT-LOG-FILE.
           01 INCIDENT-LOG-RECORD PIC X(113).

       WORKING-STORAGE SECTION.
           77 WS-INCIDENT-STATUS     PIC XX.
           77 WS-INCIDENT-LOG-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "Incident.cpy".
           COPY "IncidentLog.cpy".

      * The incident file in memory, so a raised severity can be
      * written back in place.
           78 WS-MAX-INCIDENTS VALUE 500.
           01 WS-INCIDENT-TABLE.
             05 WS-INCIDENT-LINE PIC X(202) OCCURS 500 TIMES.
           77 WS-INCIDENT-USED PIC 9(3).
           77 WS-INCIDENT-I    PIC 9(3).
           77 WS-JOIN-I        PIC 9(3).
           77 WS-HIGH-NUMBER   PIC 9(6).

      * Severity rank: W below E below F.
           77 WS-RANK-OLD PIC 9.
           77 WS-RANK-NEW PIC 9.
           77 WS-RANK-SEVERITY PIC X.
           77 WS-RANK          PIC 9.

       LINKAGE SECTION.
           01 LS-MODE      PIC X.
             88 MODE-JOIN-RUN VALUE "A".
           01 LS-SEVERITY  PIC X.
           01 LS-TITLE     PIC X(50).
           01 LS-RUN-ID    PIC X(16).
           01 LS-OPENED-BY PIC X(8).
           01 LS-NUMBER    PIC 9(6).

       PROCEDURE DIVISION USING LS-MODE LS-SEVERITY LS-TITLE
           LS-RUN-ID LS-OPENED-BY LS-NUMBER.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-NUMBER.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-INCIDENT-FILE.
           IF WS-INCIDENT-USED >= WS-MAX-INCIDENTS
             DISPLAY "INCIDENT-OPEN: incidents.dat is full - "
               "incident not opened: " FUNCTION TRIM(LS-TITLE)
             GOBACK
           END-IF.
           IF MODE-JOIN-RUN AND LS-RUN-ID NOT = SPACES
             PERFORM FIND-OPEN-RUN-INCIDENT
           END-IF.
           IF WS-JOIN-I NOT = ZERO
             PERFORM JOIN-RUN-INCIDENT
           ELSE
             PERFORM OPEN-NEW-INCIDENT
           END-IF.
           GOBACK.

           LOAD-INCIDENT-FILE SECTION.
           MOVE ZERO TO WS-INCIDENT-USED.
           MOVE ZERO TO WS-HIGH-NUMBER.
           MOVE ZERO TO WS-JOIN-I.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ INCIDENT-FILE INTO W-INCIDENT-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-INCIDENT-USED < WS-MAX-INCIDENTS
                   ADD 1 TO WS-INCIDENT-USED
                   MOVE W-INCIDENT-RECORD
                     TO WS-INCIDENT-LINE(WS-INCIDENT-USED)
                 END-IF
                 IF W-INC-NUMBER NUMERIC
                     AND W-INC-NUMBER > WS-HIGH-NUMBER
                   MOVE W-INC-NUMBER TO WS-HIGH-NUMBER
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE INCIDENT-FILE.

           FIND-OPEN-RUN-INCIDENT SECTION.
           PERFORM VARYING WS-INCIDENT-I FROM 1 BY 1
               UNTIL WS-INCIDENT-I > WS-INCIDENT-USED
             MOVE WS-INCIDENT-LINE(WS-INCIDENT-I)
               TO W-INCIDENT-RECORD
             IF INC-OPEN AND W-INC-RUN-ID = LS-RUN-ID
               MOVE WS-INCIDENT-I TO WS-JOIN-I
             END-IF
           END-PERFORM.

           OPEN-NEW-INCIDENT SECTION.
           MOVE SPACES TO W-INCIDENT-RECORD.
           COMPUTE W-INC-NUMBER = WS-HIGH-NUMBER + 1.
           SET INC-OPEN TO TRUE.
           MOVE LS-SEVERITY TO W-INC-SEVERITY.
           MOVE W-DATE OF W-BATCH TO W-INC-OPENED-DATE.
           MOVE W-TIME OF W-BATCH TO W-INC-OPENED-TIME.
           MOVE LS-OPENED-BY TO W-INC-OPENED-BY.
           MOVE LS-RUN-ID TO W-INC-RUN-ID.
           MOVE LS-TITLE TO W-INC-TITLE.
           OPEN EXTEND INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "35"
             OPEN OUTPUT INCIDENT-FILE
           END-IF.
           IF WS-INCIDENT-STATUS NOT = "00"
             DISPLAY "INCIDENT-OPEN: incidents.dat could not be "
               "written, status " WS-INCIDENT-STATUS
             EXIT SECTION
           END-IF.
           WRITE INCIDENT-RECORD FROM W-INCIDENT-RECORD.
           CLOSE INCIDENT-FILE.
           MOVE W-INC-NUMBER TO LS-NUMBER.
           IF LS-RUN-ID NOT = SPACES
             MOVE SPACES TO W-INCIDENT-LOG-RECORD
             SET ICL-BATCH-RUN TO TRUE
             MOVE LS-RUN-ID TO W-ICL-REF
             MOVE "batch run attached when the incident was opened"
               TO W-ICL-TEXT
             PERFORM APPEND-INCIDENT-LOG
           END-IF.

      * The run's incident is already open: the new failure goes on
      * it as an action, and a worse severity replaces the old.
           JOIN-RUN-INCIDENT SECTION.
           MOVE WS-INCIDENT-LINE(WS-JOIN-I) TO W-INCIDENT-RECORD.
           MOVE W-INC-NUMBER TO LS-NUMBER.
           MOVE W-INC-SEVERITY TO WS-RANK-SEVERITY.
           PERFORM RANK-SEVERITY.
           MOVE WS-RANK TO WS-RANK-OLD.
           MOVE LS-SEVERITY TO WS-RANK-SEVERITY.
           PERFORM RANK-SEVERITY.
           MOVE WS-RANK TO WS-RANK-NEW.
           IF WS-RANK-NEW > WS-RANK-OLD
             MOVE LS-SEVERITY TO W-INC-SEVERITY
             MOVE W-INCIDENT-RECORD TO WS-INCIDENT-LINE(WS-JOIN-I)
             PERFORM REWRITE-INCIDENT-FILE
           END-IF.
           MOVE SPACES TO W-INCIDENT-LOG-RECORD.
           SET ICL-ACTION TO TRUE.
           MOVE LS-RUN-ID TO W-ICL-REF.
           MOVE LS-TITLE TO W-ICL-TEXT.
           PERFORM APPEND-INCIDENT-LOG.

           RANK-SEVERITY SECTION.
           EVALUATE WS-RANK-SEVERITY
             WHEN "F"
               MOVE 3 TO WS-RANK
             WHEN "E"
               MOVE 2 TO WS-RANK
             WHEN OTHER
               MOVE 1 TO WS-RANK
           END-EVALUATE.

           REWRITE-INCIDENT-FILE SECTION.
           OPEN OUTPUT INCIDENT-FILE.
           PERFORM VARYING WS-INCIDENT-I FROM 1 BY 1
               UNTIL WS-INCIDENT-I > WS-INCIDENT-USED
             WRITE INCIDENT-RECORD
               FROM WS-INCIDENT-LINE(WS-INCIDENT-I)
           END-PERFORM.
           CLOSE INCIDENT-FILE.

           APPEND-INCIDENT-LOG SECTION.
           MOVE LS-NUMBER TO W-ICL-NUMBER.
           MOVE W-DATE OF W-BATCH TO W-ICL-DATE.
           MOVE W-TIME OF W-BATCH TO W-ICL-TIME.
           MOVE LS-OPENED-BY TO W-ICL-OPERATOR.
           OPEN EXTEND INCIDENT-LOG-FILE.
           IF WS-INCIDENT-LOG-STATUS = "35"
             OPEN OUTPUT INCIDENT-LOG-FILE
           END-IF.
           WRITE INCIDENT-LOG-RECORD FROM W-INCIDENT-LOG-RECORD.
           CLOSE INCIDENT-LOG-FILE.
