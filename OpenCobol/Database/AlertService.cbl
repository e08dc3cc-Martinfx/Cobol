      *   <message X(50)> <run-id X(16)>
      * Severity: "W" warning, "E" error, "F" fatal - the same scale
      * DATA-RULE-ENGINE already speaks.
      * Revision: Maxfx 15/10/2026 - the alert record carries three
      *   escalation steps (who it went to, date and time) after the
      *   acknowledgment, filled in by ALERT-ESCALATION; a new alert is
      *   written with them blank.
      * Revision: Maxfx 15/10/2026 - every alert filed is also posted
      *   through NOTIFY-POST to the operators subscribed to ALERT-W,
      *   ALERT-E or ALERT-F, keyed on its date, time and program so it
      *   is never sent twice.
      * Revision: Maxfx 15/10/2026 - the alert record ends with the time
      *   of the acknowledgment, so acknowledgment times can be
      *   measured; a new alert is written with it blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-SERVICE.
             05 ALR-ACK-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 ALR-ACK-DATE PIC X(8).
      * Escalation steps, filled in by ALERT-ESCALATION: 1 on-call
      * primary, 2 backup, 3 supervisor. A new alert carries none.
             05 ALR-ESC-STEP OCCURS 3 TIMES.
               10 FILLER       PIC X.
               10 ALR-ESC-TO   PIC X(8).
               10 FILLER       PIC X.
               10 ALR-ESC-DATE PIC X(8).
               10 FILLER       PIC X.
               10 ALR-ESC-TIME PIC X(8).
      * Time of the acknowledgment, beside its date above; blank on
      * an alert acknowledged before the time was kept.
             05 FILLER       PIC X.
             05 ALR-ACK-TIME PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-ALERT-STATUS PIC XX.
           COPY "BatchStamp.cpy".

      * Notification of the alert through NOTIFY-POST.
           77 WS-NTF-EVENT     PIC X(10).
           77 WS-NTF-SUBJECT   PIC X(50).
           77 WS-NTF-BODY      PIC X(120).
           77 WS-NTF-KEY       PIC X(40).
           77 WS-NTF-RECIPIENT PIC X(8) VALUE SPACES.
           77 WS-NTF-POSTED    PIC 9(3).

       LINKAGE SECTION.
           01 LS-SEVERITY PIC X.
           01 LS-PROGRAM  PIC X(30).
           MOVE LS-MESSAGE TO ALR-MESSAGE.
           WRITE ALERT-RECORD.
           CLOSE ALERT-FILE.
           PERFORM NOTIFY-SUBSCRIBERS.
           GOBACK.

      * The key is the one ALERT-ESCALATION builds from the alert
      * line, so an escalation never repeats what was sent here.
           NOTIFY-SUBSCRIBERS SECTION.
           MOVE SPACES TO WS-NTF-EVENT WS-NTF-SUBJECT WS-NTF-BODY
             WS-NTF-KEY.
           STRING "ALERT-" LS-SEVERITY DELIMITED BY SIZE
             INTO WS-NTF-EVENT.
           STRING "ALERT " W-DATE OF W-BATCH W-TIME OF W-BATCH " "
             LS-PROGRAM(1:20) DELIMITED BY SIZE INTO WS-NTF-KEY.
           STRING LS-SEVERITY " alert from " LS-PROGRAM(1:20)
             DELIMITED BY SIZE INTO WS-NTF-SUBJECT.
           STRING LS-MESSAGE " - run " LS-RUN-ID " at "
             W-DATE OF W-BATCH " " W-TIME OF W-BATCH(1:4)
             DELIMITED BY SIZE INTO WS-NTF-BODY.
           CALL "NOTIFY-POST" USING WS-NTF-EVENT WS-NTF-SUBJECT
             WS-NTF-BODY WS-NTF-KEY WS-NTF-RECIPIENT WS-NTF-POSTED.
