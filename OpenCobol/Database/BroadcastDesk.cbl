      * acknowledged what from "../broadcast_acks.dat". The messages
      * themselves greet every operator at sign-on through
      * BROADCAST-CHECK until acknowledged.
      * Revision: Maxfx 15/10/2026 - a posted broadcast is sent through
      *   NOTIFY-POST to the operators subscribed to BROADCAST, keyed on
      *   the message id.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROADCAST-DESK.
             88 ENTERED-DATE-VALID VALUE "Y".
           77 WS-WANTED-ID  PIC 9(4).

      * Notification of a new broadcast through NOTIFY-POST.
           77 WS-NTF-EVENT     PIC X(10) VALUE "BROADCAST".
           77 WS-NTF-SUBJECT   PIC X(50).
           77 WS-NTF-BODY      PIC X(120).
           77 WS-NTF-KEY       PIC X(40).
           77 WS-NTF-RECIPIENT PIC X(8) VALUE SPACES.
           77 WS-NTF-POSTED    PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.
           DISPLAY "Broadcast " WS-NEXT-MSG-ID " posted.".
           PERFORM NOTIFY-SUBSCRIBERS.

           NOTIFY-SUBSCRIBERS SECTION.
           MOVE SPACES TO WS-NTF-SUBJECT WS-NTF-BODY WS-NTF-KEY.
           STRING "BROADCAST " WS-NEXT-MSG-ID DELIMITED BY SIZE
             INTO WS-NTF-KEY.
           STRING "Broadcast " WS-NEXT-MSG-ID " from " WS-OPERATOR-ID
             DELIMITED BY SIZE INTO WS-NTF-SUBJECT.
           STRING WS-NEW-TEXT " (from " WS-NEW-FROM ")"
             DELIMITED BY SIZE INTO WS-NTF-BODY.
           CALL "NOTIFY-POST" USING WS-NTF-EVENT WS-NTF-SUBJECT
             WS-NTF-BODY WS-NTF-KEY WS-NTF-RECIPIENT WS-NTF-POSTED.
           IF WS-NTF-POSTED > ZERO
             DISPLAY "Sent to " WS-NTF-POSTED " subscriber(s)."
           END-IF.

           LIST-BROADCASTS SECTION.
           OPEN INPUT BROADCAST-FILE.
