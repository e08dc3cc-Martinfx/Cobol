      *   shared OPERATOR-SIGNON service (password, lockout, role)
      *   and the dead local operator/activity file areas are gone -
      *   the activity line travels through ACTIVITY-LOG-WRITE.
      * Revision: Maxfx 15/10/2026 - the alert line carries
      *   ALERT-ESCALATION's three escalation steps, kept through an
      *   acknowledgment's rewrite, and the list shows who an escalated
      *   alert is now with.
      * Revision: Maxfx 15/10/2026 - an acknowledgment records the time
      *   as well as the date, stamped when it is made, at the end of
      *   the widened alert record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-CONSOLE.
       DATA DIVISION.
       FILE SECTION.
           FD ALERT-FILE.
           01 ALERT-RECORD PIC X(218).

       WORKING-STORAGE SECTION.
           77 WS-ALERT-STATUS    PIC XX.
                 15 WS-AL-ACK-OPERATOR PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-ACK-DATE PIC X(8).
                 15 WS-AL-ESC-STEP OCCURS 3 TIMES.
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-TO    PIC X(8).
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-DATE  PIC X(8).
                   20 FILLER          PIC X.
                   20 WS-AL-ESC-TIME  PIC X(8).
                 15 FILLER         PIC X.
                 15 WS-AL-ACK-TIME PIC X(8).
           77 WS-ALERT-USED PIC 9(3) VALUE ZERO.
           77 WS-ALERT-I    PIC 9(3).
           77 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
           77 WS-LIST-NO    PIC 9(3).
           77 WS-PICKED-NO  PIC 9(3).
           77 WS-ESC-I      PIC 9.
           77 WS-ESC-LAST   PIC 9.
           01 WS-ESC-LEVEL-NAMES.
             05 FILLER PIC X(10) VALUE "primary".
             05 FILLER PIC X(10) VALUE "backup".
             05 FILLER PIC X(10) VALUE "supervisor".
           01 WS-ESC-LEVEL-TABLE REDEFINES WS-ESC-LEVEL-NAMES.
             05 WS-ESC-LEVEL-NAME PIC X(10) OCCURS 3 TIMES.
           77 WS-DONE PIC X VALUE "N".
             88 CONSOLE-DONE VALUE "Y".

                 WS-AL-TIME(WS-ALERT-I) " "
                 WS-AL-PROGRAM(WS-ALERT-I) " "
                 FUNCTION TRIM(WS-AL-MESSAGE(WS-ALERT-I))
               PERFORM SHOW-ESCALATION
             END-IF
           END-PERFORM.
           DISPLAY "---------------------------------------------".

      * The last escalation step reached says whose alert it is now.
           SHOW-ESCALATION SECTION.
           MOVE ZERO TO WS-ESC-LAST.
           PERFORM VARYING WS-ESC-I FROM 1 BY 1 UNTIL WS-ESC-I > 3
             IF WS-AL-ESC-DATE(WS-ALERT-I WS-ESC-I) NOT = SPACES
               MOVE WS-ESC-I TO WS-ESC-LAST
             END-IF
           END-PERFORM.
           IF WS-ESC-LAST NOT = ZERO
             DISPLAY "       escalated to "
               WS-AL-ESC-TO(WS-ALERT-I WS-ESC-LAST) " ("
               WS-ESC-LEVEL-NAME(WS-ESC-LAST) ") "
               WS-AL-ESC-DATE(WS-ALERT-I WS-ESC-LAST) " "
               WS-AL-ESC-TIME(WS-ALERT-I WS-ESC-LAST)(1:4)
           END-IF.

           ACKNOWLEDGE-ALERT SECTION.
           IF WS-PICKED-NO > WS-ALERT-USED
               OR NOT ALERT-OPEN(WS-PICKED-NO)
             DISPLAY "That is not an open alert."
             EXIT SECTION
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "A" TO WS-AL-STATE(WS-PICKED-NO).
           MOVE WS-OPERATOR-ID TO WS-AL-ACK-OPERATOR(WS-PICKED-NO).
           MOVE W-DATE OF W-BATCH TO WS-AL-ACK-DATE(WS-PICKED-NO).
           MOVE W-TIME OF W-BATCH TO WS-AL-ACK-TIME(WS-PICKED-NO).
           PERFORM REWRITE-ALERT-FILE.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Alert " WS-PICKED-NO " acknowledged.".
