      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Notification subscription maintenance. "../notify_
      * subscriptions.dat" (see NotifySubscription.cpy) says which
      * operators want which event types on which channel - mail or
      * SMS, with the address - and whether only while on the on-call
      * rota or always. NOTIFY-POST reads it whenever ALERT-SERVICE,
      * NIGHTLY-BATCH or BROADCAST-DESK has something to tell.
      * An operator lists, adds and removes their own subscriptions;
      * a supervisor sees everyone's and may add or remove them for
      * any operator on the operator master. The inquiry role may
      * only list. One operator cannot hold the same event on the same
      * channel twice. Every change and refusal is written to the
      * activity log.
      * Revision: Maxfx 15/10/2026 - reads the operator master row with
      *   the supervisor at its end.
      * Revision: Maxfx 15/10/2026 - the operator master record is 62
      *   bytes, as OPERATOR-SIGNON writes it, so a row with a
      *   supervisor is no longer split on reading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-SUBSCRIPTIONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
           ASSIGN TO "../notify_subscriptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBSCRIPTION-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "../operator_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUBSCRIPTION-FILE.
           01 SUBSCRIPTION-RECORD PIC X(67).

           FD OPERATOR-MASTER-FILE.
           01 OPERATOR-MASTER-RECORD.
             05 OPM-ID       PIC X(8).
             05 FILLER       PIC X.
             05 OPM-NAME     PIC X(20).
             05 FILLER       PIC X(33).

       WORKING-STORAGE SECTION.
           77 WS-SUBSCRIPTION-STATUS PIC XX.
           77 WS-OPERATOR-STATUS     PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "NotifySubscription.cpy".

      * Sign-on through the shared OPERATOR-SIGNON service.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-SUPERVISOR  VALUE "S".
             88 ROLE-INQUIRY     VALUE "I".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20) VALUE "NOTIFY-SUBSCRIPTIONS".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).

      * The subscriptions in memory, so a removal can rewrite the
      * file.
           78 WS-MAX-SUBSCRIPTIONS VALUE 500.
           01 WS-SUBSCRIPTION-TABLE.
             05 WS-SUBSCRIPTION-LINE PIC X(67) OCCURS 500 TIMES.
           77 WS-SUBSCRIPTION-USED PIC 9(3) VALUE ZERO.
           77 WS-SUBSCRIPTION-I    PIC 9(3).
           77 WS-PICKED-NO         PIC 9(3).

           77 WS-DONE PIC X VALUE "N".
             88 SUBSCRIPTIONS-DONE VALUE "Y".
           77 WS-CHOICE PIC X.

      * The subscription being added.
           01 WS-NEW-SUBSCRIPTION.
             05 WS-NEW-OPERATOR PIC X(8).
             05 WS-NEW-EVENT    PIC X(10).
             05 WS-NEW-CHANNEL  PIC X(4).
             05 WS-NEW-WHEN     PIC X.
             05 WS-NEW-ADDRESS  PIC X(40).
           77 WS-OPERATOR-FOUND PIC X.
             88 OPERATOR-ON-MASTER VALUE "Y".
           77 WS-CLASH-I  PIC 9(3).
           77 WS-AT-COUNT PIC 9(3).

           01 WS-EVENT-NAMES.
             05 FILLER PIC X(10) VALUE "ALERT-F".
             05 FILLER PIC X(10) VALUE "ALERT-E".
             05 FILLER PIC X(10) VALUE "ALERT-W".
             05 FILLER PIC X(10) VALUE "BATCH-FAIL".
             05 FILLER PIC X(10) VALUE "BATCH-OK".
             05 FILLER PIC X(10) VALUE "BROADCAST".
             05 FILLER PIC X(10) VALUE "ALL".
           01 WS-EVENT-TABLE REDEFINES WS-EVENT-NAMES.
             05 WS-EVENT-CODE PIC X(10) OCCURS 7 TIMES.
           77 WS-EVENT-I     PIC 9.
           77 WS-EVENT-FOUND PIC X.
             88 EVENT-KNOWN  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - notification subscriptions "
               "refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM UNTIL SUBSCRIPTIONS-DONE
             PERFORM LOAD-SUBSCRIPTION-FILE
             DISPLAY "-------------------------------------------------"
             DISPLAY "NOTIFICATION SUBSCRIPTIONS"
             DISPLAY "L) List  A) Add subscription  "
               "D) Remove subscription  Q) Quit"
             ACCEPT WS-CHOICE
             EVALUATE WS-CHOICE
               WHEN "L"
               WHEN "l"
                 PERFORM LIST-SUBSCRIPTIONS
               WHEN "A"
               WHEN "a"
                 IF ROLE-INQUIRY
                   PERFORM REFUSE-BY-ROLE
                 ELSE
                   PERFORM ADD-SUBSCRIPTION
                 END-IF
               WHEN "D"
               WHEN "d"
                 IF ROLE-INQUIRY
                   PERFORM REFUSE-BY-ROLE
                 ELSE
                   PERFORM REMOVE-SUBSCRIPTION
                 END-IF
               WHEN "Q"
               WHEN "q"
                 SET SUBSCRIPTIONS-DONE TO TRUE
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
           MOVE "NOTIFYSUBS" TO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

           LOAD-SUBSCRIPTION-FILE SECTION.
           MOVE ZERO TO WS-SUBSCRIPTION-USED.
           OPEN INPUT SUBSCRIPTION-FILE.
           IF WS-SUBSCRIPTION-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SUBSCRIPTION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
      * A row past the buffer would vanish when a removal rewrites
      * the file - close the screen instead.
                 IF WS-SUBSCRIPTION-USED >= WS-MAX-SUBSCRIPTIONS
                   DISPLAY "ERROR: notify_subscriptions.dat exceeds "
                     "the " WS-MAX-SUBSCRIPTIONS "-row buffer - "
                     "subscriptions closed before any rewrite"
                   MOVE 1 TO RETURN-CODE
                   CLOSE SUBSCRIPTION-FILE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-SUBSCRIPTION-USED
                 MOVE SUBSCRIPTION-RECORD
                   TO WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-USED)
             END-READ
           END-PERFORM.
           CLOSE SUBSCRIPTION-FILE.

      * The list number is the row in the file, which removal asks
      * for.
           LIST-SUBSCRIPTIONS SECTION.
           DISPLAY "No. Operator Event      Chan W Address".
           PERFORM VARYING WS-SUBSCRIPTION-I FROM 1 BY 1
               UNTIL WS-SUBSCRIPTION-I > WS-SUBSCRIPTION-USED
             MOVE WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-I)
               TO W-SUBSCRIPTION-RECORD
             IF ROLE-SUPERVISOR OR W-NSB-OPERATOR = WS-OPERATOR-ID
               DISPLAY WS-SUBSCRIPTION-I " " W-NSB-OPERATOR " "
                 W-NSB-EVENT " " W-NSB-CHANNEL " " W-NSB-WHEN " "
                 W-NSB-ADDRESS
             END-IF
           END-PERFORM.
           DISPLAY "W: R only while on the on-call rota, A always.".

           ADD-SUBSCRIPTION SECTION.
           MOVE SPACES TO WS-NEW-SUBSCRIPTION.
           IF ROLE-SUPERVISOR
             DISPLAY "Operator id (blank = yourself): "
             ACCEPT WS-NEW-OPERATOR
           END-IF.
           IF WS-NEW-OPERATOR = SPACES
             MOVE WS-OPERATOR-ID TO WS-NEW-OPERATOR
           END-IF.
           PERFORM CHECK-OPERATOR-MASTER.
           IF NOT OPERATOR-ON-MASTER
             DISPLAY "Operator " WS-NEW-OPERATOR
               " is not on the operator master - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "Event (ALERT-F ALERT-E ALERT-W BATCH-FAIL "
             "BATCH-OK BROADCAST ALL): ".
           ACCEPT WS-NEW-EVENT.
           MOVE FUNCTION UPPER-CASE(WS-NEW-EVENT) TO WS-NEW-EVENT.
           MOVE "N" TO WS-EVENT-FOUND.
           PERFORM VARYING WS-EVENT-I FROM 1 BY 1 UNTIL WS-EVENT-I > 7
             IF WS-EVENT-CODE(WS-EVENT-I) = WS-NEW-EVENT
               MOVE "Y" TO WS-EVENT-FOUND
             END-IF
           END-PERFORM.
           IF NOT EVENT-KNOWN
             DISPLAY "Not an event type - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "Channel (MAIL or SMS): ".
           ACCEPT WS-NEW-CHANNEL.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CHANNEL) TO WS-NEW-CHANNEL.
           IF WS-NEW-CHANNEL NOT = "MAIL" AND NOT = "SMS"
             DISPLAY "Channel must be MAIL or SMS - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "Address (mail address or phone number): ".
           ACCEPT WS-NEW-ADDRESS.
           IF WS-NEW-ADDRESS = SPACES
             DISPLAY "No address - not added."
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT WS-NEW-ADDRESS TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-NEW-CHANNEL = "MAIL" AND WS-AT-COUNT NOT = 1
             DISPLAY "A mail address holds one @ - not added."
             EXIT SECTION
           END-IF.
           IF WS-NEW-CHANNEL = "SMS" AND WS-AT-COUNT NOT = ZERO
             DISPLAY "An SMS address is a phone number - not added."
             EXIT SECTION
           END-IF.
           DISPLAY "R) Only while on the rota  A) Always: ".
           ACCEPT WS-NEW-WHEN.
           MOVE FUNCTION UPPER-CASE(WS-NEW-WHEN) TO WS-NEW-WHEN.
           IF WS-NEW-WHEN NOT = "A"
             MOVE "R" TO WS-NEW-WHEN
           END-IF.
           PERFORM FIND-SUBSCRIPTION-CLASH.
           IF WS-CLASH-I NOT = ZERO
             DISPLAY WS-NEW-OPERATOR " already has " WS-NEW-EVENT
               " by " WS-NEW-CHANNEL " on row " WS-CLASH-I
               " - not added."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-SUBSCRIPTION-RECORD.
           MOVE WS-NEW-OPERATOR TO W-NSB-OPERATOR.
           MOVE WS-NEW-EVENT TO W-NSB-EVENT.
           MOVE WS-NEW-CHANNEL TO W-NSB-CHANNEL.
           MOVE WS-NEW-WHEN TO W-NSB-WHEN.
           MOVE WS-NEW-ADDRESS TO W-NSB-ADDRESS.
           OPEN EXTEND SUBSCRIPTION-FILE.
           IF WS-SUBSCRIPTION-STATUS = "35"
             OPEN OUTPUT SUBSCRIPTION-FILE
           END-IF.
           WRITE SUBSCRIPTION-RECORD FROM W-SUBSCRIPTION-RECORD.
           CLOSE SUBSCRIPTION-FILE.
           MOVE "A" TO WS-ACT-ACTION.
           MOVE WS-NEW-OPERATOR TO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Subscription added.".

           CHECK-OPERATOR-MASTER SECTION.
           MOVE "N" TO WS-OPERATOR-FOUND.
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

           FIND-SUBSCRIPTION-CLASH SECTION.
           MOVE ZERO TO WS-CLASH-I.
           PERFORM VARYING WS-SUBSCRIPTION-I FROM 1 BY 1
               UNTIL WS-SUBSCRIPTION-I > WS-SUBSCRIPTION-USED
               OR WS-CLASH-I NOT = ZERO
             MOVE WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-I)
               TO W-SUBSCRIPTION-RECORD
             IF W-NSB-OPERATOR = WS-NEW-OPERATOR
                 AND W-NSB-EVENT = WS-NEW-EVENT
                 AND W-NSB-CHANNEL = WS-NEW-CHANNEL
               MOVE WS-SUBSCRIPTION-I TO WS-CLASH-I
             END-IF
           END-PERFORM.

           REMOVE-SUBSCRIPTION SECTION.
           DISPLAY "Row number to remove (0 to cancel): ".
           ACCEPT WS-PICKED-NO.
           IF WS-PICKED-NO = ZERO
             EXIT SECTION
           END-IF.
           IF WS-PICKED-NO > WS-SUBSCRIPTION-USED
             DISPLAY "No row " WS-PICKED-NO " in the subscriptions."
             EXIT SECTION
           END-IF.
           MOVE WS-SUBSCRIPTION-LINE(WS-PICKED-NO)
             TO W-SUBSCRIPTION-RECORD.
           IF NOT ROLE-SUPERVISOR
               AND W-NSB-OPERATOR NOT = WS-OPERATOR-ID
             DISPLAY "Row " WS-PICKED-NO " is not your subscription"
               " - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "NOTIFYSUBS" TO WS-ACT-KEY
             PERFORM WRITE-ACTIVITY-RECORD
             EXIT SECTION
           END-IF.
           OPEN OUTPUT SUBSCRIPTION-FILE.
           PERFORM VARYING WS-SUBSCRIPTION-I FROM 1 BY 1
               UNTIL WS-SUBSCRIPTION-I > WS-SUBSCRIPTION-USED
             IF WS-SUBSCRIPTION-I NOT = WS-PICKED-NO
               WRITE SUBSCRIPTION-RECORD
                 FROM WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-I)
             END-IF
           END-PERFORM.
           CLOSE SUBSCRIPTION-FILE.
           MOVE "D" TO WS-ACT-ACTION.
           MOVE W-NSB-OPERATOR TO WS-ACT-KEY.
           PERFORM WRITE-ACTIVITY-RECORD.
           DISPLAY "Row " WS-PICKED-NO " removed (" W-NSB-OPERATOR
             " " W-NSB-EVENT " " W-NSB-CHANNEL ").".
