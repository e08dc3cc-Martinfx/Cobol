      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Outbound notification service. Posts a message for the
      * mail/SMS gateway to "../notify_spool.dat" (see NotifySpool.cpy)
      * for every operator subscribed to the event type in
      * "../notify_subscriptions.dat" (see NotifySubscription.cpy) -
      * one spool line per operator and channel.
      * A subscriber who is not on the on-call rota ("../oncall_rota.
      * dat") at the time is passed over unless their subscription
      * says always; the gateway is not there to wake people who are
      * off duty.
      * The dedupe key names what is being told about. Each key sent
      * to an operator on a channel is written to the sent register
      * "../notify_sent.dat", and a key already there for that
      * operator and channel is never spooled again - a second post
      * about the same alert, batch run or broadcast sends nothing.
      * A blank key is not deduplicated.
      * A recipient given by the caller narrows the post to that
      * operator's own subscriptions and skips the rota test - the
      * caller (ALERT-ESCALATION) has already picked them off the
      * rota.
      * This service never raises alerts itself: ALERT-SERVICE posts
      * through it.
      *
      * CALL "NOTIFY-POST" USING <event X(10)> <subject X(50)>
      *   <body X(120)> <dedupe-key X(40)> <recipient X(8)>
      *   <posted 9(3)>
      * Posted comes back as the number of spool lines written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
           ASSIGN TO "../notify_subscriptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBSCRIPTION-STATUS.

           SELECT ROTA-FILE ASSIGN TO "../oncall_rota.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ROTA-STATUS.

           SELECT SENT-FILE ASSIGN TO "../notify_sent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SENT-STATUS.

           SELECT SPOOL-FILE ASSIGN TO "../notify_spool.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SPOOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SUBSCRIPTION-FILE.
           01 SUBSCRIPTION-RECORD PIC X(67).

           FD ROTA-FILE.
           01 ROTA-RECORD PIC X(36).

           FD SENT-FILE.
           01 SENT-RECORD.
             05 SNT-DEDUPE-KEY PIC X(40).
             05 FILLER         PIC X.
             05 SNT-OPERATOR   PIC X(8).
             05 FILLER         PIC X.
             05 SNT-CHANNEL    PIC X(4).
             05 FILLER         PIC X.
             05 SNT-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 SNT-TIME       PIC X(8).

           FD SPOOL-FILE.
           01 SPOOL-RECORD PIC X(296).

       WORKING-STORAGE SECTION.
           77 WS-SUBSCRIPTION-STATUS PIC XX.
           77 WS-ROTA-STATUS         PIC XX.
           77 WS-SENT-STATUS         PIC XX.
           77 WS-SPOOL-STATUS        PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "NotifySpool.cpy".
           COPY "NotifySubscription.cpy".
           COPY "OnCallRota.cpy".

      * The subscriptions in memory, so the rota and sent register
      * can be read for each one without reopening the list.
           78 WS-MAX-SUBSCRIPTIONS VALUE 500.
           01 WS-SUBSCRIPTION-TABLE.
             05 WS-SUBSCRIPTION-LINE PIC X(67) OCCURS 500 TIMES.
           77 WS-SUBSCRIPTION-USED PIC 9(3) VALUE ZERO.
           77 WS-SUBSCRIPTION-I    PIC 9(3).

           77 WS-NOW PIC X(12).
           77 WS-ON-ROTA PIC X.
             88 OPERATOR-ON-ROTA VALUE "Y".
           77 WS-ALREADY-SENT PIC X.
             88 KEY-ALREADY-SENT VALUE "Y".
           77 WS-SUPPRESSED PIC 9(3).

       LINKAGE SECTION.
           01 LS-EVENT      PIC X(10).
           01 LS-SUBJECT    PIC X(50).
           01 LS-BODY       PIC X(120).
           01 LS-DEDUPE-KEY PIC X(40).
           01 LS-RECIPIENT  PIC X(8).
           01 LS-POSTED     PIC 9(3).

       PROCEDURE DIVISION USING LS-EVENT LS-SUBJECT LS-BODY
           LS-DEDUPE-KEY LS-RECIPIENT LS-POSTED.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-POSTED WS-SUPPRESSED.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO WS-NOW(1:8).
           MOVE W-TIME OF W-BATCH(1:4) TO WS-NOW(9:4).
           PERFORM LOAD-SUBSCRIPTIONS.
           PERFORM VARYING WS-SUBSCRIPTION-I FROM 1 BY 1
               UNTIL WS-SUBSCRIPTION-I > WS-SUBSCRIPTION-USED
             MOVE WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-I)
               TO W-SUBSCRIPTION-RECORD
             IF (W-NSB-EVENT = LS-EVENT OR W-NSB-EVENT = "ALL")
                 AND (LS-RECIPIENT = SPACES
                   OR W-NSB-OPERATOR = LS-RECIPIENT)
               PERFORM POST-TO-SUBSCRIBER
             END-IF
           END-PERFORM.
           IF WS-SUPPRESSED > ZERO
             DISPLAY "NOTIFY-POST: " LS-EVENT " not sent to "
               WS-SUPPRESSED " subscriber(s) off the rota"
           END-IF.
           GOBACK.

      * No subscriptions file simply means nobody wants telling.
           LOAD-SUBSCRIPTIONS SECTION.
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
                 IF WS-SUBSCRIPTION-USED >= WS-MAX-SUBSCRIPTIONS
                   DISPLAY "WARNING: notify_subscriptions.dat exceeds"
                     " the " WS-MAX-SUBSCRIPTIONS "-row buffer - "
                     "later rows not notified"
                   SET EOF-T TO TRUE
                 ELSE
                   ADD 1 TO WS-SUBSCRIPTION-USED
                   MOVE SUBSCRIPTION-RECORD
                     TO WS-SUBSCRIPTION-LINE(WS-SUBSCRIPTION-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUBSCRIPTION-FILE.

      * The register entry goes down as soon as the line is spooled,
      * so a second subscription of the same operator to the same
      * channel (one for the event, one for ALL) finds it and sends
      * nothing.
           POST-TO-SUBSCRIBER SECTION.
           IF LS-RECIPIENT = SPACES AND NOT NSB-ALWAYS
             PERFORM CHECK-ON-ROTA
             IF NOT OPERATOR-ON-ROTA
               ADD 1 TO WS-SUPPRESSED
               EXIT SECTION
             END-IF
           END-IF.
           IF LS-DEDUPE-KEY NOT = SPACES
             PERFORM CHECK-SENT-REGISTER
             IF KEY-ALREADY-SENT
               EXIT SECTION
             END-IF
           END-IF.
           PERFORM WRITE-SPOOL-LINE.
           IF WS-SPOOL-STATUS = "00" AND LS-DEDUPE-KEY NOT = SPACES
             PERFORM WRITE-SENT-REGISTER
           END-IF.

           CHECK-ON-ROTA SECTION.
           MOVE "N" TO WS-ON-ROTA.
           OPEN INPUT ROTA-FILE.
           IF WS-ROTA-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR OPERATOR-ON-ROTA
             READ ROTA-FILE INTO W-ROTA-RECORD
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF W-ROT-OPERATOR = W-NSB-OPERATOR
                     AND W-ROT-FROM NOT > WS-NOW
                     AND W-ROT-TO NOT < WS-NOW
                   MOVE "Y" TO WS-ON-ROTA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ROTA-FILE.

           CHECK-SENT-REGISTER SECTION.
           MOVE "N" TO WS-ALREADY-SENT.
           OPEN INPUT SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T OR KEY-ALREADY-SENT
             READ SENT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SNT-DEDUPE-KEY = LS-DEDUPE-KEY
                     AND SNT-OPERATOR = W-NSB-OPERATOR
                     AND SNT-CHANNEL = W-NSB-CHANNEL
                   MOVE "Y" TO WS-ALREADY-SENT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SENT-FILE.

           WRITE-SENT-REGISTER SECTION.
           OPEN EXTEND SENT-FILE.
           IF WS-SENT-STATUS = "35"
             OPEN OUTPUT SENT-FILE
           END-IF.
           MOVE SPACES TO SENT-RECORD.
           MOVE LS-DEDUPE-KEY TO SNT-DEDUPE-KEY.
           MOVE W-NSB-OPERATOR TO SNT-OPERATOR.
           MOVE W-NSB-CHANNEL TO SNT-CHANNEL.
           MOVE W-DATE OF W-BATCH TO SNT-DATE.
           MOVE W-TIME OF W-BATCH TO SNT-TIME.
           WRITE SENT-RECORD.
           CLOSE SENT-FILE.

           WRITE-SPOOL-LINE SECTION.
           OPEN EXTEND SPOOL-FILE.
           IF WS-SPOOL-STATUS = "35"
             OPEN OUTPUT SPOOL-FILE
           END-IF.
           IF WS-SPOOL-STATUS NOT = "00"
             DISPLAY "WARNING: notification to " W-NSB-OPERATOR
               " could not be spooled, status " WS-SPOOL-STATUS
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-NOTIFY-RECORD.
           MOVE W-DATE OF W-BATCH TO W-NTF-DATE.
           MOVE W-TIME OF W-BATCH TO W-NTF-TIME.
           MOVE W-NSB-CHANNEL TO W-NTF-CHANNEL.
           MOVE W-NSB-OPERATOR TO W-NTF-OPERATOR.
           MOVE W-NSB-ADDRESS TO W-NTF-ADDRESS.
           MOVE LS-EVENT TO W-NTF-EVENT.
           MOVE LS-DEDUPE-KEY TO W-NTF-DEDUPE-KEY.
           MOVE LS-SUBJECT TO W-NTF-SUBJECT.
           MOVE LS-BODY TO W-NTF-BODY.
           WRITE SPOOL-RECORD FROM W-NOTIFY-RECORD.
           CLOSE SPOOL-FILE.
           ADD 1 TO LS-POSTED.
