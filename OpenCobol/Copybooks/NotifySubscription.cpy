      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Notification subscription, one line per operator, event type
      * and channel in "../notify_subscriptions.dat", kept by
      * NOTIFY-SUBSCRIPTIONS and read by NOTIFY-POST.
      * Event types:
      *   ALERT-F    a fatal alert raised     ALERT-E  an error alert
      *   ALERT-W    a warning alert
      *   BATCH-FAIL NIGHTLY-BATCH stopped    BATCH-OK the night passed
      *   BROADCAST  a supervisor broadcast posted
      *   ALL        every one of the above
      * Channel "MAIL" or "SMS " with the address to send to. When
      * "R" (or blank) the operator is told only while on the on-call
      * rota; "A" tells them always.
      ******************************************************************
       01 W-SUBSCRIPTION-RECORD.
           05 W-NSB-OPERATOR PIC X(8).
           05 FILLER         PIC X.
           05 W-NSB-EVENT    PIC X(10).
           05 FILLER         PIC X.
           05 W-NSB-CHANNEL  PIC X(4).
           05 FILLER         PIC X.
           05 W-NSB-WHEN     PIC X.
              88 NSB-ALWAYS  VALUE "A".
           05 FILLER         PIC X.
           05 W-NSB-ADDRESS  PIC X(40).
