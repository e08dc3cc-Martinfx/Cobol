      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Outbound notification, one fixed-layout line per message in
      * "../notify_spool.dat" for the mail/SMS gateway to pick up.
      * Written only by the NOTIFY-POST service. The gateway sends
      * the subject and body on the channel ("MAIL" or "SMS ") to
      * the address; the operator id and event type say who and why,
      * and the dedupe key names the thing being told about (one
      * alert, one batch run, one broadcast), which NOTIFY-POST never
      * sends to the same recipient and channel twice.
      ******************************************************************
       01 W-NOTIFY-RECORD.
           05 W-NTF-DATE       PIC X(8).
           05 FILLER           PIC X.
           05 W-NTF-TIME       PIC X(8).
           05 FILLER           PIC X.
           05 W-NTF-CHANNEL    PIC X(4).
           05 FILLER           PIC X.
           05 W-NTF-OPERATOR   PIC X(8).
           05 FILLER           PIC X.
           05 W-NTF-ADDRESS    PIC X(40).
           05 FILLER           PIC X.
           05 W-NTF-EVENT      PIC X(10).
           05 FILLER           PIC X.
           05 W-NTF-DEDUPE-KEY PIC X(40).
           05 FILLER           PIC X.
           05 W-NTF-SUBJECT    PIC X(50).
           05 FILLER           PIC X.
           05 W-NTF-BODY       PIC X(120).
