      * are worked, and raises an "E" alert for every transmission
      * still UNACKED past the deadline in
      * "../partner_ack_deadline.parm" (days, default 2).
      * Revision: Maxfx 15/10/2026 - each verdict line in
      *   partner_feed_status.dat carries the date the acknowledgment
      *   was received, so acknowledgments can be measured against the
      *   deadline.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-ACK-PROCESS.
             05 PFS-VERDICT PIC X.
             05 FILLER      PIC X.
             05 PFS-REASON  PIC X(3).
             05 FILLER      PIC X.
             05 PFS-RECEIVED-DATE PIC X(8).

           FD REJECT-QUEUE-FILE.
           01 REJECT-QUEUE-RECORD PIC X(60).
           MOVE AD-ID TO PFS-ID.
           MOVE AD-VERDICT TO PFS-VERDICT.
           MOVE AD-REASON TO PFS-REASON.
           MOVE W-DATE OF W-BATCH TO PFS-RECEIVED-DATE.
           WRITE STATUS-OUT-RECORD.
           IF AD-VERDICT = "R"
             ADD 1 TO WS-REJ-COUNT
