      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of the partner update review queue
      * "../partner_update_review.dat". PARTNER-UPDATE-INTAKE appends
      * a line for every proposal on the partner's inbound update
      * file that passed validation; PARTNER-UPDATE-REVIEW works the
      * queue, applying accepted proposals through the maintenance
      * journal. The proposed V2 contact fields are carried as the
      * partner sent them - a field left blank is not to be changed.
      * W-PUQ-PARTNER and W-PUQ-BATCH name the inbound file the
      * proposal came on, so every decision can be reported back to
      * the partner against it. Lines are never removed - a decision
      * sets the state, the operator and the decision date.
      ******************************************************************
       01 W-PARTNER-UPDATE.
           05 W-PUQ-PARTNER     PIC X(4).
           05 FILLER            PIC X.
           05 W-PUQ-BATCH       PIC X(8).
           05 FILLER            PIC X.
           05 W-PUQ-DETAILS-ID  PIC 9(7).
           05 FILLER            PIC X.
           05 W-PUQ-PHONE       PIC X(12).
           05 FILLER            PIC X.
           05 W-PUQ-STREET      PIC X(20).
           05 FILLER            PIC X.
           05 W-PUQ-CITY        PIC X(14).
           05 FILLER            PIC X.
           05 W-PUQ-POSTCODE    PIC X(8).
           05 FILLER            PIC X.
           05 W-PUQ-RECEIVED    PIC X(8).
           05 FILLER            PIC X.
           05 W-PUQ-STATE       PIC X.
              88 PUQ-PENDING    VALUE "P".
              88 PUQ-APPLIED    VALUE "A".
              88 PUQ-DECLINED   VALUE "J".
           05 FILLER            PIC X.
           05 W-PUQ-OPERATOR-ID PIC X(8).
           05 FILLER            PIC X.
           05 W-PUQ-DECIDED     PIC X(8).
           05 FILLER            PIC X.
           05 W-PUQ-REASON      PIC X(3).
