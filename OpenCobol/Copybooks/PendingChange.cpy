      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of the maker-checker queue "../details_pending.dat".
      * DETAILS-MAINTENANCE holds a delete, or a change touching a
      * sensitive field (surname, initials, birthday, record status),
      * here instead of writing database_idx.dat; DETAILS-CHANGE-
      * APPROVAL applies or rejects it, and DETAILS-PENDING-AGEING
      * alerts on lines left waiting. W-PND-JOURNAL carries the
      * change exactly as the journal will record it (DetailsJournal
      * layout: stamp of the hold, action, before- and after-image),
      * so applying it is moving it to the journal under the
      * approval's stamp. Lines are never removed - a decision sets
      * the state, the checker and the decision date.
      ******************************************************************
       01 W-PENDING-CHANGE.
           05 W-PND-NUMBER   PIC 9(6).
           05 FILLER         PIC X.
           05 W-PND-STATE    PIC X.
              88 PND-WAITING  VALUE "P".
              88 PND-APPLIED  VALUE "A".
              88 PND-REJECTED VALUE "R".
              88 PND-STALE    VALUE "S".
           05 FILLER         PIC X.
           05 W-PND-RAISED   PIC X(8).
           05 FILLER         PIC X.
           05 W-PND-MAKER    PIC X(8).
           05 FILLER         PIC X.
           05 W-PND-CHECKER  PIC X(8).
           05 FILLER         PIC X.
           05 W-PND-DECIDED  PIC X(8).
           05 FILLER         PIC X.
           05 W-PND-NOTE     PIC X(20).
           05 FILLER         PIC X.
           05 W-PND-JOURNAL  PIC X(191).
