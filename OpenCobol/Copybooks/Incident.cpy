      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One incident in "../incidents.dat": its number, state ("O"
      * open, "R" resolved), severity on the ALERT-SERVICE scale, when
      * and by whom it was opened, the batch run it belongs to, its
      * owner, the root-cause category (see IncidentCause.cpy), and
      * when and how it was resolved. What was attached to it and
      * what was done about it is in the incident log (see
      * IncidentLog.cpy).
      ******************************************************************
       01 W-INCIDENT-RECORD.
           05 W-INC-NUMBER        PIC 9(6).
           05 FILLER              PIC X.
           05 W-INC-STATE         PIC X.
              88 INC-OPEN         VALUE "O".
              88 INC-RESOLVED     VALUE "R".
           05 FILLER              PIC X.
           05 W-INC-SEVERITY      PIC X.
           05 FILLER              PIC X.
           05 W-INC-OPENED-DATE   PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-OPENED-TIME   PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-OPENED-BY     PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-RUN-ID        PIC X(16).
           05 FILLER              PIC X.
           05 W-INC-OWNER         PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-CAUSE         PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-RESOLVED-DATE PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-RESOLVED-TIME PIC X(8).
           05 FILLER              PIC X.
           05 W-INC-TITLE         PIC X(50).
           05 FILLER              PIC X.
           05 W-INC-RESOLUTION    PIC X(60).
