      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of "../incident_log.dat", appended for everything
      * that happens to an incident: what was attached (an alert by
      * the number ALERT-CONSOLE shows it under, an exception by its
      * serial, a batch run by its run id), an action taken, or a
      * change of owner, severity, cause or state - with who did it
      * and when.
      ******************************************************************
       01 W-INCIDENT-LOG-RECORD.
           05 W-ICL-NUMBER   PIC 9(6).
           05 FILLER         PIC X.
           05 W-ICL-DATE     PIC X(8).
           05 FILLER         PIC X.
           05 W-ICL-TIME     PIC X(8).
           05 FILLER         PIC X.
           05 W-ICL-OPERATOR PIC X(8).
           05 FILLER         PIC X.
           05 W-ICL-TYPE     PIC X.
              88 ICL-ALERT      VALUE "A".
              88 ICL-EXCEPTION  VALUE "E".
              88 ICL-BATCH-RUN  VALUE "B".
              88 ICL-ACTION     VALUE "N".
              88 ICL-CHANGE     VALUE "C".
           05 FILLER         PIC X.
           05 W-ICL-REF      PIC X(16).
           05 FILLER         PIC X.
           05 W-ICL-TEXT     PIC X(60).
