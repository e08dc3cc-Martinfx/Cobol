      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * On-call rota row, one line per cover period in
      * "../oncall_rota.dat", kept by ONCALL-ROTA and read by
      * ALERT-ESCALATION to find who an unacknowledged alert goes to.
      * A period runs from its from-date/time to its to-date/time
      * (HHMM, both ends included); the date and time sit together so
      * the from and to groups compare as one YYYYMMDDHHMM value.
      * Roles: "P" on-call primary, "B" backup, "S" duty supervisor.
      ******************************************************************
       01 W-ROTA-RECORD.
           05 W-ROT-OPERATOR  PIC X(8).
           05 FILLER          PIC X.
           05 W-ROT-ROLE      PIC X.
              88 ROT-PRIMARY    VALUE "P".
              88 ROT-BACKUP     VALUE "B".
              88 ROT-SUPERVISOR VALUE "S".
           05 FILLER          PIC X.
           05 W-ROT-FROM.
              10 W-ROT-FROM-DATE PIC X(8).
              10 W-ROT-FROM-TIME PIC X(4).
           05 FILLER          PIC X.
           05 W-ROT-TO.
              10 W-ROT-TO-DATE   PIC X(8).
              10 W-ROT-TO-TIME   PIC X(4).
