      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The root-cause categories an incident is closed under, with
      * the wording the monthly incident report prints for each.
      * UNKNOWN is for the incident closed without a cause found -
      * it should stay rare.
      ******************************************************************
       78 W-CAUSE-COUNT VALUE 8.
       01 W-CAUSE-LIST.
           05 FILLER PIC X(8)  VALUE "DATA".
           05 FILLER PIC X(30) VALUE "Bad or late input data".
           05 FILLER PIC X(8)  VALUE "FEED".
           05 FILLER PIC X(30) VALUE "Partner feed or file transfer".
           05 FILLER PIC X(8)  VALUE "SOFTWARE".
           05 FILLER PIC X(30) VALUE "Program defect".
           05 FILLER PIC X(8)  VALUE "CONFIG".
           05 FILLER PIC X(30) VALUE "Parameter or set-up error".
           05 FILLER PIC X(8)  VALUE "INFRA".
           05 FILLER PIC X(30) VALUE "Machine, disk or network".
           05 FILLER PIC X(8)  VALUE "CAPACITY".
           05 FILLER PIC X(30) VALUE "Volume or batch window".
           05 FILLER PIC X(8)  VALUE "OPERATOR".
           05 FILLER PIC X(30) VALUE "Operator action".
           05 FILLER PIC X(8)  VALUE "UNKNOWN".
           05 FILLER PIC X(30) VALUE "Cause not established".
       01 W-CAUSE-TABLE REDEFINES W-CAUSE-LIST.
           05 W-CAUSE-ENTRY OCCURS 8 TIMES.
              10 W-CAUSE-CODE PIC X(8).
              10 W-CAUSE-DESC PIC X(30).
