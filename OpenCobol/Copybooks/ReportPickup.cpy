      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Report pickup, one line per catalogued report run and
      * recipient operator in "../report_pickup.dat". REPORT-WRITER
      * writes the lines when it catalogues a run whose report name
      * is on the distribution list ("../report_distribution.parm");
      * a department on the list is written out as one line for each
      * of its members, with the department kept in W-PKU-VIA.
      * The report is due by W-PKU-DUE-DATE / W-PKU-DUE-TIME (HHMM).
      * REPORT-BROWSE marks a line read with the date and time the
      * operator picked the report up; REPORT-PICKUP-CHECK raises one
      * alert for a line still unread past its due time and sets
      * W-PKU-ALERTED so it is not raised again.
      ******************************************************************
       01 W-PICKUP-RECORD.
           05 W-PKU-REPORT    PIC X(30).
           05 FILLER          PIC X.
           05 W-PKU-RUN-ID    PIC X(16).
           05 FILLER          PIC X.
           05 W-PKU-OPERATOR  PIC X(8).
           05 FILLER          PIC X.
           05 W-PKU-VIA       PIC X(8).
           05 FILLER          PIC X.
           05 W-PKU-DUE.
              10 W-PKU-DUE-DATE PIC X(8).
              10 W-PKU-DUE-TIME PIC X(4).
           05 FILLER          PIC X.
           05 W-PKU-STATE     PIC X.
              88 PKU-UNREAD   VALUE "U".
              88 PKU-READ     VALUE "R".
           05 FILLER          PIC X.
           05 W-PKU-ALERTED   PIC X.
              88 PKU-ALERTED  VALUE "Y".
           05 FILLER          PIC X.
           05 W-PKU-READ-DATE PIC X(8).
           05 FILLER          PIC X.
           05 W-PKU-READ-TIME PIC X(8).
