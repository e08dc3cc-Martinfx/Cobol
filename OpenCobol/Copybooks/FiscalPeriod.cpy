      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * A date's place in finance's fiscal calendar, as answered by
      * the FISCAL-PERIOD service: fiscal year (labelled by the
      * calendar year it starts in), quarter, period (1-12), week of
      * the fiscal year, and the bounds of the period and the year.
      * W-FIS-SOURCE says where the answer came from - "C" a row of
      * "../fiscal_calendar.dat", "D" the default April 4-4-5 year,
      * "N" the date given was not a valid date.
      ******************************************************************
       01 W-FISCAL-PERIOD.
           05 W-FIS-YEAR         PIC 9(4).
           05 W-FIS-QUARTER      PIC 9.
           05 W-FIS-PERIOD       PIC 99.
           05 W-FIS-WEEK         PIC 99.
           05 W-FIS-PERIOD-START PIC X(8).
           05 W-FIS-PERIOD-END   PIC X(8).
           05 W-FIS-YEAR-START   PIC X(8).
           05 W-FIS-YEAR-END     PIC X(8).
           05 W-FIS-SOURCE       PIC X.
              88 FIS-FROM-CALENDAR VALUE "C".
              88 FIS-DEFAULTED     VALUE "D".
              88 FIS-DATE-INVALID  VALUE "N".
