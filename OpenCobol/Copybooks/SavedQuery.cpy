      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of the saved-query library "../saved_queries.parm",
      * read by SAVED-QUERY-RUNNER. Every line carries its query's
      * name; a query is its "Q" line and the "C" and "S" lines that
      * follow it. A "*" in column 1 is a comment line.
      *   Q name schedule title  - the query itself. The schedule is
      *                            a run-calendar rule with its
      *                            argument, laid out as on a
      *                            run_calendar.parm line (DAILY,
      *                            WEEKLY n, MONTHEND, QTREND,
      *                            BUSDAY n, PERIOD), or DEMAND for a
      *                            query run only when asked for.
      *   C name heading width   - one result column, in the order
      *                            the SQL selects them; width in
      *                            report columns (01-80).
      *   S name SQL text        - the SQL, one or more lines joined
      *                            in order with a single space.
      ******************************************************************
       01 W-SAVED-QUERY-LINE.
           05 W-SQY-TYPE      PIC X.
              88 SQY-QUERY    VALUE "Q".
              88 SQY-COLUMN   VALUE "C".
              88 SQY-SQL      VALUE "S".
              88 SQY-COMMENT  VALUE "*".
           05 FILLER          PIC X.
           05 W-SQY-NAME      PIC X(12).
           05 FILLER          PIC X.
           05 W-SQY-BODY      PIC X(80).
           05 W-SQY-QUERY-BODY REDEFINES W-SQY-BODY.
              10 W-SQY-SCHEDULE.
                 15 W-SQY-RULE PIC X(8).
                 15 FILLER     PIC X.
                 15 W-SQY-ARG  PIC X(2).
              10 FILLER       PIC X.
              10 W-SQY-TITLE  PIC X(40).
              10 FILLER       PIC X(28).
           05 W-SQY-COLUMN-BODY REDEFINES W-SQY-BODY.
              10 W-SQY-HEADING PIC X(20).
              10 FILLER        PIC X.
              10 W-SQY-WIDTH   PIC X(2).
              10 FILLER        PIC X(57).
