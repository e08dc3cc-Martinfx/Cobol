      * marks the queue row DONE or FAIL. A job whose earliest start
      * has not arrived stays PENDING and carries forward to the next
      * night.
      * Revision: Maxfx 15/10/2026 - ALERT-ESCALATION may be queued, so
      *   unacknowledged alerts are handed up the on-call rota when the
      *   job runs.
      * Revision: Maxfx 15/10/2026 - REPORT-PICKUP-CHECK may be queued,
      *   so distributed reports still unread past their required-by
      *   time raise alerts when the job runs.
      * Revision: Maxfx 15/10/2026 - SAVED-QUERY-RUNNER may be queued,
      *   so the saved SQLite queries due that day run and are filed in
      *   the report repository when the job runs.
      * Revision: Maxfx 15/10/2026 - SOD-CONFLICT-REPORT may be queued,
      *   so a supervisor can have the segregation-of-duties conflicts
      *   reported when the job runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-QUEUE-RUNNER.
               CALL "PARTNER-INTERFACE-FEED"
             WHEN "CONTROL-VERIFY"
               CALL "CONTROL-VERIFY"
             WHEN "ALERT-ESCALATION"
               CALL "ALERT-ESCALATION"
             WHEN "REPORT-PICKUP-CHECK"
               CALL "REPORT-PICKUP-CHECK"
             WHEN "SAVED-QUERY-RUNNER"
               CALL "SAVED-QUERY-RUNNER"
             WHEN "SOD-CONFLICT-REPORT"
               CALL "SOD-CONFLICT-REPORT"
             WHEN OTHER
               DISPLAY "Unknown queued program: " JBQ-PROGRAM
               MOVE 16 TO RETURN-CODE
