      *   statement, quarantine, draw void, expiry sweep, bank pay) -
      *   this console is the shop's program list, so everything
      *   runnable belongs on it.
      * Revision: Maxfx 15/10/2026 - INCIDENT-DESK (item 67) and the
      *   monthly INCIDENT-REPORT (item 68) join the reports group
      *   beside the alert console.
      * Revision: Maxfx 15/10/2026 - ONCALL-ROTA (item 69) keeps the
      *   on-call rota, and ALERT-ESCALATION (item 70) can be run on
      *   demand as well as queued.
      * Revision: Maxfx 15/10/2026 - NOTIFY-SUBSCRIPTIONS (item 71) sets
      *   who is sent which alerts, batch results and broadcasts by mail
      *   or SMS.
      * Revision: Maxfx 15/10/2026 - SLA-SCORECARD (item 72), the
      *   monthly service-level scorecard, joins the reports group.
      * Revision: Maxfx 15/10/2026 - REPORT-PICKUP-CHECK (item 73)
      *   alerts on distributed reports left unread past due, and
      *   REPORT-DISTRIBUTION (item 74) prints who received each report
      *   and when they picked it up; both sit beside REPORT-BROWSE.
      * Revision: Maxfx 15/10/2026 - ACCESS-RECERT (item 75), the
      *   quarterly operator access recertification, can be run on
      *   demand as well as nightly.
      * Revision: Maxfx 15/10/2026 - INTEGRITY-SWEEP (item 76), the
      *   cross-file referential integrity sweep, sits beside
      *   INDEX-INTEGRITY-CHECK.
      * Revision: Maxfx 15/10/2026 - LINEAGE-INQUIRY (item 77) walks the
      *   lineage register back from a report to its feeds or forward
      *   from a bad feed to what must be rerun; it sits beside
      *   DETAILS-HISTORY-INQUIRY.
      * Revision: Maxfx 15/10/2026 - SAVED-QUERY-RUNNER (item 78) runs a
      *   saved SQLite query, every one, or those due today, each into
      *   the report repository; it sits beside the report repository
      *   items.
      * Revision: Maxfx 15/10/2026 - SOD-CONFLICT-REPORT (item 79), the
      *   segregation-of-duties conflict report, sits beside
      *   ACCESS-RECERT.
      * Revision: Maxfx 15/10/2026 - DETAILS-CHANGE-APPROVAL (item 80),
      *   PERSON-XREF-MATCH (81), POSTCODE-VALIDATE (82),
      *   ADDRESS-PARSE (83), HOUSEHOLD-BUILD (84), DECEASED-INTAKE
      *   (85), DECEASED-REVIEW (86), MASS-STATUS-CHANGE (87),
      *   PARTNER-UPDATE-INTAKE (88), PARTNER-UPDATE-REVIEW (89) and
      *   DETAILS-SQLITE-RECONCILE (90) join the data entry group.
      * Revision: Maxfx 15/10/2026 - DETAILS-MAIL-MERGE (item 91),
      *   SUBJECT-ACCESS-PACK (92), RECORD-ACCESS-REPORT (93) and
      *   DETAILS-AS-OF (94) join the reports group.
      * Revision: Maxfx 15/10/2026 - PARM-MAINTENANCE (item 95),
      *   DR-REHEARSAL (96), and the nightly steps PREFLIGHT-CHECK
      *   (97), RUN-CALENDAR-FORECAST (98), END-OF-DAY-ROLL (100),
      *   DR-PACKAGE (101), DETAILS-PENDING-AGEING (102),
      *   CASE-NOTES-DUE (103), TRANSFER-MATCH-REPORT (104) and
      *   AMOUNT-OUTLIER-REPORT (105), for a rerun on demand, join
      *   the batch group. A selection is now up to three digits;
      *   99 stays Quit.
      * Revision: Maxfx 15/10/2026 - PLAYER-EXCLUSION (item 106),
      *   SYNDICATE-MASTER (107), TILL-CASH-UP (108),
      *   LOTTERY-COMMISSION (109), WINNINGS-TAX-STATEMENT (110),
      *   GL-JOURNAL-INTERFACE (111), SECOND-CHANCE-DRAW (112),
      *   LOTTERY-RESULTS (113), LOTTERY-ANNUITY-LIABILITY (114),
      *   WINNER-LETTERS (115), LOTTERY-SALES-TREND (116) and
      *   BINGO-NIGHT-ACCOUNTS (117) join the lottery group.
      * Revision: Maxfx 15/10/2026 - the scratch-card desk,
      *   SCRATCH-PACKS (item 118), SCRATCH-PRIZE-LOAD (119),
      *   SCRATCH-VALIDATE (120) and SCRATCH-INVENTORY (121), joins
      *   the lottery group.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATIONS-CONSOLE.
           77 WS-USAGE-STATUS PIC XX.
           77 WS-DONE PIC X VALUE "N".
             88 MENU-DONE VALUE "Y".
           77 WS-CHOICE       PIC X(3).
           77 WS-LAUNCHED     PIC X(30).
           77 WS-LAUNCH-RC    PIC S9(4).

           DISPLAY "  02) DETAILS-MAINTENANCE".
           DISPLAY "  03) REJECT-REPAIR".
           DISPLAY "  04) DATA-BULK-APPLY".
           DISPLAY "  80) DETAILS-CHANGE-APPROVAL (approval queue)".
           DISPLAY "  81) PERSON-XREF-MATCH".
           DISPLAY "  82) POSTCODE-VALIDATE".
           DISPLAY "  83) ADDRESS-PARSE".
           DISPLAY "  84) HOUSEHOLD-BUILD".
           DISPLAY "  85) DECEASED-INTAKE".
           DISPLAY "  86) DECEASED-REVIEW".
           DISPLAY "  87) MASS-STATUS-CHANGE (preview/apply)".
           DISPLAY "  88) PARTNER-UPDATE-INTAKE".
           DISPLAY "  89) PARTNER-UPDATE-REVIEW".
           DISPLAY "  90) DETAILS-SQLITE-RECONCILE".
           DISPLAY "REPORTS".
           DISPLAY "  05) SEQUENTIAL-READ".
           DISPLAY "  06) DETAILS-SUMMARY-REPORT".
           DISPLAY "  33) EXCEPTION-REVIEW".
           DISPLAY "  34) OPERATOR-ACTIVITY-REPORT".
           DISPLAY "  55) ALERT-CONSOLE".
           DISPLAY "  67) INCIDENT-DESK".
           DISPLAY "  68) INCIDENT-REPORT (by root cause)".
           DISPLAY "  69) ONCALL-ROTA (who is on call)".
           DISPLAY "  70) ALERT-ESCALATION (run now)".
           DISPLAY "  71) NOTIFY-SUBSCRIPTIONS (mail/SMS)".
           DISPLAY "  72) SLA-SCORECARD (monthly service levels)".
           DISPLAY "  56) REPORT-BROWSE (past report runs)".
           DISPLAY "  73) REPORT-PICKUP-CHECK (overdue unread reports)".
           DISPLAY "  74) REPORT-DISTRIBUTION (who read which report)".
           DISPLAY "  78) SAVED-QUERY-RUNNER (SQLite saved queries)".
           DISPLAY "  58) DETAILS-HISTORY-INQUIRY".
           DISPLAY "  77) LINEAGE-INQUIRY (what a file was made from)".
           DISPLAY "  59) ARCHIVE-SPAN-SEARCH".
           DISPLAY "  62) PLAYER-STATEMENT".
           DISPLAY "  91) DETAILS-MAIL-MERGE".
           DISPLAY "  92) SUBJECT-ACCESS-PACK".
           DISPLAY "  93) RECORD-ACCESS-REPORT".
           DISPLAY "  94) DETAILS-AS-OF (record as at a date)".
           DISPLAY "BATCH".
           DISPLAY "  19) NIGHTLY-BATCH".
           DISPLAY "  20) GENERATION-BACKUP".
           DISPLAY "  37) DETAILS-SELECT-EXTRACT".
           DISPLAY "  38) NAME-CLEANSE".
           DISPLAY "  39) INDEX-INTEGRITY-CHECK".
           DISPLAY "  76) INTEGRITY-SWEEP (cross-file references)".
           DISPLAY "  40) PARTNER-INTERFACE-FEED".
           DISPLAY "  41) FEED-REGISTRAR".
           DISPLAY "  42) HOLIDAY-CALENDAR".
           DISPLAY "  51) View the job queue".
           DISPLAY "  52) Record a shift-handover note".
           DISPLAY "  53) OPERATOR-ADMIN (passwords and locks)".
           DISPLAY "  75) ACCESS-RECERT (quarterly access review)".
           DISPLAY "  79) SOD-CONFLICT-REPORT (segregation of duties)".
           DISPLAY "  54) BROADCAST-DESK (post notices)".
           DISPLAY "  95) PARM-MAINTENANCE (parameter files)".
           DISPLAY "  96) DR-REHEARSAL".
           DISPLAY "  97) PREFLIGHT-CHECK".
           DISPLAY "  98) RUN-CALENDAR-FORECAST".
           DISPLAY " 100) END-OF-DAY-ROLL".
           DISPLAY " 101) DR-PACKAGE".
           DISPLAY " 102) DETAILS-PENDING-AGEING".
           DISPLAY " 103) CASE-NOTES-DUE".
           DISPLAY " 104) TRANSFER-MATCH-REPORT".
           DISPLAY " 105) AMOUNT-OUTLIER-REPORT".
           DISPLAY "LOTTERY".
           DISPLAY "  31) GAME-LOTTERY".
           DISPLAY "  32) LOTTERY-SETTLEMENT".
           DISPLAY "  64) LOTTERY-DRAW-VOID".
           DISPLAY "  65) LOTTERY-EXPIRY-SWEEP".
           DISPLAY "  66) LOTTERY-BANK-PAY".
           DISPLAY " 106) PLAYER-EXCLUSION (exclusion register)".
           DISPLAY " 107) SYNDICATE-MASTER".
           DISPLAY " 108) TILL-CASH-UP".
           DISPLAY " 109) LOTTERY-COMMISSION".
           DISPLAY " 110) WINNINGS-TAX-STATEMENT".
           DISPLAY " 111) GL-JOURNAL-INTERFACE".
           DISPLAY " 112) SECOND-CHANCE-DRAW".
           DISPLAY " 113) LOTTERY-RESULTS".
           DISPLAY " 114) LOTTERY-ANNUITY-LIABILITY".
           DISPLAY " 115) WINNER-LETTERS".
           DISPLAY " 116) LOTTERY-SALES-TREND".
           DISPLAY " 117) BINGO-NIGHT-ACCOUNTS".
           DISPLAY " 118) SCRATCH-PACKS".
           DISPLAY " 119) SCRATCH-PRIZE-LOAD".
           DISPLAY " 120) SCRATCH-VALIDATE (counter validation)".
           DISPLAY " 121) SCRATCH-INVENTORY".
           DISPLAY " ".
           DISPLAY "  99) Quit".
           DISPLAY "Selection: ".
               CALL "LOTTERY-EXPIRY-SWEEP"
             WHEN "66" MOVE "LOTTERY-BANK-PAY" TO WS-LAUNCHED
               CALL "LOTTERY-BANK-PAY"
             WHEN "67" MOVE "INCIDENT-DESK" TO WS-LAUNCHED
               CALL "INCIDENT-DESK"
             WHEN "68" MOVE "INCIDENT-REPORT" TO WS-LAUNCHED
               CALL "INCIDENT-REPORT"
             WHEN "69" MOVE "ONCALL-ROTA" TO WS-LAUNCHED
               CALL "ONCALL-ROTA"
             WHEN "70" MOVE "ALERT-ESCALATION" TO WS-LAUNCHED
               CALL "ALERT-ESCALATION"
             WHEN "71" MOVE "NOTIFY-SUBSCRIPTIONS" TO WS-LAUNCHED
               CALL "NOTIFY-SUBSCRIPTIONS"
             WHEN "72" MOVE "SLA-SCORECARD" TO WS-LAUNCHED
               CALL "SLA-SCORECARD"
             WHEN "73" MOVE "REPORT-PICKUP-CHECK" TO WS-LAUNCHED
               CALL "REPORT-PICKUP-CHECK"
             WHEN "74" MOVE "REPORT-DISTRIBUTION" TO WS-LAUNCHED
               CALL "REPORT-DISTRIBUTION"
             WHEN "75" MOVE "ACCESS-RECERT" TO WS-LAUNCHED
               CALL "ACCESS-RECERT"
             WHEN "76" MOVE "INTEGRITY-SWEEP" TO WS-LAUNCHED
               CALL "INTEGRITY-SWEEP"
             WHEN "77" MOVE "LINEAGE-INQUIRY" TO WS-LAUNCHED
               CALL "LINEAGE-INQUIRY"
             WHEN "78" MOVE "SAVED-QUERY-RUNNER" TO WS-LAUNCHED
               CALL "SAVED-QUERY-RUNNER"
             WHEN "79" MOVE "SOD-CONFLICT-REPORT" TO WS-LAUNCHED
               CALL "SOD-CONFLICT-REPORT"
             WHEN "80" MOVE "DETAILS-CHANGE-APPROVAL" TO WS-LAUNCHED
               CALL "DETAILS-CHANGE-APPROVAL"
             WHEN "81" MOVE "PERSON-XREF-MATCH" TO WS-LAUNCHED
               CALL "PERSON-XREF-MATCH"
             WHEN "82" MOVE "POSTCODE-VALIDATE" TO WS-LAUNCHED
               CALL "POSTCODE-VALIDATE"
             WHEN "83" MOVE "ADDRESS-PARSE" TO WS-LAUNCHED
               CALL "ADDRESS-PARSE"
             WHEN "84" MOVE "HOUSEHOLD-BUILD" TO WS-LAUNCHED
               CALL "HOUSEHOLD-BUILD"
             WHEN "85" MOVE "DECEASED-INTAKE" TO WS-LAUNCHED
               CALL "DECEASED-INTAKE"
             WHEN "86" MOVE "DECEASED-REVIEW" TO WS-LAUNCHED
               CALL "DECEASED-REVIEW"
             WHEN "87" MOVE "MASS-STATUS-CHANGE" TO WS-LAUNCHED
               CALL "MASS-STATUS-CHANGE"
             WHEN "88" MOVE "PARTNER-UPDATE-INTAKE" TO WS-LAUNCHED
               CALL "PARTNER-UPDATE-INTAKE"
             WHEN "89" MOVE "PARTNER-UPDATE-REVIEW" TO WS-LAUNCHED
               CALL "PARTNER-UPDATE-REVIEW"
             WHEN "90" MOVE "DETAILS-SQLITE-RECONCILE" TO WS-LAUNCHED
               CALL "DETAILS-SQLITE-RECONCILE"
             WHEN "91" MOVE "DETAILS-MAIL-MERGE" TO WS-LAUNCHED
               CALL "DETAILS-MAIL-MERGE"
             WHEN "92" MOVE "SUBJECT-ACCESS-PACK" TO WS-LAUNCHED
               CALL "SUBJECT-ACCESS-PACK"
             WHEN "93" MOVE "RECORD-ACCESS-REPORT" TO WS-LAUNCHED
               CALL "RECORD-ACCESS-REPORT"
             WHEN "94" MOVE "DETAILS-AS-OF" TO WS-LAUNCHED
               CALL "DETAILS-AS-OF"
             WHEN "95" MOVE "PARM-MAINTENANCE" TO WS-LAUNCHED
               CALL "PARM-MAINTENANCE"
             WHEN "96" MOVE "DR-REHEARSAL" TO WS-LAUNCHED
               CALL "DR-REHEARSAL"
             WHEN "97" MOVE "PREFLIGHT-CHECK" TO WS-LAUNCHED
               CALL "PREFLIGHT-CHECK"
             WHEN "98" MOVE "RUN-CALENDAR-FORECAST" TO WS-LAUNCHED
               CALL "RUN-CALENDAR-FORECAST"
             WHEN "100" MOVE "END-OF-DAY-ROLL" TO WS-LAUNCHED
               CALL "END-OF-DAY-ROLL"
             WHEN "101" MOVE "DR-PACKAGE" TO WS-LAUNCHED
               CALL "DR-PACKAGE"
             WHEN "102" MOVE "DETAILS-PENDING-AGEING" TO WS-LAUNCHED
               CALL "DETAILS-PENDING-AGEING"
             WHEN "103" MOVE "CASE-NOTES-DUE" TO WS-LAUNCHED
               CALL "CASE-NOTES-DUE"
             WHEN "104" MOVE "TRANSFER-MATCH-REPORT" TO WS-LAUNCHED
               CALL "TRANSFER-MATCH-REPORT"
             WHEN "105" MOVE "AMOUNT-OUTLIER-REPORT" TO WS-LAUNCHED
               CALL "AMOUNT-OUTLIER-REPORT"
             WHEN "106" MOVE "PLAYER-EXCLUSION" TO WS-LAUNCHED
               CALL "PLAYER-EXCLUSION"
             WHEN "107" MOVE "SYNDICATE-MASTER" TO WS-LAUNCHED
               CALL "SYNDICATE-MASTER"
             WHEN "108" MOVE "TILL-CASH-UP" TO WS-LAUNCHED
               CALL "TILL-CASH-UP"
             WHEN "109" MOVE "LOTTERY-COMMISSION" TO WS-LAUNCHED
               CALL "LOTTERY-COMMISSION"
             WHEN "110" MOVE "WINNINGS-TAX-STATEMENT" TO WS-LAUNCHED
               CALL "WINNINGS-TAX-STATEMENT"
             WHEN "111" MOVE "GL-JOURNAL-INTERFACE" TO WS-LAUNCHED
               CALL "GL-JOURNAL-INTERFACE"
             WHEN "112" MOVE "SECOND-CHANCE-DRAW" TO WS-LAUNCHED
               CALL "SECOND-CHANCE-DRAW"
             WHEN "113" MOVE "LOTTERY-RESULTS" TO WS-LAUNCHED
               CALL "LOTTERY-RESULTS"
             WHEN "114" MOVE "LOTTERY-ANNUITY-LIABILITY" TO WS-LAUNCHED
               CALL "LOTTERY-ANNUITY-LIABILITY"
             WHEN "115" MOVE "WINNER-LETTERS" TO WS-LAUNCHED
               CALL "WINNER-LETTERS"
             WHEN "116" MOVE "LOTTERY-SALES-TREND" TO WS-LAUNCHED
               CALL "LOTTERY-SALES-TREND"
             WHEN "117" MOVE "BINGO-NIGHT-ACCOUNTS" TO WS-LAUNCHED
               CALL "BINGO-NIGHT-ACCOUNTS"
             WHEN "118" MOVE "SCRATCH-PACKS" TO WS-LAUNCHED
               CALL "SCRATCH-PACKS"
             WHEN "119" MOVE "SCRATCH-PRIZE-LOAD" TO WS-LAUNCHED
               CALL "SCRATCH-PRIZE-LOAD"
             WHEN "120" MOVE "SCRATCH-VALIDATE" TO WS-LAUNCHED
               CALL "SCRATCH-VALIDATE"
             WHEN "121" MOVE "SCRATCH-INVENTORY" TO WS-LAUNCHED
               CALL "SCRATCH-INVENTORY"
             WHEN "99"
               SET MENU-DONE TO TRUE
             WHEN OTHER
