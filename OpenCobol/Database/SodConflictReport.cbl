      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Segregation-of-duties conflicts. Every program checks the
      * signed-on operator's role for the one action it performs,
      * but nothing stopped one operator doing both halves of a
      * process meant to be split - registering a player and paying
      * that player's claim, keying a DETAILS change and approving
      * it, raising a bank payment run and processing its
      * confirmations. The incompatible pairs are named in
      * "../sod_rules.parm" (see SodRule.cpy; the compiled-in list
      * below when there is no such file). This batch reads
      * "../operator_activity.log" and "../lottery_ledger.dat" for
      * each half of each rule and reports every operator found
      * doing both halves on the same subject, then checks
      * "../operator_master.dat" for operators not disabled whose
      * role lets them do both halves of a rule. Findings go to the
      * supervisor's report "../sod_conflicts.rpt" through the
      * shared REPORT-WRITER, an error alert per activity conflict
      * and one warning alert for the roles to ALERT-SERVICE, and
      * end the step with RETURN-CODE 4. Run nightly as the
      * SOD-CONFLICTS step of NIGHTLY-BATCH, or from the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLICT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-PARAM-FILE ASSIGN TO "../sod_rules.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RULE-STATUS.

           SELECT ACTIVITY-LOG-FILE
           ASSIGN TO "../operator_activity.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACTIVITY-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT OPERATOR-MASTER-FILE
           ASSIGN TO "../operator_master.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RULE-PARAM-FILE.
           01 RULE-PARAM-RECORD PIC X(129).

           FD ACTIVITY-LOG-FILE.
           01 ACTIVITY-LOG-RECORD.
             05 ACT-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ACT-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 ACT-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 ACT-PROGRAM  PIC X(20).
             05 FILLER       PIC X.
             05 ACT-ACTION   PIC X.
             05 FILLER       PIC X.
             05 ACT-KEY      PIC X(10).
             05 FILLER       PIC X(18).

           FD LEDGER-FILE.
           01 LEDGER-RECORD.
             05 LGR-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 LGR-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 LGR-AMOUNT    PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 LGR-PAID-DATE PIC X(8).
             05 FILLER        PIC X.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X(39).

           FD OPERATOR-MASTER-FILE.
           01 OPERATOR-MASTER-RECORD.
             05 OPM-ID       PIC X(8).
             05 FILLER       PIC X.
             05 OPM-NAME     PIC X(20).
             05 FILLER       PIC X.
             05 OPM-ROLE     PIC X.
             05 FILLER       PIC X.
             05 OPM-PASSWORD PIC X(8).
             05 FILLER       PIC X.
             05 OPM-PWD-DATE PIC X(8).
             05 FILLER       PIC X.
             05 OPM-FAILS    PIC 9.
             05 FILLER       PIC X.
             05 OPM-LOCK     PIC X.
             05 FILLER       PIC X.
             05 OPM-SUPERVISOR PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-RULE-STATUS     PIC XX.
           77 WS-ACTIVITY-STATUS PIC XX.
           77 WS-LEDGER-STATUS   PIC XX.
           77 WS-OPERATOR-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "SodRule.cpy".
           COPY "Lineage.cpy".

      * The rules shipped with the report, laid out as lines of
      * sod_rules.parm.
           78 WS-DEFAULT-COUNT VALUE 4.
           01 WS-DEFAULT-LIST.
             05 FILLER PIC X(11) VALUE "REGPAY   K".
             05 FILLER PIC X(21) VALUE "PLAYER-REGISTRATION".
             05 FILLER PIC X(13) VALUE "A".
             05 FILLER PIC X(5)  VALUE "UAS".
             05 FILLER PIC X(21) VALUE "LOTTERY-CLAIMS".
             05 FILLER PIC X(13) VALUE "P".
             05 FILLER PIC X(5)  VALUE "S".
             05 FILLER PIC X(40)
               VALUE "Registered a player and paid their claim".
             05 FILLER PIC X(11) VALUE "REGLEDG  K".
             05 FILLER PIC X(21) VALUE "PLAYER-REGISTRATION".
             05 FILLER PIC X(13) VALUE "A".
             05 FILLER PIC X(5)  VALUE "UAS".
             05 FILLER PIC X(21) VALUE "LOTTERY-LEDGER".
             05 FILLER PIC X(13) VALUE "P".
             05 FILLER PIC X(5)  VALUE "S".
             05 FILLER PIC X(40)
               VALUE "Registered a player, ledger paid by them".
             05 FILLER PIC X(11) VALUE "DTLAPPR  K".
             05 FILLER PIC X(21) VALUE "DETAILS-MAINTENANCE".
             05 FILLER PIC X(13) VALUE "H".
             05 FILLER PIC X(5)  VALUE "UAS".
             05 FILLER PIC X(21) VALUE "DETAILS-CHANGE-APPRO".
             05 FILLER PIC X(13) VALUE "V".
             05 FILLER PIC X(5)  VALUE "AS".
             05 FILLER PIC X(40)
               VALUE "Keyed a DETAILS change and approved it".
             05 FILLER PIC X(11) VALUE "BANKRUN  R".
             05 FILLER PIC X(21) VALUE "LOTTERY-BANK-PAY".
             05 FILLER PIC X(13) VALUE "B INSTRUCT".
             05 FILLER PIC X(5)  VALUE "S".
             05 FILLER PIC X(21) VALUE "LOTTERY-BANK-PAY".
             05 FILLER PIC X(13) VALUE "B CONFIRM".
             05 FILLER PIC X(5)  VALUE "S".
             05 FILLER PIC X(40)
               VALUE "Raised a bank run and confirmed it".
           01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LIST.
             05 WS-DEFAULT-LINE PIC X(129) OCCURS 4 TIMES.

      * Tonight's rules, and for a same-run rule the operator who did
      * its latest first half.
           78 WS-MAX-RULES VALUE 30.
           01 WS-RULE-TABLE.
             05 WS-RUL-ENTRY OCCURS 30 TIMES.
               10 WS-RUL-LINE     PIC X(129).
               10 WS-RUL-LAST-OPR PIC X(8).
               10 WS-RUL-LAST-DATE PIC X(8).
           77 WS-RULE-USED PIC 99 VALUE ZERO.
           77 WS-RULE-I    PIC 99.
           77 WS-HALF-I    PIC 9.
           77 WS-RULES-FROM-FILE PIC X VALUE "N".
             88 RULES-FROM-FILE VALUE "Y".

      * Every activity line and ledger row that is one half of a
      * rule, in file order - the log first, then the ledger.
           78 WS-MAX-EVENTS VALUE 5000.
           01 WS-EVENT-TABLE.
             05 WS-EVT-ENTRY OCCURS 5000 TIMES.
               10 WS-EVT-RULE     PIC 99.
               10 WS-EVT-HALF     PIC 9.
               10 WS-EVT-OPERATOR PIC X(8).
               10 WS-EVT-KEY      PIC X(10).
               10 WS-EVT-DATE     PIC X(8).
           77 WS-EVENT-USED PIC 9(5) VALUE ZERO.
           77 WS-EVT-I      PIC 9(5).
           77 WS-EVT-J      PIC 9(5).
           77 WS-EVENTS-DROPPED PIC 9(7) VALUE ZERO.

      * One line from either file, as a half is matched against it.
           77 WS-CAND-PROGRAM  PIC X(20).
           77 WS-CAND-ACTION   PIC X.
           77 WS-CAND-OPERATOR PIC X(8).
           77 WS-CAND-KEY      PIC X(10).
           77 WS-CAND-DATE     PIC X(8).

      * Operators found doing both halves, once per rule, operator
      * and subject.
           78 WS-MAX-FINDINGS VALUE 500.
           01 WS-FINDING-TABLE.
             05 WS-FND-ENTRY OCCURS 500 TIMES.
               10 WS-FND-RULE     PIC 99.
               10 WS-FND-OPERATOR PIC X(8).
               10 WS-FND-SUBJECT  PIC X(10).
               10 WS-FND-FIRST    PIC X(8).
               10 WS-FND-SECOND   PIC X(8).
           77 WS-FINDING-USED PIC 9(3) VALUE ZERO.
           77 WS-FND-I        PIC 9(3).
           77 WS-FINDINGS-DROPPED PIC 9(5) VALUE ZERO.
           77 WS-FINDING-KNOWN PIC X.
             88 FINDING-KNOWN VALUE "Y".
           77 WS-NEW-RULE     PIC 99.
           77 WS-NEW-OPERATOR PIC X(8).
           77 WS-NEW-SUBJECT  PIC X(10).
           77 WS-NEW-FIRST    PIC X(8).
           77 WS-NEW-SECOND   PIC X(8).

      * The operator master, for the role check.
           78 WS-MAX-OPERATORS VALUE 100.
           01 WS-MASTER-TABLE.
             05 WS-MASTER-LINE PIC X(62) OCCURS 100 TIMES.
           77 WS-MASTER-USED PIC 9(3) VALUE ZERO.
           77 WS-OPR-I       PIC 9(3).
           77 WS-ROLE-FINDINGS PIC 9(5) VALUE ZERO.
           77 WS-ROLE-TALLY-1  PIC 99.
           77 WS-ROLE-TALLY-2  PIC 99.

           77 WS-ACTIVITY-READ PIC 9(7) VALUE ZERO.
           77 WS-LEDGER-READ   PIC 9(7) VALUE ZERO.
           77 WS-ACTIVITY-NOTE PIC X(20).
           77 WS-LEDGER-NOTE   PIC X(20).

           77 WS-PROGRAM-NAME   PIC X(30) VALUE "SOD-CONFLICT-REPORT".
           77 WS-ALERT-SEVERITY PIC X.
           77 WS-ALERT-MESSAGE  PIC X(50).

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE ZERO TO WS-EVENT-USED WS-FINDING-USED WS-MASTER-USED
             WS-ROLE-FINDINGS WS-ACTIVITY-READ WS-LEDGER-READ
             WS-EVENTS-DROPPED WS-FINDINGS-DROPPED.
           PERFORM LOAD-RULES.
           IF WS-RULE-USED = ZERO
             DISPLAY "Segregation of duties - no usable rules, "
               "nothing checked."
             MOVE 4 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM READ-ACTIVITY-LOG.
           PERFORM READ-LEDGER.
           IF WS-EVENTS-DROPPED > ZERO
             DISPLAY "Segregation of duties - " WS-EVENTS-DROPPED
               " half line(s) past the " WS-MAX-EVENTS
               "-line table were not checked"
           END-IF.
           PERFORM PAIR-SAME-KEY.
           PERFORM PAIR-SAME-RUN.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM PRINT-REPORT.
           PERFORM POST-LINEAGE.
           PERFORM RAISE-ALERTS.
           DISPLAY "Segregation of duties - " WS-FINDING-USED
             " activity conflict(s), " WS-ROLE-FINDINGS
             " role conflict(s) - see sod_conflicts.rpt".
      * Set last - the calls above reset RETURN-CODE.
           IF WS-FINDING-USED > ZERO OR WS-ROLE-FINDINGS > ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      * The rules file, or the compiled-in rules when there is none.
      ******************************************************************
           LOAD-RULES SECTION.
           MOVE ZERO TO WS-RULE-USED.
           MOVE "N" TO WS-RULES-FROM-FILE.
           OPEN INPUT RULE-PARAM-FILE.
           IF WS-RULE-STATUS = "00"
             SET RULES-FROM-FILE TO TRUE
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ RULE-PARAM-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF RULE-PARAM-RECORD NOT = SPACES
                       AND RULE-PARAM-RECORD(1:1) NOT = "*"
                     PERFORM TAKE-RULE-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RULE-PARAM-FILE
           ELSE
             PERFORM VARYING WS-RULE-I FROM 1 BY 1
                 UNTIL WS-RULE-I > WS-DEFAULT-COUNT
               MOVE WS-DEFAULT-LINE(WS-RULE-I) TO RULE-PARAM-RECORD
               PERFORM TAKE-RULE-LINE
             END-PERFORM
           END-IF.

           TAKE-RULE-LINE SECTION.
           MOVE RULE-PARAM-RECORD TO W-SOD-RULE-LINE.
           IF W-SOD-RULE-ID = SPACES
               OR NOT (SOD-SAME-KEY OR SOD-SAME-RUN)
               OR W-SOD-PROGRAM(1) = SPACES
               OR W-SOD-PROGRAM(2) = SPACES
             DISPLAY "sod_rules.parm rule " W-SOD-RULE-ID
               " needs an id, match K or R and both programs - "
               "ignored"
             EXIT SECTION
           END-IF.
           IF WS-RULE-USED >= WS-MAX-RULES
             DISPLAY "sod_rules.parm holds more than " WS-MAX-RULES
               " rules - " W-SOD-RULE-ID " ignored"
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-RULE-USED.
           MOVE W-SOD-RULE-LINE TO WS-RUL-LINE(WS-RULE-USED).
           MOVE SPACES TO WS-RUL-LAST-OPR(WS-RULE-USED)
             WS-RUL-LAST-DATE(WS-RULE-USED).

      ******************************************************************
      * Collecting the halves: each activity line, and each PAID or
      * PENDNG ledger row as program LOTTERY-LEDGER, is set against
      * both halves of every rule.
      ******************************************************************
           READ-ACTIVITY-LOG SECTION.
           MOVE "read" TO WS-ACTIVITY-NOTE.
           OPEN INPUT ACTIVITY-LOG-FILE.
           IF WS-ACTIVITY-STATUS NOT = "00"
             MOVE "not found" TO WS-ACTIVITY-NOTE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ACTIVITY-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-ACTIVITY-READ
                 MOVE ACT-PROGRAM  TO WS-CAND-PROGRAM
                 MOVE ACT-ACTION   TO WS-CAND-ACTION
                 MOVE ACT-OPERATOR TO WS-CAND-OPERATOR
                 MOVE ACT-KEY      TO WS-CAND-KEY
                 MOVE ACT-DATE     TO WS-CAND-DATE
                 PERFORM MATCH-CANDIDATE
             END-READ
           END-PERFORM.
           CLOSE ACTIVITY-LOG-FILE.

           READ-LEDGER SECTION.
           MOVE "read" TO WS-LEDGER-NOTE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
             MOVE "not found" TO WS-LEDGER-NOTE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LEDGER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LEDGER-READ
                 MOVE "LOTTERY-LEDGER" TO WS-CAND-PROGRAM
                 MOVE LGR-OPERATOR  TO WS-CAND-OPERATOR
                 MOVE LGR-PLAYER-ID TO WS-CAND-KEY
                 MOVE LGR-PAID-DATE TO WS-CAND-DATE
                 EVALUATE LGR-STATUS
                   WHEN "PAID"
                     MOVE "P" TO WS-CAND-ACTION
                     PERFORM MATCH-CANDIDATE
                   WHEN "PENDNG"
                     MOVE "I" TO WS-CAND-ACTION
                     PERFORM MATCH-CANDIDATE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           MATCH-CANDIDATE SECTION.
           IF WS-CAND-OPERATOR = SPACES
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-RULE-I FROM 1 BY 1
               UNTIL WS-RULE-I > WS-RULE-USED
             MOVE WS-RUL-LINE(WS-RULE-I) TO W-SOD-RULE-LINE
             PERFORM VARYING WS-HALF-I FROM 1 BY 1
                 UNTIL WS-HALF-I > 2
               IF WS-CAND-PROGRAM = W-SOD-PROGRAM(WS-HALF-I)
                   AND WS-CAND-ACTION = W-SOD-ACTION(WS-HALF-I)
                   AND (W-SOD-KEY(WS-HALF-I) = SPACES
                     OR WS-CAND-KEY = W-SOD-KEY(WS-HALF-I))
                 PERFORM ADD-EVENT
               END-IF
             END-PERFORM
           END-PERFORM.

           ADD-EVENT SECTION.
           IF WS-EVENT-USED >= WS-MAX-EVENTS
             ADD 1 TO WS-EVENTS-DROPPED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-EVENT-USED.
           MOVE WS-RULE-I        TO WS-EVT-RULE(WS-EVENT-USED).
           MOVE WS-HALF-I        TO WS-EVT-HALF(WS-EVENT-USED).
           MOVE WS-CAND-OPERATOR TO WS-EVT-OPERATOR(WS-EVENT-USED).
           MOVE WS-CAND-KEY      TO WS-EVT-KEY(WS-EVENT-USED).
           MOVE WS-CAND-DATE     TO WS-EVT-DATE(WS-EVENT-USED).

      ******************************************************************
      * Same-key rules: a first half and a second half by the same
      * operator on the same key, whichever came first.
      ******************************************************************
           PAIR-SAME-KEY SECTION.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
               UNTIL WS-EVT-I > WS-EVENT-USED
             MOVE WS-RUL-LINE(WS-EVT-RULE(WS-EVT-I))
               TO W-SOD-RULE-LINE
             IF SOD-SAME-KEY AND WS-EVT-HALF(WS-EVT-I) = 1
               PERFORM VARYING WS-EVT-J FROM 1 BY 1
                   UNTIL WS-EVT-J > WS-EVENT-USED
                 IF WS-EVT-HALF(WS-EVT-J) = 2
                     AND WS-EVT-RULE(WS-EVT-J) = WS-EVT-RULE(WS-EVT-I)
                     AND WS-EVT-OPERATOR(WS-EVT-J) =
                       WS-EVT-OPERATOR(WS-EVT-I)
                     AND WS-EVT-KEY(WS-EVT-J) = WS-EVT-KEY(WS-EVT-I)
                   MOVE WS-EVT-RULE(WS-EVT-I) TO WS-NEW-RULE
                   MOVE WS-EVT-OPERATOR(WS-EVT-I) TO WS-NEW-OPERATOR
                   MOVE WS-EVT-KEY(WS-EVT-I) TO WS-NEW-SUBJECT
                   MOVE WS-EVT-DATE(WS-EVT-I) TO WS-NEW-FIRST
                   MOVE WS-EVT-DATE(WS-EVT-J) TO WS-NEW-SECOND
                   PERFORM ADD-FINDING
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      ******************************************************************
      * Same-run rules: in file order, a second half done by the
      * operator who did the latest first half of that rule before
      * it. The subject is the date of the second half.
      ******************************************************************
           PAIR-SAME-RUN SECTION.
           PERFORM VARYING WS-EVT-I FROM 1 BY 1
               UNTIL WS-EVT-I > WS-EVENT-USED
             MOVE WS-EVT-RULE(WS-EVT-I) TO WS-RULE-I
             MOVE WS-RUL-LINE(WS-RULE-I) TO W-SOD-RULE-LINE
             IF SOD-SAME-RUN
               IF WS-EVT-HALF(WS-EVT-I) = 1
                 MOVE WS-EVT-OPERATOR(WS-EVT-I)
                   TO WS-RUL-LAST-OPR(WS-RULE-I)
                 MOVE WS-EVT-DATE(WS-EVT-I)
                   TO WS-RUL-LAST-DATE(WS-RULE-I)
               ELSE
                 IF WS-EVT-OPERATOR(WS-EVT-I) =
                     WS-RUL-LAST-OPR(WS-RULE-I)
                   MOVE WS-RULE-I TO WS-NEW-RULE
                   MOVE WS-EVT-OPERATOR(WS-EVT-I) TO WS-NEW-OPERATOR
                   MOVE SPACES TO WS-NEW-SUBJECT
                   MOVE WS-EVT-DATE(WS-EVT-I) TO WS-NEW-SUBJECT
                   MOVE WS-RUL-LAST-DATE(WS-RULE-I) TO WS-NEW-FIRST
                   MOVE WS-EVT-DATE(WS-EVT-I) TO WS-NEW-SECOND
                   PERFORM ADD-FINDING
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           ADD-FINDING SECTION.
           MOVE "N" TO WS-FINDING-KNOWN.
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FINDING-USED OR FINDING-KNOWN
             IF WS-FND-RULE(WS-FND-I) = WS-NEW-RULE
                 AND WS-FND-OPERATOR(WS-FND-I) = WS-NEW-OPERATOR
                 AND WS-FND-SUBJECT(WS-FND-I) = WS-NEW-SUBJECT
               SET FINDING-KNOWN TO TRUE
             END-IF
           END-PERFORM.
           IF FINDING-KNOWN
             EXIT SECTION
           END-IF.
           IF WS-FINDING-USED >= WS-MAX-FINDINGS
             ADD 1 TO WS-FINDINGS-DROPPED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-FINDING-USED.
           MOVE WS-NEW-RULE     TO WS-FND-RULE(WS-FINDING-USED).
           MOVE WS-NEW-OPERATOR TO WS-FND-OPERATOR(WS-FINDING-USED).
           MOVE WS-NEW-SUBJECT  TO WS-FND-SUBJECT(WS-FINDING-USED).
           MOVE WS-NEW-FIRST    TO WS-FND-FIRST(WS-FINDING-USED).
           MOVE WS-NEW-SECOND   TO WS-FND-SECOND(WS-FINDING-USED).

           LOAD-OPERATOR-MASTER SECTION.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ OPERATOR-MASTER-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF OPM-ID NOT = SPACES
                     AND WS-MASTER-USED < WS-MAX-OPERATORS
                   ADD 1 TO WS-MASTER-USED
                   MOVE OPERATOR-MASTER-RECORD
                     TO WS-MASTER-LINE(WS-MASTER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OPERATOR-MASTER-FILE.

      ******************************************************************
      * The supervisor's report: the rules, the operators who did
      * both halves, and the operators whose role lets them.
      ******************************************************************
           PRINT-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "SEGREGATION-OF-DUTIES CONFLICTS" TO W-RPT-TITLE.
           MOVE "../sod_conflicts.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           MOVE ZERO TO W-RPT-GRAND-TOTAL.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Activity log " WS-ACTIVITY-NOTE DELIMITED BY "  "
             " - " WS-ACTIVITY-READ " line(s); ledger "
             WS-LEDGER-NOTE DELIMITED BY "  "
             " - " WS-LEDGER-READ " row(s)"
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF RULES-FROM-FILE
             MOVE "Rules from sod_rules.parm:" TO W-RPT-TEXT
           ELSE
             MOVE "Rules (compiled-in - no sod_rules.parm):"
               TO W-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-RULE-I FROM 1 BY 1
               UNTIL WS-RULE-I > WS-RULE-USED
             MOVE WS-RUL-LINE(WS-RULE-I) TO W-SOD-RULE-LINE
             MOVE SPACES TO W-RPT-TEXT
             STRING "  " W-SOD-RULE-ID " " W-SOD-MATCH " "
               W-SOD-DESCRIPTION
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-PERFORM.
           PERFORM PRINT-ACTIVITY-FINDINGS.
           PERFORM PRINT-ROLE-FINDINGS.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           STRING "Activity conflicts " WS-FINDING-USED
             "  role conflicts " WS-ROLE-FINDINGS
             DELIMITED BY SIZE INTO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           COMPUTE W-RPT-GRAND-TOTAL =
             WS-FINDING-USED + WS-ROLE-FINDINGS.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PRINT-ACTIVITY-FINDINGS SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "Operators who did both halves:" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-FINDING-USED = ZERO
             MOVE "  none" TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE "  RULE     OPERATOR SUBJECT    FIRST    SECOND"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FINDING-USED
             MOVE WS-RUL-LINE(WS-FND-RULE(WS-FND-I))
               TO W-SOD-RULE-LINE
             MOVE SPACES TO W-RPT-TEXT
             STRING "  " W-SOD-RULE-ID " " WS-FND-OPERATOR(WS-FND-I)
               " " WS-FND-SUBJECT(WS-FND-I) " "
               WS-FND-FIRST(WS-FND-I) " " WS-FND-SECOND(WS-FND-I)
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-PERFORM.
           IF WS-FINDINGS-DROPPED > ZERO
             MOVE SPACES TO W-RPT-TEXT
             STRING "  ... and " WS-FINDINGS-DROPPED
               " more past the first " WS-MAX-FINDINGS
               DELIMITED BY SIZE INTO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

      * An operator not disabled whose role is in both halves' role
      * lists of a rule.
           PRINT-ROLE-FINDINGS SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE "Operators whose role allows a conflict:"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-MASTER-USED = ZERO
             MOVE "  operator_master.dat empty or not found"
               TO W-RPT-TEXT
             PERFORM REPORT-LINE
             EXIT SECTION
           END-IF.
           MOVE "  OPERATOR R RULE     NAME" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-OPR-I FROM 1 BY 1
               UNTIL WS-OPR-I > WS-MASTER-USED
             MOVE WS-MASTER-LINE(WS-OPR-I) TO OPERATOR-MASTER-RECORD
             IF OPM-LOCK NOT = "D" AND OPM-ROLE NOT = SPACE
               PERFORM CHECK-OPERATOR-ROLE
             END-IF
           END-PERFORM.
           IF WS-ROLE-FINDINGS = ZERO
             MOVE "  none" TO W-RPT-TEXT
             PERFORM REPORT-LINE
           END-IF.

           CHECK-OPERATOR-ROLE SECTION.
           PERFORM VARYING WS-RULE-I FROM 1 BY 1
               UNTIL WS-RULE-I > WS-RULE-USED
             MOVE WS-RUL-LINE(WS-RULE-I) TO W-SOD-RULE-LINE
             MOVE ZERO TO WS-ROLE-TALLY-1 WS-ROLE-TALLY-2
             INSPECT W-SOD-ROLES(1) TALLYING WS-ROLE-TALLY-1
               FOR ALL OPM-ROLE
             INSPECT W-SOD-ROLES(2) TALLYING WS-ROLE-TALLY-2
               FOR ALL OPM-ROLE
             IF WS-ROLE-TALLY-1 > ZERO AND WS-ROLE-TALLY-2 > ZERO
               ADD 1 TO WS-ROLE-FINDINGS
               MOVE SPACES TO W-RPT-TEXT
               STRING "  " OPM-ID " " OPM-ROLE " " W-SOD-RULE-ID " "
                 OPM-NAME
                 DELIMITED BY SIZE INTO W-RPT-TEXT
               PERFORM REPORT-LINE
             END-IF
           END-PERFORM.

           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE WS-PROGRAM-NAME TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           IF RULES-FROM-FILE
             MOVE "../sod_rules.parm" TO W-LIN-FILE
             MOVE WS-RULE-USED TO W-LIN-COUNT
             CALL "LINEAGE-POST" USING W-LINEAGE
           END-IF.
           MOVE "../operator_activity.log" TO W-LIN-FILE.
           MOVE WS-ACTIVITY-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../lottery_ledger.dat" TO W-LIN-FILE.
           MOVE WS-LEDGER-READ TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../operator_master.dat" TO W-LIN-FILE.
           MOVE WS-MASTER-USED TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE W-RPT-SPOOL-NAME TO W-LIN-FILE.
           COMPUTE W-LIN-COUNT = WS-FINDING-USED + WS-ROLE-FINDINGS.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * One error alert per operator who did both halves, one warning
      * for all the roles that allow a conflict.
           RAISE-ALERTS SECTION.
           MOVE "E" TO WS-ALERT-SEVERITY.
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FINDING-USED
             MOVE WS-RUL-LINE(WS-FND-RULE(WS-FND-I))
               TO W-SOD-RULE-LINE
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING "SoD " DELIMITED BY SIZE
               W-SOD-RULE-ID DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FND-OPERATOR(WS-FND-I) DELIMITED BY SPACE
               " did both halves on " WS-FND-SUBJECT(WS-FND-I)
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-PERFORM.
           IF WS-ROLE-FINDINGS > ZERO
             MOVE "W" TO WS-ALERT-SEVERITY
             MOVE SPACES TO WS-ALERT-MESSAGE
             STRING WS-ROLE-FINDINGS
               " operator role(s) allow a duties conflict"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
             CALL "ALERT-SERVICE" USING WS-ALERT-SEVERITY
               WS-PROGRAM-NAME WS-ALERT-MESSAGE W-BATCH-COMPLET
           END-IF.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
