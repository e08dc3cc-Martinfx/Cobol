      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of the segregation-of-duties rules
      * "../sod_rules.parm", read by SOD-CONFLICT-REPORT. Each rule
      * names two halves of a process that one operator must not
      * both do. A "*" in column 1 is a comment line.
      *   cols   1-8   rule id         10     match (see below)
      *         12-31  first half program   33  its action
      *         35-44  its key (blank - any key)
      *         46-49  roles allowed to do the first half
      *         51-70  second half program  72  its action
      *         74-83  its key (blank - any key)
      *         85-88  roles allowed to do the second half
      *         90-129 description
      * Program and action are as "../operator_activity.log" shows
      * them (program truncated to 20). The program LOTTERY-LEDGER
      * stands for "../lottery_ledger.dat": action P a row PAID, I a
      * row PENDNG on a bank payment instruction, under the row's
      * operator with the player id as the key.
      * Match "K" - the same operator did both halves on the same
      * key (the subject), in either order. Match "R" - the second
      * half was done by the operator who did the latest first half
      * before it (a run and the step that processes it, whose keys
      * differ).
      * The role lists are the roles the programs let do each half;
      * a role in both lists is a role that allows the conflict.
      * With no rules file the report uses the rules compiled into
      * it, laid out as lines of this file.
      ******************************************************************
       01 W-SOD-RULE-LINE.
           05 W-SOD-RULE-ID     PIC X(8).
           05 FILLER            PIC X.
           05 W-SOD-MATCH       PIC X.
              88 SOD-SAME-KEY   VALUE "K".
              88 SOD-SAME-RUN   VALUE "R".
           05 FILLER            PIC X.
           05 W-SOD-HALF OCCURS 2 TIMES.
              10 W-SOD-PROGRAM  PIC X(20).
              10 FILLER         PIC X.
              10 W-SOD-ACTION   PIC X.
              10 FILLER         PIC X.
              10 W-SOD-KEY      PIC X(10).
              10 FILLER         PIC X.
              10 W-SOD-ROLES    PIC X(4).
              10 FILLER         PIC X.
           05 W-SOD-DESCRIPTION PIC X(40).
