      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Access recertification review, one line per operator per
      * quarterly cycle ("2026Q4") in "../recert_review.dat".
      * ACCESS-RECERT writes the lines when it opens a cycle, with
      * what the reviewer needs to judge the account as it stood
      * then: role, supervisor, last sign-on from the activity log
      * (blank - never), lock state and password age in days (9999 -
      * never set). The operator's supervisor keeps or revokes the
      * account through OPERATOR-ADMIN before W-RCR-DEADLINE; a line
      * still undecided when ACCESS-RECERT next runs after the
      * deadline is disabled automatically. Closing the cycle sets
      * every line of it to "C".
      *   W-RCR-DECISION  blank pending   K kept   R revoked
      *                   A disabled automatically at the deadline
      ******************************************************************
       01 W-RECERT-RECORD.
           05 W-RCR-CYCLE        PIC X(6).
           05 FILLER             PIC X.
           05 W-RCR-OPERATOR     PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-NAME         PIC X(20).
           05 FILLER             PIC X.
           05 W-RCR-ROLE         PIC X.
           05 FILLER             PIC X.
           05 W-RCR-SUPERVISOR   PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-LAST-SIGNON  PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-LOCK         PIC X.
           05 FILLER             PIC X.
           05 W-RCR-PWD-AGE      PIC 9(4).
           05 FILLER             PIC X.
           05 W-RCR-DEADLINE     PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-STATE        PIC X.
              88 RCR-OPEN        VALUE "O".
              88 RCR-CLOSED      VALUE "C".
           05 FILLER             PIC X.
           05 W-RCR-DECISION     PIC X.
              88 RCR-PENDING     VALUE SPACE.
              88 RCR-KEPT        VALUE "K".
              88 RCR-REVOKED     VALUE "R".
              88 RCR-AUTO-DISABLED VALUE "A".
           05 FILLER             PIC X.
           05 W-RCR-DECIDED-BY   PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-DECIDED-DATE PIC X(8).
           05 FILLER             PIC X.
           05 W-RCR-DECIDED-TIME PIC X(8).
