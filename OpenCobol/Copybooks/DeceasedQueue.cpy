      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Shared line layout of the deceased review queue
      * "../deceased_review.dat", appended by DECEASED-INTAKE for
      * every register entry that matches a DETAILS record exactly
      * (surname, initials and birth date) and worked through by
      * DECEASED-REVIEW. One line per proposed match: the DETAILS-ID,
      * the register's name and dates as they came in, the run date
      * of the register file that proposed it, and the decision -
      * pending until an operator confirms or rejects it, then the
      * operator and the date of the decision.
      ******************************************************************
       01 W-DECEASED-QUEUE-RECORD.
           05 W-DQ-DETAILS-ID   PIC 9(7).
           05 FILLER            PIC X.
           05 W-DQ-SURNAME      PIC X(8).
           05 FILLER            PIC X.
           05 W-DQ-INITIALS     PIC XX.
           05 FILLER            PIC X.
           05 W-DQ-BIRTH-DATE   PIC X(8).
           05 FILLER            PIC X.
           05 W-DQ-DEATH-DATE   PIC X(8).
           05 FILLER            PIC X.
           05 W-DQ-FEED-DATE    PIC X(8).
           05 FILLER            PIC X.
           05 W-DQ-STATE        PIC X.
              88 DQ-PENDING     VALUE "P".
              88 DQ-CONFIRMED   VALUE "C".
              88 DQ-REJECTED    VALUE "R".
           05 FILLER            PIC X.
           05 W-DQ-OPERATOR-ID  PIC X(8).
           05 FILLER            PIC X.
           05 W-DQ-DECIDED-DATE PIC X(8).
