      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Prizes over the statutory threshold have tax withheld before
      * they are paid. LOTTERY-CLAIMS (cash at the counter) and
      * LOTTERY-BANK-PAY (transfer) both ask this one CALLable
      * routine what to withhold, so a prize is taxed the same way
      * whichever desk pays it. The rate and the threshold are read
      * from "../prize_tax.parm" on every call, so a budget change
      * is an edit to the parm, not a recompile:
      *   columns 1-4  rate, percent with two implied decimals
      *                (2000 = 20.00%)
      *   column  5    space
      *   columns 6-12 threshold - a prize ABOVE it is taxed on the
      *                whole amount, one at or below it is paid gross
      * Without the parm the standing WS-DEFAULT-TAX-RATE and
      * WS-DEFAULT-TAX-THRESHOLD apply. Tax is rounded to the unit.
      *
      * CALL "PRIZE-TAX" USING <gross 9(7)> <tax 9(7)> <net 9(7)>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIZE-TAX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARAM-FILE ASSIGN TO "../prize_tax.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TAX-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TAX-PARAM-FILE.
           01 TAX-PARAM-RECORD.
             05 PARM-TAX-RATE      PIC 99V99.
             05 FILLER             PIC X.
             05 PARM-TAX-THRESHOLD PIC 9(7).

       WORKING-STORAGE SECTION.
           77 WS-TAX-PARAM-STATUS PIC XX.

           78 WS-DEFAULT-TAX-RATE      VALUE 20.
           78 WS-DEFAULT-TAX-THRESHOLD VALUE 5000.
           77 WS-TAX-RATE      PIC 99V99.
           77 WS-TAX-THRESHOLD PIC 9(7).

       LINKAGE SECTION.
           01 LS-GROSS PIC 9(7).
           01 LS-TAX   PIC 9(7).
           01 LS-NET   PIC 9(7).

       PROCEDURE DIVISION USING LS-GROSS LS-TAX LS-NET.
       MAIN-PROCEDURE.
           PERFORM LOAD-TAX-PARAM.
           MOVE ZERO TO LS-TAX.
           IF LS-GROSS > WS-TAX-THRESHOLD
             COMPUTE LS-TAX ROUNDED =
               LS-GROSS * WS-TAX-RATE / 100
           END-IF.
           COMPUTE LS-NET = LS-GROSS - LS-TAX.
           GOBACK.

           LOAD-TAX-PARAM SECTION.
           MOVE WS-DEFAULT-TAX-RATE TO WS-TAX-RATE.
           MOVE WS-DEFAULT-TAX-THRESHOLD TO WS-TAX-THRESHOLD.
           OPEN INPUT TAX-PARAM-FILE.
           IF WS-TAX-PARAM-STATUS = "00"
             READ TAX-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF PARM-TAX-RATE NUMERIC
                   MOVE PARM-TAX-RATE TO WS-TAX-RATE
                 END-IF
                 IF PARM-TAX-THRESHOLD NUMERIC
                   MOVE PARM-TAX-THRESHOLD TO WS-TAX-THRESHOLD
                 END-IF
             END-READ
             CLOSE TAX-PARAM-FILE
           END-IF.
