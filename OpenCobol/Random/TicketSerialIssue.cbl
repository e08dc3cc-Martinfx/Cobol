      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Every ticket sold - counter, subscription or bingo card -
      * takes a unique serial and a validation code from this
      * CALLable routine. The serial is NEXT-ID-ISSUE's ticket
      * source ("T"): seven digits carrying a valid CHECK-DIGIT, so
      * a mis-keyed serial at the claims or void desk is rejected
      * before it is looked up, and reserved so two tills never
      * issue the same one. The validation code is four random
      * digits printed only on the receipt: the serial alone, which
      * anyone handling the ticket can read off the ledger, does not
      * get a prize paid. The generator is seeded from the clock on
      * the first call of the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TICKET-SERIAL-ISSUE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 WS-ID-SOURCE  PIC X VALUE "T".
           77 WS-SEEDED     PIC X VALUE "N".
             88 CODES-SEEDED VALUE "Y".
           01 WS-CLOCK.
             05 WS-CLOCK-DATE PIC 9(8).
             05 WS-CLOCK-TIME PIC 9(8).
             05 FILLER        PIC X(5).
           77 WS-SEED       PIC 9(8).
           77 WS-CODE       PIC 9(4).

       LINKAGE SECTION.
           01 LS-SERIAL     PIC 9(7).
           01 LS-VALIDATION PIC 9(4).
           01 LS-ISSUE-OK   PIC X.
             88 ISSUE-WORKED VALUE "Y".
             88 ISSUE-FAILED VALUE "N".

       PROCEDURE DIVISION USING LS-SERIAL LS-VALIDATION LS-ISSUE-OK.
       MAIN-PROCEDURE.
           MOVE ZERO TO LS-VALIDATION.
           CALL "NEXT-ID-ISSUE" USING WS-ID-SOURCE LS-SERIAL
             LS-ISSUE-OK.
           IF NOT ISSUE-WORKED
             GOBACK
           END-IF.
           PERFORM NEXT-VALIDATION-CODE.
           MOVE WS-CODE TO LS-VALIDATION.
           GOBACK.

      * 1000-9999: always four significant digits on the receipt.
           NEXT-VALIDATION-CODE SECTION.
           IF NOT CODES-SEEDED
             MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
             COMPUTE WS-SEED = WS-CLOCK-TIME + LS-SERIAL
             COMPUTE WS-CODE = FUNCTION RANDOM(WS-SEED) * 9000 + 1000
             SET CODES-SEEDED TO TRUE
           ELSE
             COMPUTE WS-CODE = FUNCTION RANDOM * 9000 + 1000
           END-IF.
