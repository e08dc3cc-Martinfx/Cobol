      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Inter-branch transfer record of data.dat. It shares the file
      * with the DETAILS amount records and the HDR/TRL control
      * records, is the same 28 bytes, and is recognised by its
      * leading "XFR" tag, which can never collide with a real
      * five-digit numeric id. Each branch keys its own side of a
      * transfer - the sending branch the O(ut) side, the receiving
      * branch the I(n) side - and both sides carry the same
      * reference, from-branch, to-branch and amount, so the two
      * halves can be matched at the end of the day.
      ******************************************************************
       01 W-DATA-TRANSFER.
           05 W-XFR-TAG        PIC X(3).
              88 XFR-RECORD    VALUE "XFR".
           05 W-XFR-SIDE       PIC X.
              88 XFR-SIDE-OUT  VALUE "O".
              88 XFR-SIDE-IN   VALUE "I".
              88 XFR-SIDE-OK   VALUE "O" "I".
           05 W-XFR-REF        PIC X(8).
           05 W-XFR-FROM       PIC X(3).
           05 W-XFR-TO         PIC X(3).
           05 W-XFR-AMOUNT     PIC X(9).
           05 W-XFR-AMOUNT-NUM REDEFINES W-XFR-AMOUNT PIC 9(9).
           05 FILLER           PIC X.
