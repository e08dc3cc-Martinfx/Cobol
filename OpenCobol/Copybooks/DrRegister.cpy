      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of "../dr_register.dat": a DR set packaged by
      * DR-PACKAGE (action PACKAGE) or restored and proved by
      * DR-REHEARSAL (action REHEARSE), with the set, the files and
      * bytes it covered and whether it passed. MORNING-SUMMARY
      * reads the newest of each for its DR status line.
      ******************************************************************
       01 W-DR-REGISTER-RECORD.
           05 W-DRR-DATE    PIC X(8).
           05 FILLER        PIC X.
           05 W-DRR-TIME    PIC X(8).
           05 FILLER        PIC X.
           05 W-DRR-RUN-ID  PIC X(16).
           05 FILLER        PIC X.
           05 W-DRR-ACTION  PIC X(8).
              88 DRR-PACKAGE  VALUE "PACKAGE".
              88 DRR-REHEARSE VALUE "REHEARSE".
           05 FILLER        PIC X.
           05 W-DRR-SET     PIC X(20).
           05 FILLER        PIC X.
           05 W-DRR-FILES   PIC 9(4).
           05 FILLER        PIC X.
           05 W-DRR-BYTES   PIC 9(10).
           05 FILLER        PIC X.
           05 W-DRR-RESULT  PIC X(4).
              88 DRR-PASSED   VALUE "PASS".
