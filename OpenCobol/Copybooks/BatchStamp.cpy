      * GET-BATCH-STAMP subprogram. COPY this into WORKING-STORAGE (or
      * LINKAGE, for GET-BATCH-STAMP itself) wherever a program needs
      * to tag its output/audit records with the shop's run-id format.
      * Revision: Maxfx 15/10/2026 - W-PROC-DATE carries the shop's
      *   business processing date from "../processing_date.dat"
      *   (the machine date when no control file exists); W-DATE
      *   stays the clock date the run id is built from.
      ******************************************************************
       01 W-BATCH-STAMP.
           05 W-BATCH.
              10 W-DATE PIC X(8).
              10 W-TIME PIC X(8).
           05 W-BATCH-COMPLET PIC X(16).
           05 W-PROC-DATE PIC X(8).
