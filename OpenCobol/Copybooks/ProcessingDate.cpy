      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The shop's business processing date control record - the one
      * line of "../processing_date.dat". GET-BATCH-STAMP hands
      * PDT-DATE to every caller as W-PROC-DATE; only END-OF-DAY-ROLL
      * rewrites it, keeping the date it rolled from, when, and who
      * (or "BATCH") rolled it.
      ******************************************************************
       01 PROC-DATE-RECORD.
           05 PDT-DATE         PIC X(8).
           05 FILLER           PIC X.
           05 PDT-PRIOR-DATE   PIC X(8).
           05 FILLER           PIC X.
           05 PDT-ROLLED-STAMP PIC X(16).
           05 FILLER           PIC X.
           05 PDT-ROLLED-BY    PIC X(8).
