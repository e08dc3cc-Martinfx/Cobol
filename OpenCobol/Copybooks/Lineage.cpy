      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Shared control block for the LINEAGE-POST service, which
      * records in "../lineage_register.dat" (see LineageRegister.cpy)
      * which run produced each file, from which inputs. COPY this
      * into WORKING-STORAGE, then CALL "LINEAGE-POST" USING
      * W-LINEAGE once per function:
      *   "S" - start: W-LIN-PROGRAM names the caller; forgets any
      *         inputs held from an earlier posting;
      *   "I" - one input file read, W-LIN-FILE / W-LIN-COUNT (the
      *         records read from it); the same file again replaces
      *         its count;
      *   "O" - one output file written, W-LIN-FILE / W-LIN-COUNT;
      *         posts one register line for each input declared
      *         since the start (one with no input when there were
      *         none);
      *   "R" - one report filed into the report repository:
      *         W-LIN-FILE the dated repository copy, W-LIN-SOURCE
      *         the spool it was copied from, W-LIN-COUNT its lines;
      *         posted at once under W-LIN-PROGRAM, leaving the
      *         caller's held inputs as they were.
      * The run id and step are the night's under NIGHTLY-BATCH, the
      * caller's own batch stamp and "ON-DEMAND" otherwise.
      ******************************************************************
       01 W-LINEAGE.
           05 W-LIN-FUNCTION PIC X.
              88 LIN-START  VALUE "S".
              88 LIN-INPUT  VALUE "I".
              88 LIN-OUTPUT VALUE "O".
              88 LIN-REPORT VALUE "R".
           05 W-LIN-PROGRAM  PIC X(30).
           05 W-LIN-FILE     PIC X(60).
           05 W-LIN-COUNT    PIC 9(8).
           05 W-LIN-SOURCE   PIC X(60).
