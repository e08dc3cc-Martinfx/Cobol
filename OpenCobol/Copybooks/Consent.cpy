      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Shared control block for the CONSENT-REGISTER subprogram,
      * which keeps the effective-dated contact consent of each
      * DETAILS-ID: whether the person agreed to be written to by
      * post, rung by phone, and shared with our partners. COPY this
      * into WORKING-STORAGE, set W-CNS-FUNCTION and the fields it
      * needs, and CALL "CONSENT-REGISTER" USING W-CONSENT:
      *   "L" - the consent in force for W-CNS-DETAILS-ID on
      *         W-CNS-AS-OF (spaces meaning the business processing
      *         date): the three flags and, in W-CNS-EFFECTIVE, the
      *         date it took effect;
      *   "W" - record the three flags for W-CNS-DETAILS-ID from
      *         W-CNS-EFFECTIVE (spaces meaning today), keyed by
      *         W-CNS-OPERATOR; the change is journaled.
      * A flag is "Y" given or "N" not given. Nobody is taken to
      * have consented to anything until it is on file, so a lookup
      * with nothing in force comes back with every flag "N".
      * W-CNS-RESULT comes back "Y" found (or recorded), "N" nothing
      * in force, "F" a file could not be read or written.
      * Revision: Maxfx 15/10/2026 - a lookup with no as-of date is
      *   made on the processing date, not the clock date.
      ******************************************************************
       01 W-CONSENT.
           05 W-CNS-FUNCTION PIC X.
              88 CNS-LOOKUP        VALUE "L".
              88 CNS-RECORD-CHANGE VALUE "W".
           05 W-CNS-DETAILS-ID PIC 9(7).
           05 W-CNS-AS-OF      PIC X(8).
           05 W-CNS-EFFECTIVE  PIC X(8).
           05 W-CNS-FLAGS.
              10 W-CNS-POST    PIC X.
                 88 CNS-POST-GIVEN    VALUE "Y".
              10 W-CNS-PHONE   PIC X.
                 88 CNS-PHONE-GIVEN   VALUE "Y".
              10 W-CNS-PARTNER PIC X.
                 88 CNS-PARTNER-GIVEN VALUE "Y".
           05 W-CNS-OPERATOR   PIC X(8).
           05 W-CNS-RESULT     PIC X.
              88 CNS-FOUND  VALUE "Y".
              88 CNS-NONE   VALUE "N".
              88 CNS-FAILED VALUE "F".
