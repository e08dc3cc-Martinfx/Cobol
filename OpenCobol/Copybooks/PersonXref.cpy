      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Shared control block for the PERSON-XREF subprogram, which
      * keeps the links between lottery players (PLM-PLAYER-ID on
      * player_master.dat) and DETAILS records (DETAILS-ID on
      * database.dat). COPY this into WORKING-STORAGE, set
      * W-PXR-FUNCTION and the fields it needs, and CALL
      * "PERSON-XREF" USING W-PERSON-XREF:
      *   "P" - the DETAILS-ID confirmed for W-PXR-PLAYER-ID;
      *   "D" - the player confirmed for W-PXR-DETAILS-ID;
      *   "W" - file the operator's decision (W-PXR-STATE "C"
      *         confirmed or "R" rejected) on the pair in
      *         W-PXR-PLAYER-ID / W-PXR-DETAILS-ID;
      *   "M" - propose the DETAILS records that match the player
      *         name and birth date in W-PXR-NAME / W-PXR-BIRTH-DATE
      *         by surname, initials and birth date. A record already
      *         linked to a player, or a pair rejected before for
      *         W-PXR-PLAYER-ID, is not proposed again.
      * W-PXR-RESULT comes back "Y" found (or filed), "N" nothing
      * found, "F" a file could not be read or written.
      ******************************************************************
       01 W-PERSON-XREF.
           05 W-PXR-FUNCTION PIC X.
              88 PXR-FIND-BY-PLAYER  VALUE "P".
              88 PXR-FIND-BY-DETAILS VALUE "D".
              88 PXR-RECORD-DECISION VALUE "W".
              88 PXR-PROPOSE-MATCHES VALUE "M".
           05 W-PXR-PLAYER-ID  PIC X(10).
           05 W-PXR-DETAILS-ID PIC 9(7).
           05 W-PXR-NAME       PIC X(20).
           05 W-PXR-BIRTH-DATE PIC X(8).
           05 W-PXR-STATE      PIC X.
              88 PXR-CONFIRMED VALUE "C".
              88 PXR-REJECTED  VALUE "R".
           05 W-PXR-OPERATOR   PIC X(8).
      * Proposals, best first: "F" surname, initials and birth date
      * all agree; "S" surname and birth date agree, initials differ.
           05 W-PXR-CAND-COUNT PIC 9.
           05 W-PXR-CANDIDATE OCCURS 9 TIMES.
              10 W-PXR-CAND-ID       PIC 9(7).
              10 W-PXR-CAND-SURNAME  PIC X(8).
              10 W-PXR-CAND-INITIALS PIC XX.
              10 W-PXR-CAND-STRENGTH PIC X.
           05 W-PXR-RESULT PIC X.
              88 PXR-FOUND  VALUE "Y".
              88 PXR-NONE   VALUE "N".
              88 PXR-FAILED VALUE "F".
