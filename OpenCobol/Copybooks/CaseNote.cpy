      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * One line of the case-note file "../details_notes.dat": a
      * note an operator keeps about a person, keyed by DETAILS-ID
      * and a sequence number running from 1 within that ID.
      * DETAILS-MAINTENANCE appends notes (N option) and never
      * changes one once written; DETAILS-HISTORY-INQUIRY shows them
      * newest first, CASE-NOTES-DUE lists each day the notes whose
      * follow-up date has come round, SUBJECT-ACCESS-PACK includes
      * them and RIGHT-TO-ERASURE removes them. W-NTE-FOLLOW-UP is a
      * YYYYMMDD date, or spaces for a note needing no follow-up.
      ******************************************************************
       01 W-CASE-NOTE.
           05 W-NTE-KEY.
              10 W-NTE-DETAILS-ID PIC 9(7).
              10 W-NTE-SEQ        PIC 9(4).
           05 FILLER              PIC X.
           05 W-NTE-OPERATOR      PIC X(8).
           05 FILLER              PIC X.
           05 W-NTE-STAMP.
              10 W-NTE-DATE       PIC X(8).
              10 W-NTE-TIME       PIC X(8).
           05 FILLER              PIC X.
           05 W-NTE-CATEGORY      PIC X.
              88 NTE-CALL         VALUE "C".
              88 NTE-DOCUMENT     VALUE "D".
              88 NTE-COMPLAINT    VALUE "K".
              88 NTE-GENERAL      VALUE "G".
              88 NTE-CATEGORY-OK  VALUE "C" "D" "K" "G".
           05 FILLER              PIC X.
           05 W-NTE-FOLLOW-UP     PIC X(8).
           05 FILLER              PIC X.
           05 W-NTE-TEXT          PIC X(60).
