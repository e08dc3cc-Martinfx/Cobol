      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Since the V2 layout gave DETAILS records a postal address,
      * postcodes have been keyed in any shape ("11000", "110-00",
      * "1100") and cities that are not where the postcode is. This
      * CALLable check holds them against the postcode reference
      * "../postcode_ref.dat" (postcode, city, region - one line per
      * postcode, the postcode in the standard "999 99" form). The
      * reference is read once, on the first call of the run. Used by
      * POSTCODE-VALIDATE over database_idx.dat and by
      * DETAILS-MAINTENANCE as the postcode is keyed.
      *
      * CALL "POSTCODE-CHECK" USING <postcode X(8)> <city X(14)>
      *   <standard X(8)> <reference city X(14)> <region X(20)>
      *   <result X>
      * Standard comes back as the postcode in the "999 99" form
      * whenever its five digits can be made out, whatever spacing
      * was keyed (spaces when they cannot); the reference city and
      * region come back whenever the standard form is on the
      * reference. The city is compared without regard to case or
      * leading spaces; a blank city is not a disagreement.
      * Result: "V" valid; "B" no postcode keyed; "M" malformed - not
      * in the "999 99" form; "U" well formed but not on the
      * reference; "C" on the reference but the city disagrees; "R"
      * no reference on file, so only the form was checked.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCODE-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTCODE-REF-FILE ASSIGN TO "../postcode_ref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD POSTCODE-REF-FILE.
           01 POSTCODE-REF-RECORD.
             05 PCR-POSTCODE PIC X(8).
             05 FILLER       PIC X.
             05 PCR-CITY     PIC X(14).
             05 FILLER       PIC X.
             05 PCR-REGION   PIC X(20).

       WORKING-STORAGE SECTION.
           77 WS-REF-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

      * The reference in memory, loaded on the first call and kept
      * for the rest of the run.
           77 WS-REF-LOADED PIC X VALUE "N".
             88 REFERENCE-LOADED VALUE "Y".
           78 WS-MAX-POSTCODES VALUE 3000.
           01 WS-REF-TABLE.
             05 WS-REF-ENTRY OCCURS 3000 TIMES.
               10 WS-REF-POSTCODE PIC X(8).
               10 WS-REF-CITY     PIC X(14).
               10 WS-REF-REGION   PIC X(20).
           77 WS-REF-USED   PIC 9(4) VALUE ZERO.
           77 WS-REF-I      PIC 9(4).
           77 WS-REF-HIT    PIC 9(4).

      * The keyed postcode with its spacing taken out.
           77 WS-DIGITS      PIC X(8).
           77 WS-DIGIT-COUNT PIC 99.
           77 WS-CHAR-I      PIC 99.
           77 WS-KEYED-CITY  PIC X(14).

       LINKAGE SECTION.
           01 LS-POSTCODE     PIC X(8).
           01 LS-CITY         PIC X(14).
           01 LS-STANDARD     PIC X(8).
           01 LS-REF-CITY     PIC X(14).
           01 LS-REGION       PIC X(20).
           01 LS-RESULT       PIC X.
             88 POSTCODE-VALID     VALUE "V".
             88 POSTCODE-BLANK     VALUE "B".
             88 POSTCODE-MALFORMED VALUE "M".
             88 POSTCODE-UNKNOWN   VALUE "U".
             88 POSTCODE-CITY-DIFF VALUE "C".
             88 POSTCODE-NO-REF    VALUE "R".

       PROCEDURE DIVISION USING LS-POSTCODE LS-CITY LS-STANDARD
           LS-REF-CITY LS-REGION LS-RESULT.
       MAIN-PROCEDURE.
           IF NOT REFERENCE-LOADED
             PERFORM LOAD-POSTCODE-REFERENCE
           END-IF.
           MOVE SPACES TO LS-STANDARD.
           MOVE SPACES TO LS-REF-CITY.
           MOVE SPACES TO LS-REGION.
           IF LS-POSTCODE = SPACES
             SET POSTCODE-BLANK TO TRUE
             GOBACK
           END-IF.
           PERFORM MAKE-STANDARD-FORM.
           IF WS-REF-USED = ZERO
             SET POSTCODE-NO-REF TO TRUE
             IF LS-STANDARD = SPACES OR LS-POSTCODE NOT = LS-STANDARD
               SET POSTCODE-MALFORMED TO TRUE
             END-IF
             GOBACK
           END-IF.
           MOVE ZERO TO WS-REF-HIT.
           IF LS-STANDARD NOT = SPACES
             PERFORM VARYING WS-REF-I FROM 1 BY 1
                 UNTIL WS-REF-I > WS-REF-USED OR WS-REF-HIT > ZERO
               IF WS-REF-POSTCODE(WS-REF-I) = LS-STANDARD
                 MOVE WS-REF-I TO WS-REF-HIT
               END-IF
             END-PERFORM
           END-IF.
           IF WS-REF-HIT > ZERO
             MOVE WS-REF-CITY(WS-REF-HIT) TO LS-REF-CITY
             MOVE WS-REF-REGION(WS-REF-HIT) TO LS-REGION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CITY))
             TO WS-KEYED-CITY.
           EVALUATE TRUE
             WHEN LS-STANDARD = SPACES
             WHEN LS-POSTCODE NOT = LS-STANDARD
               SET POSTCODE-MALFORMED TO TRUE
             WHEN WS-REF-HIT = ZERO
               SET POSTCODE-UNKNOWN TO TRUE
             WHEN WS-KEYED-CITY NOT = SPACES
                 AND WS-KEYED-CITY NOT = LS-REF-CITY
               SET POSTCODE-CITY-DIFF TO TRUE
             WHEN OTHER
               SET POSTCODE-VALID TO TRUE
           END-EVALUATE.
           GOBACK.

      * Reference cities are held in upper case, as the keyed city
      * is compared.
           LOAD-POSTCODE-REFERENCE SECTION.
           SET REFERENCE-LOADED TO TRUE.
           MOVE ZERO TO WS-REF-USED.
           OPEN INPUT POSTCODE-REF-FILE.
           IF WS-REF-STATUS NOT = "00"
             DISPLAY "WARNING: no postcode reference on file - "
               "postcodes checked for form only."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ POSTCODE-REF-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF PCR-POSTCODE NOT = SPACES
                     AND WS-REF-USED < WS-MAX-POSTCODES
                   ADD 1 TO WS-REF-USED
                   MOVE PCR-POSTCODE TO WS-REF-POSTCODE(WS-REF-USED)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PCR-CITY))
                     TO WS-REF-CITY(WS-REF-USED)
                   MOVE PCR-REGION TO WS-REF-REGION(WS-REF-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE POSTCODE-REF-FILE.
           IF WS-REF-USED = WS-MAX-POSTCODES
             DISPLAY "WARNING: postcode reference holds more than "
               WS-MAX-POSTCODES " lines - the rest were not loaded."
           END-IF.

      * Five digits, however spaced or hyphenated, make a standard
      * "999 99" postcode; anything else has no standard form.
           MAKE-STANDARD-FORM SECTION.
           MOVE SPACES TO WS-DIGITS.
           MOVE ZERO TO WS-DIGIT-COUNT.
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1 UNTIL WS-CHAR-I > 8
             IF LS-POSTCODE(WS-CHAR-I:1) NOT = SPACE
                 AND LS-POSTCODE(WS-CHAR-I:1) NOT = "-"
               ADD 1 TO WS-DIGIT-COUNT
               MOVE LS-POSTCODE(WS-CHAR-I:1)
                 TO WS-DIGITS(WS-DIGIT-COUNT:1)
             END-IF
           END-PERFORM.
           IF WS-DIGIT-COUNT = 5 AND WS-DIGITS(1:5) NUMERIC
             MOVE WS-DIGITS(1:3) TO LS-STANDARD(1:3)
             MOVE WS-DIGITS(4:2) TO LS-STANDARD(5:2)
           END-IF.
