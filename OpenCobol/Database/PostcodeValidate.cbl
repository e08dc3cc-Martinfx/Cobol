      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Validation pass over the postal address of every V2 record on
      * the indexed master database_idx.dat. Each postcode is put to
      * POSTCODE-CHECK against the postcode reference
      * "../postcode_ref.dat", and every record whose postcode is
      * malformed, is not on the reference, or disagrees with the
      * keyed city is written through EXCEPTION-LOG-DETAIL (so it
      * lands in EXCEPTION-REVIEW's queue) and listed on
      * "../postcode_validation.rpt" through the shared REPORT-WRITER
      * with what the reference says instead. Legacy records carry
      * no address and are passed over; a V2 record with no postcode
      * keyed is counted, not reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTCODE-VALIDATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-FILE.
           01 DETAILS-RECORD.
             02 DETAILS-ID PIC 9(7).
             02 DETAILS-NAME.
               03 DETAILS-SURNAME PIC X(8).
               03 INITIALS        PIC XX.
             02 DETAILS-BIRTHDAY  PIC X(8).
             02 SOME-CODE         PIC X(5).
             02 DETAILS-V2-EXT.
               03 DETAILS-VERSION  PIC XX.
                 88 DETAILS-IS-V2  VALUE "V2".
               03 DETAILS-PHONE    PIC X(12).
               03 DETAILS-STREET   PIC X(20).
               03 DETAILS-CITY     PIC X(14).
               03 DETAILS-POSTCODE PIC X(8).
               03 DETAILS-STATUS   PIC X.

       WORKING-STORAGE SECTION.
           77 FILE-STATUS     PIC XX.
           77 WS-STATUS-MSG   PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           77 WS-PROGRAM-NAME    PIC X(30) VALUE "POSTCODE-VALIDATE".
           77 WS-EXC-PARAGRAPH   PIC X(30).
           77 WS-EXC-FIELD-NAME  PIC X(20).
           77 WS-EXC-RECORD-KEY  PIC X(20).
           77 WS-EXC-BAD-VALUE   PIC X(20).
           77 WS-EXC-MESSAGE     PIC X(50).

      * What POSTCODE-CHECK makes of the record's address.
           77 WS-PCK-STANDARD PIC X(8).
           77 WS-PCK-REF-CITY PIC X(14).
           77 WS-PCK-REGION   PIC X(20).
           77 WS-PCK-RESULT   PIC X.
             88 PCK-VALID       VALUE "V".
             88 PCK-BLANK       VALUE "B".
             88 PCK-MALFORMED   VALUE "M".
             88 PCK-UNKNOWN     VALUE "U".
             88 PCK-CITY-DIFF   VALUE "C".
             88 PCK-NO-REF      VALUE "R".

           77 WS-READ-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-V2-COUNT        PIC 9(6) VALUE ZERO.
           77 WS-VALID-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-BLANK-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-MALFORMED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-UNKNOWN-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-CITY-COUNT      PIC 9(6) VALUE ZERO.
           77 WS-NO-REF-SEEN     PIC X VALUE "N".
             88 NO-REFERENCE     VALUE "Y".

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM OPEN-VALIDATION-REPORT.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DETAILS-FILE NEXT
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM VALIDATE-ONE-RECORD
             END-READ
           END-PERFORM.
           CLOSE DETAILS-FILE.
           PERFORM CLOSE-VALIDATION-REPORT.
           DISPLAY WS-V2-COUNT " V2 record(s) checked: "
             WS-VALID-COUNT " valid, " WS-MALFORMED-COUNT
             " malformed, " WS-UNKNOWN-COUNT " not on the reference, "
             WS-CITY-COUNT " city mismatch, " WS-BLANK-COUNT
             " without a postcode.".
           IF NO-REFERENCE
             DISPLAY "No postcode reference on file - only the form "
               "of each postcode was checked."
           END-IF.
           IF WS-MALFORMED-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
               OR WS-CITY-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

           OPEN-VALIDATION-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "POSTCODE AND CITY VALIDATION" TO W-RPT-TITLE.
           MOVE "../postcode_validation.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "ID      POSTCODE CITY           PROBLEM     REFERENCE"
             TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           CLOSE-VALIDATION-REPORT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "V2 RECORDS " WS-V2-COUNT "  VALID " WS-VALID-COUNT
             "  NO POSTCODE " WS-BLANK-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "MALFORMED " WS-MALFORMED-COUNT
             "  NOT ON REFERENCE " WS-UNKNOWN-COUNT
             "  CITY MISMATCH " WS-CITY-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           COMPUTE W-RPT-GRAND-TOTAL = WS-MALFORMED-COUNT
             + WS-UNKNOWN-COUNT + WS-CITY-COUNT.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           VALIDATE-ONE-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT.
           IF NOT DETAILS-IS-V2
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-V2-COUNT.
           CALL "POSTCODE-CHECK" USING DETAILS-POSTCODE DETAILS-CITY
             WS-PCK-STANDARD WS-PCK-REF-CITY WS-PCK-REGION
             WS-PCK-RESULT.
           EVALUATE TRUE
             WHEN PCK-VALID
               ADD 1 TO WS-VALID-COUNT
             WHEN PCK-BLANK
               ADD 1 TO WS-BLANK-COUNT
             WHEN PCK-NO-REF
               SET NO-REFERENCE TO TRUE
               ADD 1 TO WS-VALID-COUNT
             WHEN PCK-MALFORMED
               ADD 1 TO WS-MALFORMED-COUNT
               MOVE "DETAILS-POSTCODE" TO WS-EXC-FIELD-NAME
               MOVE DETAILS-POSTCODE TO WS-EXC-BAD-VALUE
               MOVE "Postcode not in the 999 99 form"
                 TO WS-EXC-MESSAGE
               PERFORM REPORT-AND-LOG
             WHEN PCK-UNKNOWN
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE "DETAILS-POSTCODE" TO WS-EXC-FIELD-NAME
               MOVE DETAILS-POSTCODE TO WS-EXC-BAD-VALUE
               MOVE "Postcode not on the postcode reference"
                 TO WS-EXC-MESSAGE
               PERFORM REPORT-AND-LOG
             WHEN PCK-CITY-DIFF
               ADD 1 TO WS-CITY-COUNT
               MOVE "DETAILS-CITY" TO WS-EXC-FIELD-NAME
               MOVE DETAILS-CITY TO WS-EXC-BAD-VALUE
               MOVE SPACES TO WS-EXC-MESSAGE
               STRING "City disagrees with postcode - reference "
                 DELIMITED BY SIZE
                 WS-PCK-REF-CITY DELIMITED BY SIZE
                 INTO WS-EXC-MESSAGE
               END-STRING
               PERFORM REPORT-AND-LOG
           END-EVALUATE.

      * One line on the report, with the reference's own city and
      * standard postcode where it has them, and one exception.
           REPORT-AND-LOG SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE DETAILS-ID TO W-RPT-TEXT(1:7).
           MOVE DETAILS-POSTCODE TO W-RPT-TEXT(9:8).
           MOVE DETAILS-CITY TO W-RPT-TEXT(18:14).
           EVALUATE TRUE
             WHEN PCK-MALFORMED
               MOVE "MALFORMED" TO W-RPT-TEXT(33:11)
               IF WS-PCK-STANDARD NOT = SPACES
                 MOVE WS-PCK-STANDARD TO W-RPT-TEXT(45:8)
               END-IF
             WHEN PCK-UNKNOWN
               MOVE "UNKNOWN" TO W-RPT-TEXT(33:11)
             WHEN OTHER
               MOVE "CITY DIFFERS" TO W-RPT-TEXT(33:12)
               MOVE WS-PCK-REF-CITY TO W-RPT-TEXT(45:14)
           END-EVALUATE.
           PERFORM REPORT-LINE.
           MOVE "VALIDATE-ONE-RECORD" TO WS-EXC-PARAGRAPH.
           MOVE DETAILS-ID TO WS-EXC-RECORD-KEY.
           CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
             WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
             WS-EXC-BAD-VALUE WS-EXC-MESSAGE.
