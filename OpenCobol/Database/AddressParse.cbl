      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Addresses mostly reach us as one line of free text ("12 Long
      * Street, Brno 60200") that operators used to split by hand into
      * the V2 street, city and postcode fields. This batch reads
      * "../address_input.dat" (DETAILS-ID, a space, the one-line
      * address), breaks each address into words with the UNSTRING
      * tokenizer WORK-WITH-STRING uses (comma or space delimited),
      * and splits it at the last comma: the words before it are the
      * street, the words after it the city and the postcode. The
      * postcode is five digits however they are written ("60200",
      * "602 00", "602-00") and is put to POSTCODE-CHECK for its
      * standard form and the city it belongs to. A confident split
      * is applied to database_idx.dat (a legacy record is brought
      * up to V2 on the way) and journaled as a change through the
      * details_journal.dat machinery, so DETAILS-JOURNAL-REPLAY and
      * the history inquiry see it like any keyed change. A line the
      * parser cannot split confidently - no comma, no postcode or
      * more than one, a street or city too long for its field, a
      * postcode the reference does not know or a city it disagrees
      * with, an ID not on file - is not guessed at but listed with
      * its reason on "../address_review.lst" for an operator. The
      * run holds database_idx.dat as a batch rewrite through
      * QUIESCE-REGISTRY and refuses while a screen session has it.
      * Revision: Maxfx 15/10/2026 - the master, the journal and the
      *   review list are posted to the lineage register from the
      *   address lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-PARSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-IN ASSIGN TO "../address_input.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ADDRESS-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT REVIEW-LIST-FILE ASSIGN TO "../address_review.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ADDRESS-IN.
           01 ADDRESS-IN-RECORD.
             05 ADR-DETAILS-ID PIC X(7).
             05 FILLER         PIC X.
             05 ADR-TEXT       PIC X(80).

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

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD REVIEW-LIST-FILE.
           01 REVIEW-LIST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           77 WS-ADDRESS-STATUS PIC XX.
           77 FILE-STATUS       PIC XX.
           77 WS-JOURNAL-STATUS PIC XX.
           77 WS-REVIEW-STATUS  PIC XX.
           77 WS-STATUS-MSG     PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "Lineage.cpy".

      * Master records read, for the lineage register.
           77 WS-READ-MASTER PIC 9(8) VALUE ZERO.

      * UNSTRING token table, the WORK-WITH-STRING tokenizer pattern,
      * keeping each piece's delimiter (to know where the commas
      * fell) and its length (to know when a word was cut short).
           77 WS-TOKEN-COUNT  PIC 99.
           01 WS-TOKEN-TABLE.
             05 WS-TOKEN-ENTRY OCCURS 12 TIMES.
               10 WS-TOKEN       PIC X(20).
               10 WS-TOKEN-DELIM PIC X.
               10 WS-TOKEN-LEN   PIC 99.
           77 WS-TOKEN-I      PIC 99.
           77 WS-TOKEN-OVERFLOW PIC X.
             88 TOO-MANY-WORDS  VALUE "Y".

      * The address as words: the empty pieces a ", " leaves behind
      * are dropped and each comma is noted on the word before it.
           01 WS-WORD-TABLE.
             05 WS-WORD-ENTRY OCCURS 12 TIMES.
               10 WS-WORD       PIC X(20).
               10 WS-WORD-LEN   PIC 99.
               10 WS-WORD-COMMA PIC X.
                 88 COMMA-FOLLOWS VALUE "Y".
               10 WS-WORD-ROLE  PIC X.
                 88 WORD-IS-POSTCODE VALUE "P".
           77 WS-WORD-COUNT   PIC 99.
           77 WS-WORD-I       PIC 99.
           77 WS-LAST-COMMA   PIC 99.
           77 WS-TOWN-START   PIC 99.
           77 WS-LONG-WORD    PIC X.
             88 WORD-CUT-SHORT  VALUE "Y".

      * The split, built up with STRING ... WITH POINTER.
           77 WS-POSTCODE-HITS PIC 99.
           77 WS-PARSED-STREET PIC X(80).
           77 WS-PARSED-CITY   PIC X(80).
           77 WS-PARSED-POSTCODE PIC X(8).
           77 WS-STREET-PTR    PIC 99.
           77 WS-CITY-PTR      PIC 99.

      * What POSTCODE-CHECK makes of the parsed postcode and city.
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

           77 WS-LINE-NO        PIC 9(6) VALUE ZERO.
           77 WS-APPLIED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-SAME-COUNT     PIC 9(6) VALUE ZERO.
           77 WS-REVIEW-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-REVIEW-REASON  PIC X(50).
           77 WS-NO-REF-SEEN    PIC X VALUE "N".
             88 NO-REFERENCE    VALUE "Y".

      * File-level politeness through the shared quiesce registry.
           77 WS-QSC-FUNCTION PIC X.
           77 WS-QSC-PROGRAM  PIC X(20).
           77 WS-QSC-FILE     PIC X(40).
           77 WS-QSC-MODE     PIC X.
           77 WS-QSC-CONFLICT PIC X.
             88 FILE-HELD-ELSEWHERE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN INPUT ADDRESS-IN.
           IF WS-ADDRESS-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-ADDRESS-STATUS WS-STATUS-MSG
             DISPLAY "No address_input.dat to parse: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM REGISTER-FILE-HOLDING.
           IF FILE-HELD-ELSEWHERE
             DISPLAY "A screen session holds database_idx.dat - "
               "address parse refused."
             CLOSE ADDRESS-IN
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             CLOSE ADDRESS-IN
             PERFORM RELEASE-FILE-HOLDING
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN OUTPUT REVIEW-LIST-FILE.

           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ ADDRESS-IN
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-LINE-NO
                 PERFORM PARSE-ONE-ADDRESS
             END-READ
           END-PERFORM.

           CLOSE REVIEW-LIST-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE DETAILS-FILE.
           CLOSE ADDRESS-IN.
           PERFORM RELEASE-FILE-HOLDING.
           PERFORM POST-LINEAGE.
           DISPLAY "Address parse: " WS-APPLIED-COUNT " applied, "
             WS-SAME-COUNT " already as parsed, " WS-REVIEW-COUNT
             " for review (see address_review.lst)".
           IF NO-REFERENCE
             DISPLAY "No postcode reference on file - postcodes and "
               "cities were not checked against it."
           END-IF.
           IF WS-REVIEW-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The master is rewritten in place from the address lines, so
      * it is an input as well as an output; the journal and the
      * review list come from the same lines.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "ADDRESS-PARSE" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../address_input.dat" TO W-LIN-FILE.
           MOVE WS-LINE-NO TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-READ-MASTER TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../database_idx.dat" TO W-LIN-FILE.
           MOVE WS-APPLIED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../details_journal.dat" TO W-LIN-FILE.
           MOVE WS-APPLIED-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "../address_review.lst" TO W-LIN-FILE.
           MOVE WS-REVIEW-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

           REGISTER-FILE-HOLDING SECTION.
           MOVE "R" TO WS-QSC-FUNCTION.
           MOVE "ADDRESS-PARSE" TO WS-QSC-PROGRAM.
           MOVE "../database_idx.dat" TO WS-QSC-FILE.
           MOVE "B" TO WS-QSC-MODE.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

           RELEASE-FILE-HOLDING SECTION.
           MOVE "D" TO WS-QSC-FUNCTION.
           MOVE "ADDRESS-PARSE" TO WS-QSC-PROGRAM.
           CALL "QUIESCE-REGISTRY" USING WS-QSC-FUNCTION
             WS-QSC-PROGRAM WS-QSC-FILE WS-QSC-MODE
             WS-QSC-CONFLICT.

      * Each step either leaves the line for review or hands on to
      * the next; only a line that passes them all is applied.
           PARSE-ONE-ADDRESS SECTION.
           IF ADDRESS-IN-RECORD = SPACES
             EXIT SECTION
           END-IF.
           IF ADR-DETAILS-ID NOT NUMERIC
             MOVE "DETAILS-ID is not numeric" TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           PERFORM TOKENIZE-ADDRESS.
           IF TOO-MANY-WORDS
             MOVE "more words than the parser takes"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WORD-CUT-SHORT
             MOVE "a word longer than 20 characters"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WS-LAST-COMMA = ZERO
             MOVE "no comma between street and town"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           PERFORM FIND-POSTCODE.
           IF WS-POSTCODE-HITS = ZERO
             MOVE "no five-digit postcode after the last comma"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WS-POSTCODE-HITS > 1
             MOVE "more than one postcode after the last comma"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           PERFORM BUILD-STREET-AND-CITY.
           IF WS-PARSED-STREET = SPACES
             MOVE "no street before the last comma"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WS-STREET-PTR > 21
             MOVE "street longer than the 20-character field"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WS-PARSED-CITY = SPACES
             MOVE "no city beside the postcode" TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           IF WS-CITY-PTR > 15
             MOVE "city longer than the 14-character field"
               TO WS-REVIEW-REASON
             PERFORM LIST-FOR-REVIEW
             EXIT SECTION
           END-IF.
           CALL "POSTCODE-CHECK" USING WS-PARSED-POSTCODE
             WS-PARSED-CITY(1:14) WS-PCK-STANDARD WS-PCK-REF-CITY
             WS-PCK-REGION WS-PCK-RESULT.
           EVALUATE TRUE
             WHEN PCK-NO-REF
               SET NO-REFERENCE TO TRUE
             WHEN PCK-MALFORMED
               MOVE "postcode not in the 999 99 form"
                 TO WS-REVIEW-REASON
               PERFORM LIST-FOR-REVIEW
               EXIT SECTION
             WHEN PCK-UNKNOWN
               MOVE "postcode not on the postcode reference"
                 TO WS-REVIEW-REASON
               PERFORM LIST-FOR-REVIEW
               EXIT SECTION
             WHEN PCK-CITY-DIFF
               MOVE SPACES TO WS-REVIEW-REASON
               STRING "city disagrees with postcode - reference "
                 DELIMITED BY SIZE
                 WS-PCK-REF-CITY DELIMITED BY SIZE
                 INTO WS-REVIEW-REASON
               END-STRING
               PERFORM LIST-FOR-REVIEW
               EXIT SECTION
           END-EVALUATE.
           PERFORM APPLY-PARSED-ADDRESS.

      * "12 Long Street, Brno 60200" comes apart as 12 / Long /
      * Street(,) / (empty) / Brno / 60200 - the tokenizer's comma
      * OR space delimiters, with a run of spaces taken as one.
           TOKENIZE-ADDRESS SECTION.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE ZERO TO WS-TOKEN-COUNT.
           MOVE "N" TO WS-TOKEN-OVERFLOW.
           UNSTRING ADR-TEXT DELIMITED BY "," OR ALL SPACE
             INTO WS-TOKEN(1) DELIMITER IN WS-TOKEN-DELIM(1)
                    COUNT IN WS-TOKEN-LEN(1)
                  WS-TOKEN(2) DELIMITER IN WS-TOKEN-DELIM(2)
                    COUNT IN WS-TOKEN-LEN(2)
                  WS-TOKEN(3) DELIMITER IN WS-TOKEN-DELIM(3)
                    COUNT IN WS-TOKEN-LEN(3)
                  WS-TOKEN(4) DELIMITER IN WS-TOKEN-DELIM(4)
                    COUNT IN WS-TOKEN-LEN(4)
                  WS-TOKEN(5) DELIMITER IN WS-TOKEN-DELIM(5)
                    COUNT IN WS-TOKEN-LEN(5)
                  WS-TOKEN(6) DELIMITER IN WS-TOKEN-DELIM(6)
                    COUNT IN WS-TOKEN-LEN(6)
                  WS-TOKEN(7) DELIMITER IN WS-TOKEN-DELIM(7)
                    COUNT IN WS-TOKEN-LEN(7)
                  WS-TOKEN(8) DELIMITER IN WS-TOKEN-DELIM(8)
                    COUNT IN WS-TOKEN-LEN(8)
                  WS-TOKEN(9) DELIMITER IN WS-TOKEN-DELIM(9)
                    COUNT IN WS-TOKEN-LEN(9)
                  WS-TOKEN(10) DELIMITER IN WS-TOKEN-DELIM(10)
                    COUNT IN WS-TOKEN-LEN(10)
                  WS-TOKEN(11) DELIMITER IN WS-TOKEN-DELIM(11)
                    COUNT IN WS-TOKEN-LEN(11)
                  WS-TOKEN(12) DELIMITER IN WS-TOKEN-DELIM(12)
                    COUNT IN WS-TOKEN-LEN(12)
             TALLYING IN WS-TOKEN-COUNT
             ON OVERFLOW
               SET TOO-MANY-WORDS TO TRUE
           END-UNSTRING.
           MOVE SPACES TO WS-WORD-TABLE.
           MOVE ZERO TO WS-WORD-COUNT.
           MOVE ZERO TO WS-LAST-COMMA.
           MOVE "N" TO WS-LONG-WORD.
           PERFORM VARYING WS-TOKEN-I FROM 1 BY 1
               UNTIL WS-TOKEN-I > WS-TOKEN-COUNT
             IF WS-TOKEN-LEN(WS-TOKEN-I) > ZERO
               ADD 1 TO WS-WORD-COUNT
               MOVE WS-TOKEN(WS-TOKEN-I) TO WS-WORD(WS-WORD-COUNT)
               MOVE WS-TOKEN-LEN(WS-TOKEN-I)
                 TO WS-WORD-LEN(WS-WORD-COUNT)
               IF WS-TOKEN-LEN(WS-TOKEN-I) > 20
                 SET WORD-CUT-SHORT TO TRUE
               END-IF
             END-IF
             IF WS-TOKEN-DELIM(WS-TOKEN-I) = ","
                 AND WS-WORD-COUNT > ZERO
               SET COMMA-FOLLOWS(WS-WORD-COUNT) TO TRUE
               MOVE WS-WORD-COUNT TO WS-LAST-COMMA
             END-IF
           END-PERFORM.
      * A comma closing the line leaves no town after it.
           IF WS-LAST-COMMA = WS-WORD-COUNT
             MOVE ZERO TO WS-LAST-COMMA
           END-IF.
           COMPUTE WS-TOWN-START = WS-LAST-COMMA + 1.

      * After the last comma, five digits as one word ("60200",
      * "602-00") or as a three-digit word and a two-digit word
      * ("602 00") make the postcode, set out in the "999 99" form;
      * its words are marked so the city is whatever is left.
           FIND-POSTCODE SECTION.
           MOVE ZERO TO WS-POSTCODE-HITS.
           MOVE SPACES TO WS-PARSED-POSTCODE.
           PERFORM VARYING WS-WORD-I FROM WS-TOWN-START BY 1
               UNTIL WS-WORD-I > WS-WORD-COUNT
             EVALUATE TRUE
               WHEN WS-WORD-LEN(WS-WORD-I) = 5
                   AND WS-WORD(WS-WORD-I)(1:5) NUMERIC
                 ADD 1 TO WS-POSTCODE-HITS
                 SET WORD-IS-POSTCODE(WS-WORD-I) TO TRUE
                 MOVE WS-WORD(WS-WORD-I)(1:3)
                   TO WS-PARSED-POSTCODE(1:3)
                 MOVE WS-WORD(WS-WORD-I)(4:2)
                   TO WS-PARSED-POSTCODE(5:2)
               WHEN WS-WORD-LEN(WS-WORD-I) = 6
                   AND WS-WORD(WS-WORD-I)(1:3) NUMERIC
                   AND WS-WORD(WS-WORD-I)(4:1) = "-"
                   AND WS-WORD(WS-WORD-I)(5:2) NUMERIC
                 ADD 1 TO WS-POSTCODE-HITS
                 SET WORD-IS-POSTCODE(WS-WORD-I) TO TRUE
                 MOVE WS-WORD(WS-WORD-I)(1:3)
                   TO WS-PARSED-POSTCODE(1:3)
                 MOVE WS-WORD(WS-WORD-I)(5:2)
                   TO WS-PARSED-POSTCODE(5:2)
               WHEN WS-WORD-LEN(WS-WORD-I) = 3
                   AND WS-WORD(WS-WORD-I)(1:3) NUMERIC
                   AND WS-WORD-I < WS-WORD-COUNT
                   AND WS-WORD-LEN(WS-WORD-I + 1) = 2
                   AND WS-WORD(WS-WORD-I + 1)(1:2) NUMERIC
                 ADD 1 TO WS-POSTCODE-HITS
                 SET WORD-IS-POSTCODE(WS-WORD-I) TO TRUE
                 SET WORD-IS-POSTCODE(WS-WORD-I + 1) TO TRUE
                 MOVE WS-WORD(WS-WORD-I)(1:3)
                   TO WS-PARSED-POSTCODE(1:3)
                 MOVE WS-WORD(WS-WORD-I + 1)(1:2)
                   TO WS-PARSED-POSTCODE(5:2)
                 ADD 1 TO WS-WORD-I
             END-EVALUATE
           END-PERFORM.

      * The street is every word up to the last comma, single spaced
      * with its own inner commas kept; the city is every word after
      * it that is not the postcode. A pointer past the field width
      * means the text will not fit.
           BUILD-STREET-AND-CITY SECTION.
           MOVE SPACES TO WS-PARSED-STREET.
           MOVE SPACES TO WS-PARSED-CITY.
           MOVE 1 TO WS-STREET-PTR.
           MOVE 1 TO WS-CITY-PTR.
           PERFORM VARYING WS-WORD-I FROM 1 BY 1
               UNTIL WS-WORD-I > WS-LAST-COMMA
             IF WS-STREET-PTR > 1
               STRING " " DELIMITED BY SIZE
                 INTO WS-PARSED-STREET WITH POINTER WS-STREET-PTR
               END-STRING
             END-IF
             STRING WS-WORD(WS-WORD-I) DELIMITED BY SPACE
               INTO WS-PARSED-STREET WITH POINTER WS-STREET-PTR
             END-STRING
             IF COMMA-FOLLOWS(WS-WORD-I)
                 AND WS-WORD-I < WS-LAST-COMMA
               STRING "," DELIMITED BY SIZE
                 INTO WS-PARSED-STREET WITH POINTER WS-STREET-PTR
               END-STRING
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-WORD-I FROM WS-TOWN-START BY 1
               UNTIL WS-WORD-I > WS-WORD-COUNT
             IF NOT WORD-IS-POSTCODE(WS-WORD-I)
               IF WS-CITY-PTR > 1
                 STRING " " DELIMITED BY SIZE
                   INTO WS-PARSED-CITY WITH POINTER WS-CITY-PTR
                 END-STRING
               END-IF
               STRING WS-WORD(WS-WORD-I) DELIMITED BY SPACE
                 INTO WS-PARSED-CITY WITH POINTER WS-CITY-PTR
               END-STRING
             END-IF
           END-PERFORM.

      * The postcode goes on in the reference's standard form. A
      * legacy record takes the V2 layout as it gets its address, as
      * an active record with no phone, the way the V2 cutover
      * treats it; an address already as parsed is left alone.
           APPLY-PARSED-ADDRESS SECTION.
           MOVE ADR-DETAILS-ID TO DETAILS-ID.
           READ DETAILS-FILE
             INVALID KEY
               MOVE "DETAILS-ID not on database_idx.dat"
                 TO WS-REVIEW-REASON
               PERFORM LIST-FOR-REVIEW
               EXIT SECTION
           END-READ.
           ADD 1 TO WS-READ-MASTER.
           IF DETAILS-IS-V2
               AND DETAILS-STREET = WS-PARSED-STREET(1:20)
               AND DETAILS-CITY = WS-PARSED-CITY(1:14)
               AND DETAILS-POSTCODE = WS-PCK-STANDARD
             ADD 1 TO WS-SAME-COUNT
             EXIT SECTION
           END-IF.
           MOVE DETAILS-RECORD TO W-JRN-BEFORE-IMAGE.
           IF NOT DETAILS-IS-V2
             MOVE SPACES TO DETAILS-V2-EXT
             MOVE "V2" TO DETAILS-VERSION
             MOVE "A" TO DETAILS-STATUS
           END-IF.
           MOVE WS-PARSED-STREET(1:20) TO DETAILS-STREET.
           MOVE WS-PARSED-CITY(1:14) TO DETAILS-CITY.
           MOVE WS-PCK-STANDARD TO DETAILS-POSTCODE.
           REWRITE DETAILS-RECORD
             INVALID KEY
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
               MOVE WS-STATUS-MSG TO WS-REVIEW-REASON
               PERFORM LIST-FOR-REVIEW
               EXIT SECTION
           END-REWRITE.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE "C" TO W-JRN-ACTION.
           MOVE DETAILS-RECORD TO W-JRN-AFTER-IMAGE.
           PERFORM WRITE-JOURNAL-RECORD.

           WRITE-JOURNAL-RECORD SECTION.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE W-JOURNAL-RECORD TO JOURNAL-FILE-RECORD.
           WRITE JOURNAL-FILE-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: could not journal the change to "
               DETAILS-ID ", status " WS-JOURNAL-STATUS
           END-IF.

           LIST-FOR-REVIEW SECTION.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES TO REVIEW-LIST-RECORD.
           STRING "line " DELIMITED BY SIZE
             WS-LINE-NO DELIMITED BY SIZE
             ": " DELIMITED BY SIZE
             WS-REVIEW-REASON DELIMITED BY SIZE
             " | " DELIMITED BY SIZE
             ADDRESS-IN-RECORD DELIMITED BY SIZE
             INTO REVIEW-LIST-RECORD
           END-STRING.
           WRITE REVIEW-LIST-RECORD.
