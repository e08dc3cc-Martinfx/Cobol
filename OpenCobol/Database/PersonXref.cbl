      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The player master and database.dat both hold people and
      * nothing tied one to the other, so an erasure or a customer
      * inquiry had to search both by hand. This CALLable service
      * keeps the person cross-reference "../person_xref.dat": one
      * line per decision an operator has taken on a proposed
      * player-to-DETAILS link, confirmed ("C") or rejected ("R"),
      * with the date and the operator. The latest line for a pair
      * is the one that stands. It also proposes the links in the
      * first place: a DETAILS record matches a player when the
      * surname and birth date agree, and matches strongly when the
      * initials agree as well. The player's name is free text -
      * "Jana Novakova" and "NOVAKOVA, JANA" are both on file - so
      * the surname is the last word, or whatever stands before a
      * comma, and the initials are taken from the given names.
      * PERSON-XREF-MATCH runs the proposals past an operator for
      * the whole master; PLAYER-REGISTRATION offers them at sign-up;
      * RIGHT-TO-ERASURE and PLAYER-STATEMENT follow the link.
      * See PersonXref.cpy for the functions.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSON-XREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO "../person_xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XREF-STATUS.

           SELECT DETAILS-FILE ASSIGN TO "../database.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS WS-DETAILS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD XREF-FILE.
           01 XREF-RECORD.
             05 XRF-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 XRF-DETAILS-ID PIC 9(7).
             05 FILLER         PIC X.
             05 XRF-STATE      PIC X.
             05 FILLER         PIC X.
             05 XRF-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 XRF-OPERATOR   PIC X(8).

           FD DETAILS-FILE.
           01 DETAILS.
             02 DETAILS-ID PIC 9(7).
             02 DETAILS-NAME.
               03 DETAILS-SURNAME PIC X(8).
               03 INITIALS        PIC XX.
             02 DETAILS-BIRTHDAY  PIC X(8).
             02 SOME-CODE         PIC X(5).
             02 DETAILS-V2-EXT    PIC X(57).

       WORKING-STORAGE SECTION.
           77 WS-XREF-STATUS    PIC XX.
           77 WS-DETAILS-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-REC-TAG        PIC X(3).

           COPY "BatchStamp.cpy".

      * The player's name taken apart for matching.
           77 WS-UPPER-NAME     PIC X(20).
           77 WS-SURNAME-PART   PIC X(20).
           77 WS-GIVEN-PART     PIC X(20).
           77 WS-COMMA-COUNT    PIC 99.
           01 WS-NAME-WORDS.
             05 WS-WORD PIC X(20) OCCURS 4 TIMES.
           77 WS-WORD-COUNT     PIC 9.
           77 WS-MATCH-SURNAME  PIC X(8).
           77 WS-MATCH-INITIALS PIC XX.

      * The DETAILS record being judged.
           77 WS-CAND-SURNAME   PIC X(8).
           77 WS-CAND-INITIALS  PIC XX.
           77 WS-CAND-STRENGTH  PIC X.
           77 WS-CAND-EXCLUDED  PIC X.
             88 CAND-EXCLUDED   VALUE "Y".

      * The decisions on file, for keeping linked records and
      * rejected pairs out of the proposals.
           78 WS-MAX-XREF VALUE 1000.
           01 WS-XREF-TABLE.
             05 WS-XRT-ENTRY OCCURS 1000 TIMES.
               10 WS-XRT-PLAYER-ID  PIC X(10).
               10 WS-XRT-DETAILS-ID PIC 9(7).
               10 WS-XRT-STATE      PIC X.
           77 WS-XREF-USED      PIC 9(4) VALUE ZERO.
           77 WS-XRT-I          PIC 9(4).
           77 WS-PAIR-STATE     PIC X.
           77 WS-OTHER-PLAYER   PIC X(10).

      * Proposals where only the surname and birth date agree wait
      * here and go in behind the strong ones.
           01 WS-WEAK-TABLE.
             05 WS-WEAK-ENTRY OCCURS 9 TIMES.
               10 WS-WEAK-ID       PIC 9(7).
               10 WS-WEAK-SURNAME  PIC X(8).
               10 WS-WEAK-INITIALS PIC XX.
           77 WS-WEAK-USED      PIC 9 VALUE ZERO.
           77 WS-WEAK-I         PIC 99.

       LINKAGE SECTION.
           COPY "PersonXref.cpy".

       PROCEDURE DIVISION USING W-PERSON-XREF.
       MAIN-PROCEDURE.
           SET PXR-NONE TO TRUE.
           EVALUATE TRUE
             WHEN PXR-FIND-BY-PLAYER
               PERFORM FIND-BY-PLAYER
             WHEN PXR-FIND-BY-DETAILS
               PERFORM FIND-BY-DETAILS
             WHEN PXR-RECORD-DECISION
               PERFORM RECORD-DECISION
             WHEN PXR-PROPOSE-MATCHES
               PERFORM PROPOSE-MATCHES
           END-EVALUATE.
           GOBACK.

      * A confirmation links the pair; a later rejection of the
      * same pair undoes it.
           FIND-BY-PLAYER SECTION.
           MOVE ZERO TO W-PXR-DETAILS-ID.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
             PERFORM NOTE-XREF-OPEN-FAILURE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ XREF-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF XRF-PLAYER-ID = W-PXR-PLAYER-ID
                   IF XRF-STATE = "C"
                     MOVE XRF-DETAILS-ID TO W-PXR-DETAILS-ID
                     SET PXR-FOUND TO TRUE
                   END-IF
                   IF XRF-STATE = "R"
                       AND XRF-DETAILS-ID = W-PXR-DETAILS-ID
                     MOVE ZERO TO W-PXR-DETAILS-ID
                     SET PXR-NONE TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

           FIND-BY-DETAILS SECTION.
           MOVE SPACES TO W-PXR-PLAYER-ID.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
             PERFORM NOTE-XREF-OPEN-FAILURE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ XREF-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF XRF-DETAILS-ID = W-PXR-DETAILS-ID
                   IF XRF-STATE = "C"
                     MOVE XRF-PLAYER-ID TO W-PXR-PLAYER-ID
                     SET PXR-FOUND TO TRUE
                   END-IF
                   IF XRF-STATE = "R"
                       AND XRF-PLAYER-ID = W-PXR-PLAYER-ID
                     MOVE SPACES TO W-PXR-PLAYER-ID
                     SET PXR-NONE TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      * No cross-reference yet is simply no link; anything else is a
      * file the caller should hear about.
           NOTE-XREF-OPEN-FAILURE SECTION.
           IF WS-XREF-STATUS = "35"
             SET PXR-NONE TO TRUE
           ELSE
             SET PXR-FAILED TO TRUE
           END-IF.

           RECORD-DECISION SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN EXTEND XREF-FILE.
           IF WS-XREF-STATUS = "35"
             OPEN OUTPUT XREF-FILE
           END-IF.
           IF WS-XREF-STATUS NOT = "00"
             SET PXR-FAILED TO TRUE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO XREF-RECORD.
           MOVE W-PXR-PLAYER-ID TO XRF-PLAYER-ID.
           MOVE W-PXR-DETAILS-ID TO XRF-DETAILS-ID.
           MOVE W-PXR-STATE TO XRF-STATE.
           MOVE W-DATE OF W-BATCH TO XRF-DATE.
           MOVE W-PXR-OPERATOR TO XRF-OPERATOR.
           WRITE XREF-RECORD.
           CLOSE XREF-FILE.
           SET PXR-FOUND TO TRUE.

           PROPOSE-MATCHES SECTION.
           MOVE ZERO TO W-PXR-CAND-COUNT.
           MOVE ZERO TO WS-WEAK-USED.
           PERFORM SPLIT-PLAYER-NAME.
           IF WS-MATCH-SURNAME = SPACES OR W-PXR-BIRTH-DATE = SPACES
             EXIT SECTION
           END-IF.
           PERFORM LOAD-XREF-TABLE.
           IF PXR-FAILED
             EXIT SECTION
           END-IF.
           OPEN INPUT DETAILS-FILE.
           IF WS-DETAILS-STATUS NOT = "00"
             SET PXR-FAILED TO TRUE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DETAILS-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-ONE-DETAILS
             END-READ
           END-PERFORM.
           CLOSE DETAILS-FILE.
           PERFORM VARYING WS-WEAK-I FROM 1 BY 1
               UNTIL WS-WEAK-I > WS-WEAK-USED
                  OR W-PXR-CAND-COUNT = 9
             ADD 1 TO W-PXR-CAND-COUNT
             MOVE WS-WEAK-ID(WS-WEAK-I)
               TO W-PXR-CAND-ID(W-PXR-CAND-COUNT)
             MOVE WS-WEAK-SURNAME(WS-WEAK-I)
               TO W-PXR-CAND-SURNAME(W-PXR-CAND-COUNT)
             MOVE WS-WEAK-INITIALS(WS-WEAK-I)
               TO W-PXR-CAND-INITIALS(W-PXR-CAND-COUNT)
             MOVE "S" TO W-PXR-CAND-STRENGTH(W-PXR-CAND-COUNT)
           END-PERFORM.
           IF W-PXR-CAND-COUNT > ZERO
             SET PXR-FOUND TO TRUE
           END-IF.

      * "NOVAKOVA, JANA" - surname before the comma; otherwise
      * "JANA MARIE NOVAKOVA" - surname last. The first letters of
      * the first two given names are the initials. DETAILS keeps
      * eight characters of surname, so eight are compared.
           SPLIT-PLAYER-NAME SECTION.
           MOVE SPACES TO WS-MATCH-SURNAME.
           MOVE SPACES TO WS-MATCH-INITIALS.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE ZERO TO WS-WORD-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(W-PXR-NAME))
             TO WS-UPPER-NAME.
           IF WS-UPPER-NAME = SPACES
             EXIT SECTION
           END-IF.
           MOVE ZERO TO WS-COMMA-COUNT.
           INSPECT WS-UPPER-NAME TALLYING WS-COMMA-COUNT FOR ALL ",".
           IF WS-COMMA-COUNT > ZERO
             MOVE SPACES TO WS-SURNAME-PART
             MOVE SPACES TO WS-GIVEN-PART
             UNSTRING WS-UPPER-NAME DELIMITED BY ","
               INTO WS-SURNAME-PART WS-GIVEN-PART
             END-UNSTRING
             MOVE FUNCTION TRIM(WS-SURNAME-PART) TO WS-MATCH-SURNAME
             MOVE FUNCTION TRIM(WS-GIVEN-PART) TO WS-GIVEN-PART
             UNSTRING WS-GIVEN-PART DELIMITED BY ALL SPACE
               INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
               TALLYING IN WS-WORD-COUNT
             END-UNSTRING
             MOVE WS-WORD(1)(1:1) TO WS-MATCH-INITIALS(1:1)
             MOVE WS-WORD(2)(1:1) TO WS-MATCH-INITIALS(2:1)
             EXIT SECTION
           END-IF.
           UNSTRING WS-UPPER-NAME DELIMITED BY ALL SPACE
             INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
             TALLYING IN WS-WORD-COUNT
           END-UNSTRING.
           IF WS-WORD(WS-WORD-COUNT) = SPACES
             SUBTRACT 1 FROM WS-WORD-COUNT
           END-IF.
           IF WS-WORD-COUNT = ZERO
             EXIT SECTION
           END-IF.
           MOVE WS-WORD(WS-WORD-COUNT) TO WS-MATCH-SURNAME.
           IF WS-WORD-COUNT > 1
             MOVE WS-WORD(1)(1:1) TO WS-MATCH-INITIALS(1:1)
           END-IF.
           IF WS-WORD-COUNT > 2
             MOVE WS-WORD(2)(1:1) TO WS-MATCH-INITIALS(2:1)
           END-IF.

           LOAD-XREF-TABLE SECTION.
           MOVE ZERO TO WS-XREF-USED.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "00"
             PERFORM NOTE-XREF-OPEN-FAILURE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ XREF-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-XREF-USED < WS-MAX-XREF
                   ADD 1 TO WS-XREF-USED
                   MOVE XRF-PLAYER-ID
                     TO WS-XRT-PLAYER-ID(WS-XREF-USED)
                   MOVE XRF-DETAILS-ID
                     TO WS-XRT-DETAILS-ID(WS-XREF-USED)
                   MOVE XRF-STATE TO WS-XRT-STATE(WS-XREF-USED)
                 ELSE
                   SET PXR-FAILED TO TRUE
                   SET EOF-T TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

      * Headers, trailers and erased records (surname blanked) are
      * never proposed.
           JUDGE-ONE-DETAILS SECTION.
           MOVE DETAILS-ID(1:3) TO WS-REC-TAG.
           IF WS-REC-TAG = "HDR" OR WS-REC-TAG = "TRL"
             EXIT SECTION
           END-IF.
           IF DETAILS-SURNAME = SPACES
               OR DETAILS-BIRTHDAY NOT = W-PXR-BIRTH-DATE
             EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DETAILS-SURNAME))
             TO WS-CAND-SURNAME.
           IF WS-CAND-SURNAME NOT = WS-MATCH-SURNAME
             EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(INITIALS) TO WS-CAND-INITIALS.
           MOVE "S" TO WS-CAND-STRENGTH.
           IF WS-CAND-INITIALS(1:1) = WS-MATCH-INITIALS(1:1)
               AND WS-CAND-INITIALS(1:1) NOT = SPACE
             MOVE "F" TO WS-CAND-STRENGTH
             IF WS-CAND-INITIALS(2:1) NOT = SPACE
                 AND WS-MATCH-INITIALS(2:1) NOT = SPACE
                 AND WS-CAND-INITIALS(2:1)
                   NOT = WS-MATCH-INITIALS(2:1)
               MOVE "S" TO WS-CAND-STRENGTH
             END-IF
           END-IF.
           PERFORM CHECK-CANDIDATE-EXCLUDED.
           IF CAND-EXCLUDED
             EXIT SECTION
           END-IF.
           IF WS-CAND-STRENGTH = "F"
             IF W-PXR-CAND-COUNT < 9
               ADD 1 TO W-PXR-CAND-COUNT
               MOVE DETAILS-ID TO W-PXR-CAND-ID(W-PXR-CAND-COUNT)
               MOVE WS-CAND-SURNAME
                 TO W-PXR-CAND-SURNAME(W-PXR-CAND-COUNT)
               MOVE WS-CAND-INITIALS
                 TO W-PXR-CAND-INITIALS(W-PXR-CAND-COUNT)
               MOVE "F" TO W-PXR-CAND-STRENGTH(W-PXR-CAND-COUNT)
             END-IF
           ELSE
             IF WS-WEAK-USED < 9
               ADD 1 TO WS-WEAK-USED
               MOVE DETAILS-ID TO WS-WEAK-ID(WS-WEAK-USED)
               MOVE WS-CAND-SURNAME TO WS-WEAK-SURNAME(WS-WEAK-USED)
               MOVE WS-CAND-INITIALS
                 TO WS-WEAK-INITIALS(WS-WEAK-USED)
             END-IF
           END-IF.

      * Out: the pair has been decided before (a confirmed pair is
      * already linked, a rejected one stays rejected), or the
      * record stands confirmed to some other player.
           CHECK-CANDIDATE-EXCLUDED SECTION.
           MOVE "N" TO WS-CAND-EXCLUDED.
           MOVE SPACE TO WS-PAIR-STATE.
           MOVE SPACES TO WS-OTHER-PLAYER.
           PERFORM VARYING WS-XRT-I FROM 1 BY 1
               UNTIL WS-XRT-I > WS-XREF-USED
             IF WS-XRT-DETAILS-ID(WS-XRT-I) = DETAILS-ID
               IF WS-XRT-PLAYER-ID(WS-XRT-I) = W-PXR-PLAYER-ID
                 MOVE WS-XRT-STATE(WS-XRT-I) TO WS-PAIR-STATE
               ELSE
                 IF WS-XRT-STATE(WS-XRT-I) = "C"
                   MOVE WS-XRT-PLAYER-ID(WS-XRT-I) TO WS-OTHER-PLAYER
                 END-IF
                 IF WS-XRT-STATE(WS-XRT-I) = "R"
                     AND WS-XRT-PLAYER-ID(WS-XRT-I) = WS-OTHER-PLAYER
                   MOVE SPACES TO WS-OTHER-PLAYER
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF WS-PAIR-STATE NOT = SPACE
               OR WS-OTHER-PLAYER NOT = SPACES
             MOVE "Y" TO WS-CAND-EXCLUDED
           END-IF.
