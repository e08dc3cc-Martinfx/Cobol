      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Several DETAILS records often live at one address, and a
      * mailing went out once per person where once per household
      * would do. This batch groups the V2 records of database_idx.dat
      * by normalised street (upper case, punctuation taken out,
      * blanks collapsed) and postcode (spaces and hyphens taken out)
      * into "../household.dat" - one line per member with its
      * household id, see Household.cpy. A DECEASED record, a legacy
      * record and a V2 record without street or postcode belong to
      * no household.
      * The first run, or one with "FULL" in "../household_mode.parm",
      * rebuilds from the whole master; after that each run applies
      * only what the maintenance journal shows changed since the
      * cursor in "../household_cursor.dat" (advanced after every
      * run) - the delta idea PARTNER-INTERFACE-FEED uses. Household
      * ids are kept from run to run: an address that already has a
      * household keeps its id, a new address is given the next one.
      * Revision: Maxfx 15/10/2026 - household.dat is posted to the
      *   lineage register from itself and the master or the journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD-BUILD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DETAILS-ID
           FILE STATUS FILE-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "../household.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOUSEHOLD-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT MODE-PARAM-FILE ASSIGN TO "../household_mode.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-MODE-STATUS.

           SELECT CURSOR-FILE ASSIGN TO "../household_cursor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CURSOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-FILE.
           01 DETAILS-RECORD.
             02 DETAILS-ID PIC 9(7).
             02 FILLER     PIC X(80).

           FD HOUSEHOLD-FILE.
           01 HOUSEHOLD-FILE-RECORD PIC X(57).

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD MODE-PARAM-FILE.
           01 MODE-PARAM-RECORD PIC X(12).

           FD CURSOR-FILE.
           01 CURSOR-RECORD PIC X(16).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS         PIC XX.
           77 WS-HOUSEHOLD-STATUS PIC XX.
           77 WS-JOURNAL-STATUS   PIC XX.
           77 WS-MODE-STATUS      PIC XX.
           77 WS-CURSOR-STATUS    PIC XX.
           77 WS-STATUS-MSG       PIC X(50).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".
           COPY "DetailsV2.cpy".
           COPY "DetailsJournal.cpy".
           COPY "Household.cpy".
           COPY "Lineage.cpy".

      * Lines read from the household file and the journal, for the
      * lineage register.
           01 WS-READ-COUNTS.
             05 WS-READ-HOUSEHOLD PIC 9(8) VALUE ZERO.
             05 WS-READ-JOURNAL   PIC 9(8) VALUE ZERO.

           77 WS-BUILD-MODE PIC X.
             88 FULL-BUILD        VALUE "F".
             88 INCREMENTAL-BUILD VALUE "I".

      * Journal cursor, as PARTNER-INTERFACE-FEED keeps its own.
           77 WS-CURSOR-STAMP PIC X(16) VALUE LOW-VALUES.
           01 WS-JRN-STAMP.
             05 WS-JRN-STAMP-DATE PIC X(8).
             05 WS-JRN-STAMP-TIME PIC X(8).
           01 WS-OLD-JOURNAL.
             05 WS-OLD-STAMP.
               10 WS-OLD-DATE PIC X(8).
               10 WS-OLD-TIME PIC X(8).
             05 WS-OLD-ACTION PIC X.
             05 WS-OLD-BEFORE PIC X(30).
             05 WS-OLD-AFTER  PIC X(30).

      * The membership in memory. A member taken out keeps its slot
      * (and its address key) marked removed until the file is
      * written, so an address whose last member moved away and
      * back within the run keeps its household id.
           78 WS-MAX-MEMBERS VALUE 3000.
           01 WS-MEMBER-TABLE.
             05 WS-MEMBER OCCURS 3000 TIMES.
               10 WS-MBR-HOUSEHOLD-ID PIC 9(7).
               10 WS-MBR-DETAILS-ID   PIC 9(7).
               10 WS-MBR-SURNAME      PIC X(8).
               10 WS-MBR-INITIALS     PIC XX.
               10 WS-MBR-STREET-KEY   PIC X(20).
               10 WS-MBR-POSTCODE-KEY PIC X(8).
               10 WS-MBR-STATE        PIC X.
                 88 MBR-LIVE    VALUE "L".
                 88 MBR-REMOVED VALUE "R".
           77 WS-MEMBER-USED PIC 9(4) VALUE ZERO.
           77 WS-MBR-I       PIC 9(4).
           77 WS-MBR-HIT     PIC 9(4).
           77 WS-LAST-HH-ID  PIC 9(7) VALUE ZERO.
           77 WS-HH-ID       PIC 9(7).
           77 WS-HH-FOUND    PIC X.
             88 HOUSEHOLD-FOUND VALUE "Y".
           77 WS-HH-SIZE     PIC 9(4).

      * Address normalisation work fields.
           77 WS-RAW-STREET      PIC X(20).
           77 WS-STREET-KEY      PIC X(20).
           77 WS-POSTCODE-KEY    PIC X(8).
           77 WS-CHAR            PIC X.
           77 WS-CHAR-I          PIC 99.
           77 WS-OUT-I           PIC 99.
           77 WS-LAST-WAS-BLANK  PIC X.
             88 LAST-WAS-BLANK   VALUE "Y".
           77 WS-WANTED-ID       PIC 9(7).

           77 WS-SCANNED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-JOURNAL-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-WRITTEN-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-HOUSEHOLD-COUNT PIC 9(6) VALUE ZERO.
           77 WS-SHARED-COUNT    PIC 9(6) VALUE ZERO.
           77 WS-TABLE-FULL      PIC X VALUE "N".
             88 TABLE-FULL       VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM LOAD-HOUSEHOLD-FILE.
           PERFORM LOAD-BUILD-MODE.
           IF FULL-BUILD
             DISPLAY "Household build: full rebuild from "
               "database_idx.dat"
             PERFORM BUILD-FROM-MASTER
           ELSE
             DISPLAY "Household build: journal changes since "
               WS-CURSOR-STAMP
             PERFORM APPLY-JOURNAL-CHANGES
           END-IF.
           IF RETURN-CODE NOT = ZERO
             GOBACK
           END-IF.
           PERFORM WRITE-HOUSEHOLD-FILE.
           PERFORM ADVANCE-CURSOR-STAMP.
           PERFORM POST-LINEAGE.
           IF FULL-BUILD
             DISPLAY WS-SCANNED-COUNT " record(s) read from the "
               "master."
           ELSE
             DISPLAY WS-JOURNAL-COUNT " journal change(s) applied."
           END-IF.
           DISPLAY WS-WRITTEN-COUNT " member(s) in "
             WS-HOUSEHOLD-COUNT " household(s), " WS-SHARED-COUNT
             " of them shared by more than one person.".
           IF TABLE-FULL
             DISPLAY "WARNING: more than " WS-MAX-MEMBERS
               " members - the rest were left out of household.dat"
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      * The household file is rebuilt from itself and either the
      * whole master or the journal lines after the cursor.
           POST-LINEAGE SECTION.
           MOVE "S" TO W-LIN-FUNCTION.
           MOVE "HOUSEHOLD-BUILD" TO W-LIN-PROGRAM.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "I" TO W-LIN-FUNCTION.
           MOVE "../household.dat" TO W-LIN-FILE.
           MOVE WS-READ-HOUSEHOLD TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           IF FULL-BUILD
             MOVE "../database_idx.dat" TO W-LIN-FILE
             MOVE WS-SCANNED-COUNT TO W-LIN-COUNT
           ELSE
             MOVE "../details_journal.dat" TO W-LIN-FILE
             MOVE WS-READ-JOURNAL TO W-LIN-COUNT
           END-IF.
           CALL "LINEAGE-POST" USING W-LINEAGE.
           MOVE "O" TO W-LIN-FUNCTION.
           MOVE "../household.dat" TO W-LIN-FILE.
           MOVE WS-WRITTEN-COUNT TO W-LIN-COUNT.
           CALL "LINEAGE-POST" USING W-LINEAGE.

      * The household file as it stands is the starting point of
      * either build: the incremental run changes it, the full run
      * takes only its household ids from it.
           LOAD-HOUSEHOLD-FILE SECTION.
           MOVE ZERO TO WS-MEMBER-USED.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ HOUSEHOLD-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-HOUSEHOLD
                 MOVE HOUSEHOLD-FILE-RECORD TO W-HOUSEHOLD-RECORD
                 IF W-HH-HOUSEHOLD-ID NUMERIC
                     AND WS-MEMBER-USED < WS-MAX-MEMBERS
                   ADD 1 TO WS-MEMBER-USED
                   MOVE W-HH-HOUSEHOLD-ID
                     TO WS-MBR-HOUSEHOLD-ID(WS-MEMBER-USED)
                   MOVE W-HH-DETAILS-ID
                     TO WS-MBR-DETAILS-ID(WS-MEMBER-USED)
                   MOVE W-HH-SURNAME
                     TO WS-MBR-SURNAME(WS-MEMBER-USED)
                   MOVE W-HH-INITIALS
                     TO WS-MBR-INITIALS(WS-MEMBER-USED)
                   MOVE W-HH-STREET-KEY
                     TO WS-MBR-STREET-KEY(WS-MEMBER-USED)
                   MOVE W-HH-POSTCODE-KEY
                     TO WS-MBR-POSTCODE-KEY(WS-MEMBER-USED)
                   SET MBR-LIVE(WS-MEMBER-USED) TO TRUE
                   IF W-HH-HOUSEHOLD-ID > WS-LAST-HH-ID
                     MOVE W-HH-HOUSEHOLD-ID TO WS-LAST-HH-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

      * Incremental needs both a cursor and a household file to
      * apply the journal to; without either the run is a full one.
           LOAD-BUILD-MODE SECTION.
           MOVE "I" TO WS-BUILD-MODE.
           OPEN INPUT MODE-PARAM-FILE.
           IF WS-MODE-STATUS = "00"
             READ MODE-PARAM-FILE
               AT END CONTINUE
               NOT AT END
                 IF MODE-PARAM-RECORD(1:4) = "FULL"
                   MOVE "F" TO WS-BUILD-MODE
                 END-IF
             END-READ
             CLOSE MODE-PARAM-FILE
           END-IF.
           OPEN INPUT CURSOR-FILE.
           IF WS-CURSOR-STATUS = "00"
             READ CURSOR-FILE
               AT END CONTINUE
               NOT AT END
                 IF CURSOR-RECORD NUMERIC
                   MOVE CURSOR-RECORD TO WS-CURSOR-STAMP
                 END-IF
             END-READ
             CLOSE CURSOR-FILE
           END-IF.
           IF WS-CURSOR-STAMP = LOW-VALUES OR WS-MEMBER-USED = ZERO
             MOVE "F" TO WS-BUILD-MODE
           END-IF.

           ADVANCE-CURSOR-STAMP SECTION.
           OPEN OUTPUT CURSOR-FILE.
           MOVE W-DATE OF W-BATCH TO CURSOR-RECORD(1:8).
           MOVE W-TIME OF W-BATCH TO CURSOR-RECORD(9:8).
           WRITE CURSOR-RECORD.
           CLOSE CURSOR-FILE.

           BUILD-FROM-MASTER SECTION.
           OPEN INPUT DETAILS-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
             SET MBR-REMOVED(WS-MBR-I) TO TRUE
           END-PERFORM.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DETAILS-FILE NEXT
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-SCANNED-COUNT
                 MOVE DETAILS-RECORD TO W-DETAILS-V2
                 PERFORM PLACE-ONE-RECORD
             END-READ
           END-PERFORM.
           CLOSE DETAILS-FILE.

      * Journal lines after the cursor, oldest first, so the last
      * change to a record is the one that stands.
           APPLY-JOURNAL-CHANGES SECTION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "No maintenance journal - households unchanged."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ JOURNAL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO WS-READ-JOURNAL
                 PERFORM PARSE-JOURNAL-LINE
                 MOVE W-JRN-DATE TO WS-JRN-STAMP-DATE
                 MOVE W-JRN-TIME TO WS-JRN-STAMP-TIME
                 IF WS-JRN-STAMP > WS-CURSOR-STAMP
                   ADD 1 TO WS-JOURNAL-COUNT
                   PERFORM APPLY-ONE-CHANGE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      * A pre-cutover line is 77 bytes of content; its images are
      * re-seated into the V2 positions (extension spaces), the
      * same blank-tail detection DETAILS-HISTORY-INQUIRY runs.
           PARSE-JOURNAL-LINE SECTION.
           IF JOURNAL-FILE-RECORD(78:114) = SPACES
             MOVE JOURNAL-FILE-RECORD(1:77) TO WS-OLD-JOURNAL
             MOVE WS-OLD-DATE   TO W-JRN-DATE
             MOVE WS-OLD-TIME   TO W-JRN-TIME
             MOVE WS-OLD-ACTION TO W-JRN-ACTION
             MOVE SPACES TO W-JRN-BEFORE-IMAGE
             MOVE SPACES TO W-JRN-AFTER-IMAGE
             MOVE WS-OLD-BEFORE TO W-JRN-BEFORE-IMAGE(1:30)
             MOVE WS-OLD-AFTER  TO W-JRN-AFTER-IMAGE(1:30)
           ELSE
             MOVE JOURNAL-FILE-RECORD TO W-JOURNAL-RECORD
           END-IF.

      * An add or change places the after-image afresh; a delete
      * (no after-image) takes the record out of its household. An
      * erasure's blanked after-image has no address, so it too
      * leaves the household.
           APPLY-ONE-CHANGE SECTION.
           IF W-JRN-AFTER-IMAGE NOT = SPACES
             MOVE W-JRN-AFTER-IMAGE TO W-DETAILS-V2
             PERFORM PLACE-ONE-RECORD
           ELSE
             IF W-JRN-BEFORE-IMAGE(1:7) NUMERIC
               MOVE W-JRN-BEFORE-IMAGE(1:7) TO WS-WANTED-ID
               PERFORM REMOVE-MEMBER
             END-IF
           END-IF.

      * Puts the record in W-DETAILS-V2 into the household of its
      * address, or takes it out of any household when it has no
      * address to group on.
           PLACE-ONE-RECORD SECTION.
           MOVE W-DV2-ID TO WS-WANTED-ID.
           PERFORM REMOVE-MEMBER.
           IF NOT DV2-RECORD-V2 OR DV2-STATUS-DECEASED
             EXIT SECTION
           END-IF.
           IF W-DV2-STREET = SPACES OR W-DV2-POSTCODE = SPACES
             EXIT SECTION
           END-IF.
           PERFORM NORMALISE-ADDRESS.
           MOVE "N" TO WS-HH-FOUND.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED OR HOUSEHOLD-FOUND
             IF WS-MBR-STREET-KEY(WS-MBR-I) = WS-STREET-KEY
                 AND WS-MBR-POSTCODE-KEY(WS-MBR-I) = WS-POSTCODE-KEY
               MOVE WS-MBR-HOUSEHOLD-ID(WS-MBR-I) TO WS-HH-ID
               SET HOUSEHOLD-FOUND TO TRUE
             END-IF
           END-PERFORM.
           IF NOT HOUSEHOLD-FOUND
             ADD 1 TO WS-LAST-HH-ID
             MOVE WS-LAST-HH-ID TO WS-HH-ID
           END-IF.
      * The record's own old slot is reused when it has one.
           MOVE ZERO TO WS-MBR-HIT.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED OR WS-MBR-HIT > ZERO
             IF WS-MBR-DETAILS-ID(WS-MBR-I) = W-DV2-ID
               MOVE WS-MBR-I TO WS-MBR-HIT
             END-IF
           END-PERFORM.
           IF WS-MBR-HIT = ZERO
             IF WS-MEMBER-USED >= WS-MAX-MEMBERS
               SET TABLE-FULL TO TRUE
               EXIT SECTION
             END-IF
             ADD 1 TO WS-MEMBER-USED
             MOVE WS-MEMBER-USED TO WS-MBR-HIT
           END-IF.
           MOVE WS-HH-ID TO WS-MBR-HOUSEHOLD-ID(WS-MBR-HIT).
           MOVE W-DV2-ID TO WS-MBR-DETAILS-ID(WS-MBR-HIT).
           MOVE W-DV2-SURNAME TO WS-MBR-SURNAME(WS-MBR-HIT).
           MOVE W-DV2-INITIALS TO WS-MBR-INITIALS(WS-MBR-HIT).
           MOVE WS-STREET-KEY TO WS-MBR-STREET-KEY(WS-MBR-HIT).
           MOVE WS-POSTCODE-KEY TO WS-MBR-POSTCODE-KEY(WS-MBR-HIT).
           SET MBR-LIVE(WS-MBR-HIT) TO TRUE.

           REMOVE-MEMBER SECTION.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
             IF WS-MBR-DETAILS-ID(WS-MBR-I) = WS-WANTED-ID
               SET MBR-REMOVED(WS-MBR-I) TO TRUE
             END-IF
           END-PERFORM.

      * "12 Long St." and "12  LONG ST" are one address: upper case,
      * full stops, commas and hyphens read as blanks, blanks
      * collapsed and leading blanks dropped. The postcode keeps only
      * its characters, so "602 00" and "60200" agree.
           NORMALISE-ADDRESS SECTION.
           MOVE FUNCTION UPPER-CASE(W-DV2-STREET) TO WS-RAW-STREET.
           INSPECT WS-RAW-STREET REPLACING ALL "." BY SPACE
             ALL "," BY SPACE ALL "-" BY SPACE.
           MOVE SPACES TO WS-STREET-KEY.
           MOVE ZERO TO WS-OUT-I.
           MOVE "Y" TO WS-LAST-WAS-BLANK.
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1 UNTIL WS-CHAR-I > 20
             MOVE WS-RAW-STREET(WS-CHAR-I:1) TO WS-CHAR
             IF WS-CHAR = SPACE
               IF NOT LAST-WAS-BLANK
                 ADD 1 TO WS-OUT-I
                 MOVE "Y" TO WS-LAST-WAS-BLANK
               END-IF
             ELSE
               ADD 1 TO WS-OUT-I
               MOVE WS-CHAR TO WS-STREET-KEY(WS-OUT-I:1)
               MOVE "N" TO WS-LAST-WAS-BLANK
             END-IF
           END-PERFORM.
           MOVE SPACES TO WS-POSTCODE-KEY.
           MOVE ZERO TO WS-OUT-I.
           PERFORM VARYING WS-CHAR-I FROM 1 BY 1 UNTIL WS-CHAR-I > 8
             MOVE W-DV2-POSTCODE(WS-CHAR-I:1) TO WS-CHAR
             IF WS-CHAR NOT = SPACE AND WS-CHAR NOT = "-"
               ADD 1 TO WS-OUT-I
               MOVE FUNCTION UPPER-CASE(WS-CHAR)
                 TO WS-POSTCODE-KEY(WS-OUT-I:1)
             END-IF
           END-PERFORM.

      * Written household by household, in id order, so a reader
      * meets every member of a household together.
           WRITE-HOUSEHOLD-FILE SECTION.
           OPEN OUTPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-HOUSEHOLD-STATUS
               WS-STATUS-MSG
             DISPLAY "Error writing household.dat: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM VARYING WS-HH-ID FROM 1 BY 1
               UNTIL WS-HH-ID > WS-LAST-HH-ID
             MOVE ZERO TO WS-HH-SIZE
             PERFORM VARYING WS-MBR-I FROM 1 BY 1
                 UNTIL WS-MBR-I > WS-MEMBER-USED
               IF MBR-LIVE(WS-MBR-I)
                   AND WS-MBR-HOUSEHOLD-ID(WS-MBR-I) = WS-HH-ID
                 PERFORM WRITE-ONE-MEMBER
                 ADD 1 TO WS-HH-SIZE
               END-IF
             END-PERFORM
             IF WS-HH-SIZE > ZERO
               ADD 1 TO WS-HOUSEHOLD-COUNT
             END-IF
             IF WS-HH-SIZE > 1
               ADD 1 TO WS-SHARED-COUNT
             END-IF
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

           WRITE-ONE-MEMBER SECTION.
           MOVE SPACES TO W-HOUSEHOLD-RECORD.
           MOVE WS-MBR-HOUSEHOLD-ID(WS-MBR-I) TO W-HH-HOUSEHOLD-ID.
           MOVE WS-MBR-DETAILS-ID(WS-MBR-I) TO W-HH-DETAILS-ID.
           MOVE WS-MBR-SURNAME(WS-MBR-I) TO W-HH-SURNAME.
           MOVE WS-MBR-INITIALS(WS-MBR-I) TO W-HH-INITIALS.
           MOVE WS-MBR-STREET-KEY(WS-MBR-I) TO W-HH-STREET-KEY.
           MOVE WS-MBR-POSTCODE-KEY(WS-MBR-I) TO W-HH-POSTCODE-KEY.
           MOVE W-HOUSEHOLD-RECORD TO HOUSEHOLD-FILE-RECORD.
           WRITE HOUSEHOLD-FILE-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
