      * "../erasure_suppress.dat" list PARTNER-INTERFACE-FEED checks,
      * and a certificate-of-destruction report through the shared
      * REPORT-WRITER lists exactly which files were touched.
      * Revision: Maxfx 15/10/2026 - the erasure follows the person
      *   cross-reference: a lottery player confirmed as the same
      *   person (PERSON-XREF) has the name and birth date on
      *   player_master.dat blanked as well, the player id kept so
      *   the ticket and prize history still balances.
      * Revision: Maxfx 15/10/2026 - the person's case notes in
      *   "../details_notes.dat" have their text and follow-up date
      *   blanked; the key, the stamp, the operator and the category
      *   stay, the same as the other copies keep their keys.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIGHT-TO-ERASURE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT NOTES-FILE ASSIGN TO "../details_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOTES-STATUS.

           SELECT PURGE-REGISTER-FILE
           ASSIGN TO "../purge_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DATA-FILE.
           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD NOTES-FILE.
           01 NOTES-FILE-RECORD PIC X(109).

           FD PURGE-REGISTER-FILE.
           01 PURGE-REGISTER-RECORD.
             05 PRG-DATE  PIC X(8).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS        PIC XX.
           77 WS-IDX-STATUS      PIC XX.
           77 WS-SEARCH-STATUS   PIC XX.
           77 WS-JOURNAL-STATUS  PIC XX.
           77 WS-NOTES-STATUS    PIC XX.
           77 WS-REGISTER-STATUS PIC XX.
           77 WS-ARCHIVE-STATUS  PIC XX.
           77 WS-SUPPRESS-STATUS PIC XX.
           77 WS-PLAYER-STATUS   PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 WS-ARCHIVE-PATH    PIC X(60).
           77 WS-REC-TAG         PIC X(3).
             05 WS-JRN-LINE PIC X(191) OCCURS 500 TIMES.
           77 WS-JRN-USED  PIC 9(3) VALUE ZERO.
           77 WS-TBL-I     PIC 9(3).
      * The case-note file, one row per note line.
           78 WS-MAX-NOTE-LINES VALUE 2000.
           01 WS-NOTE-TABLE.
             05 WS-NOTE-LINE PIC X(109) OCCURS 2000 TIMES.
           77 WS-NOTE-USED PIC 9(4) VALUE ZERO.
           77 WS-NOTE-I    PIC 9(4).
           COPY "CaseNote.cpy".

      * The record image being blanked, in the V2 shape.
           01 WS-WORK-RECORD.
           77 WS-ARCHIVE-HITS PIC 9(4) VALUE ZERO.
           77 WS-ARC-FILE-HITS PIC 9(4) VALUE ZERO.
           77 WS-BEFORE-IMAGE-SAVE PIC X(87).
           77 WS-PLAYER-HITS  PIC 9(4) VALUE ZERO.
           77 WS-NOTE-HITS    PIC 9(4) VALUE ZERO.

      * The lottery player linked to the DETAILS-ID, if any.
           COPY "PersonXref.cpy".

           78 WS-LINES-PER-PAGE VALUE 40.
           COPY "ReportWriter.cpy".
           DISPLAY "DETAILS-ID to erase: ".
           ACCEPT WS-WANTED-ID.
           MOVE WS-WANTED-ID TO WS-WANTED-TXT.
           PERFORM FIND-LINKED-PLAYER.
           DISPLAY "Erase the personal fields of " WS-WANTED-ID
             " in EVERY copy the shop holds? This cannot be "
             "undone. (Y/N): ".
           PERFORM ERASE-IN-INDEXED-COPY.
           PERFORM ERASE-IN-SEARCH-COPY.
           PERFORM ERASE-IN-JOURNAL.
           PERFORM ERASE-IN-CASE-NOTES.
           PERFORM ERASE-IN-ARCHIVES.
           PERFORM ERASE-LINKED-PLAYER.
           PERFORM ADD-TO-SUPPRESSION-LIST.
           PERFORM JOURNAL-THE-ERASURE.
           PERFORM CLOSE-CERTIFICATE.

           CLOSE-CERTIFICATE SECTION.
           COMPUTE W-RPT-GRAND-TOTAL = WS-LIVE-HITS + WS-IDX-HITS
             + WS-SRCH-HITS + WS-JRN-HITS + WS-ARCHIVE-HITS
             + WS-PLAYER-HITS + WS-NOTE-HITS.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           MOVE SPACES TO WS-OWR-INITIALS.
           MOVE SPACES TO WS-OWR-BIRTHDAY.

      * The notes are rewritten whole from the buffer, the way the
      * journal is, and only when one of them was the person's.
           ERASE-IN-CASE-NOTES SECTION.
           MOVE ZERO TO WS-NOTE-USED.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
             MOVE "details_notes.dat: not present" TO W-RPT-TEXT
             PERFORM CERTIFY-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ NOTES-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM BUFFER-ONE-NOTE-LINE
             END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           IF WS-NOTE-HITS NOT = ZERO
             OPEN OUTPUT NOTES-FILE
             PERFORM VARYING WS-NOTE-I FROM 1 BY 1
                 UNTIL WS-NOTE-I > WS-NOTE-USED
               MOVE WS-NOTE-LINE(WS-NOTE-I) TO NOTES-FILE-RECORD
               WRITE NOTES-FILE-RECORD
             END-PERFORM
             CLOSE NOTES-FILE
           END-IF.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "details_notes.dat: " DELIMITED BY SIZE
             WS-NOTE-HITS DELIMITED BY SIZE
             " case note(s) blanked" DELIMITED BY SIZE
             INTO W-RPT-TEXT
           END-STRING.
           PERFORM CERTIFY-LINE.

           BUFFER-ONE-NOTE-LINE SECTION.
           IF WS-NOTE-USED >= WS-MAX-NOTE-LINES
             DISPLAY "ERROR: the case notes exceed the "
               WS-MAX-NOTE-LINES "-line buffer - erasure abandoned"
             MOVE 1 TO RETURN-CODE
             CLOSE NOTES-FILE
             GOBACK
           END-IF.
           ADD 1 TO WS-NOTE-USED.
           MOVE NOTES-FILE-RECORD TO W-CASE-NOTE.
           IF W-NTE-DETAILS-ID NUMERIC
               AND W-NTE-DETAILS-ID = WS-WANTED-ID
             MOVE SPACES TO W-NTE-TEXT
             MOVE SPACES TO W-NTE-FOLLOW-UP
             ADD 1 TO WS-NOTE-HITS
           END-IF.
           MOVE W-CASE-NOTE TO WS-NOTE-LINE(WS-NOTE-USED).

           ERASE-IN-ARCHIVES SECTION.
           OPEN INPUT PURGE-REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
           END-IF.
           MOVE WS-WORK-RECORD TO WS-LIVE-RECORD(WS-LIVE-USED).

      * A cross-reference that cannot be read is said so before the
      * operator confirms - the player side would then need erasing
      * by hand.
           FIND-LINKED-PLAYER SECTION.
           INITIALIZE W-PERSON-XREF.
           MOVE "D" TO W-PXR-FUNCTION.
           MOVE WS-WANTED-ID TO W-PXR-DETAILS-ID.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FOUND
             DISPLAY "DETAILS-ID " WS-WANTED-ID " is linked to "
               "lottery player " FUNCTION TRIM(W-PXR-PLAYER-ID)
               " - the player's name and birth date go too."
           END-IF.
           IF PXR-FAILED
             DISPLAY "WARNING: person_xref.dat could not be read - "
               "a linked lottery player will not be erased."
           END-IF.

      * The player id stays on the master, as DETAILS-ID stays on
      * database.dat: tickets, prizes and the ledger still point at
      * it and still balance.
           ERASE-LINKED-PLAYER SECTION.
           IF NOT PXR-FOUND
             MOVE "person_xref.dat: no linked lottery player"
               TO W-RPT-TEXT
             PERFORM CERTIFY-LINE
             EXIT SECTION
           END-IF.
           OPEN I-O PLAYER-FILE.
           IF WS-PLAYER-STATUS NOT = "00"
             MOVE "player_master.dat: not present, nothing to erase"
               TO W-RPT-TEXT
             PERFORM CERTIFY-LINE
             EXIT SECTION
           END-IF.
           MOVE W-PXR-PLAYER-ID TO PLM-PLAYER-ID.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               MOVE "player_master.dat: linked player not on file"
                 TO W-RPT-TEXT
               PERFORM CERTIFY-LINE
             NOT INVALID KEY
               MOVE SPACES TO PLM-NAME
               MOVE SPACES TO PLM-BIRTH-DATE
               REWRITE PLAYER-RECORD
               ADD 1 TO WS-PLAYER-HITS
               MOVE SPACES TO W-RPT-TEXT
               STRING "player_master.dat: player " DELIMITED BY SIZE
                 FUNCTION TRIM(W-PXR-PLAYER-ID) DELIMITED BY SIZE
                 " name and birth date blanked" DELIMITED BY SIZE
                 INTO W-RPT-TEXT
               END-STRING
               PERFORM CERTIFY-LINE
           END-READ.
           CLOSE PLAYER-FILE.

      * The suppression list is what keeps the partner from being
      * sent the record again - the erasure would otherwise be
      * undone by the next nightly feed's receiving side history.
