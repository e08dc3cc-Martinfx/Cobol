      * are shorter and carry 30-byte images; they are recognised by
      * their blank tail and parsed with the legacy layout, so the
      * timeline spans the cutover without a gap.
      * Revision: Maxfx 15/10/2026 - the inquiry starts with an
      *   operator sign-on, and each trace writes a sealed line to
      *   "../record_access.log" through ACCESS-LOG-WRITE. The
      *   signed-on operator is kept apart from the operator matched
      *   for each journaled action.
      * Revision: Maxfx 15/10/2026 - the timeline is followed by the
      *   record's case notes from "../details_notes.dat", newest
      *   first, with any follow-up date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-HISTORY-INQUIRY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACTIVITY-STATUS.

           SELECT NOTES-FILE ASSIGN TO "../details_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOTES-STATUS.

           SELECT DETAILS-IDX-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
             05 FILLER       PIC X.
             05 ACT-KEY      PIC X(10).

           FD NOTES-FILE.
           01 NOTES-FILE-RECORD PIC X(109).

           FD DETAILS-IDX-FILE.
           01 DETAILS-RECORD.
             02 DETAILS-ID PIC 9(7).
             88 EOF-F VALUE "N".
           77 WS-ACT-EOF PIC X.
             88 ACT-EOF-T VALUE "Y".
           77 WS-NOTES-STATUS    PIC XX.

           COPY "DetailsJournal.cpy".

           77 WS-HIT-COUNT   PIC 9(4) VALUE ZERO.
           77 WS-OPERATOR-ID PIC X(8).

      * Who is running the inquiry - not to be confused with the
      * operator each timeline line names.
           77 WS-SIGNON-ID     PIC X(8).
           77 WS-SIGNON-NAME   PIC X(20).
           77 WS-SIGNON-ROLE   PIC X.
           77 WS-SIGNON-OK     PIC X.
             88 SIGNED-ON      VALUE "Y".
           77 WS-ACC-PROGRAM   PIC X(20)
                               VALUE "DETAILS-HISTORY-INQU".
           77 WS-ACC-KIND      PIC X VALUE "D".
           77 WS-ACC-KEY       PIC X(10).

      * The two images of the action being printed, both held in the
      * V2 shape (a legacy image arrives with a spaces extension).
           01 WS-IMG-BEFORE.
           77 WS-NEW-VALUE   PIC X(20).
           77 WS-DIFF-COUNT  PIC 99.

      * The record's case notes, held in file order so they can be
      * shown newest first.
           COPY "CaseNote.cpy".
           78 WS-MAX-NOTES VALUE 200.
           01 WS-NOTE-TABLE.
             05 WS-NOTE-LINE PIC X(109) OCCURS 200 TIMES.
           77 WS-NOTE-USED   PIC 9(4) VALUE ZERO.
           77 WS-NOTE-I      PIC 9(4).
           77 WS-NOTE-SKIPPED PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           MOVE "N" TO WS-SIGNON-OK.
           CALL "OPERATOR-SIGNON" USING WS-SIGNON-ID WS-SIGNON-NAME
             WS-SIGNON-ROLE WS-SIGNON-OK.
           IF NOT SIGNED-ON
             DISPLAY "Sign-on failed - inquiry refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "DETAILS-ID to trace: ".
           ACCEPT WS-WANTED-ID.
           MOVE WS-WANTED-ID TO WS-WANTED-TXT.
           MOVE SPACES TO WS-ACC-KEY.
           MOVE WS-WANTED-TXT TO WS-ACC-KEY(1:7).
           CALL "ACCESS-LOG-WRITE" USING WS-SIGNON-ID WS-ACC-PROGRAM
             WS-ACC-KIND WS-ACC-KEY.
           DISPLAY " ".
           DISPLAY "CHANGE TIMELINE FOR DETAILS-ID " WS-WANTED-ID.
           DISPLAY "==========================================".
           IF WS-HIT-COUNT = ZERO
             DISPLAY "  (no journaled action touches this record)"
           END-IF.
           PERFORM SHOW-CASE-NOTES.
           PERFORM SHOW-CURRENT-STATE.
           GOBACK.

               "] -> [" WS-NEW-VALUE "]"
           END-IF.

      * Notes are appended in the order they were keyed, so the file
      * order is the time order; the table is shown from its end. A
      * record with more notes than the table holds shows its oldest
      * ones and says how many later notes were left out.
           SHOW-CASE-NOTES SECTION.
           DISPLAY " ".
           DISPLAY "CASE NOTES (newest first)".
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
             DISPLAY "  (no case notes on file)"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ NOTES-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF NOTES-FILE-RECORD(1:7) = WS-WANTED-TXT
                   IF WS-NOTE-USED < WS-MAX-NOTES
                     ADD 1 TO WS-NOTE-USED
                     MOVE NOTES-FILE-RECORD
                       TO WS-NOTE-LINE(WS-NOTE-USED)
                   ELSE
                     ADD 1 TO WS-NOTE-SKIPPED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           IF WS-NOTE-USED = ZERO
             DISPLAY "  (no case notes for this record)"
             EXIT SECTION
           END-IF.
           IF WS-NOTE-SKIPPED NOT = ZERO
             DISPLAY "  (" WS-NOTE-SKIPPED " later note(s) not "
               "shown)"
           END-IF.
           PERFORM VARYING WS-NOTE-I FROM WS-NOTE-USED BY -1
               UNTIL WS-NOTE-I < 1
             MOVE WS-NOTE-LINE(WS-NOTE-I) TO W-CASE-NOTE
             DISPLAY "  " W-NTE-SEQ " " W-NTE-DATE " " W-NTE-TIME
               "  " W-NTE-OPERATOR "  category " W-NTE-CATEGORY
             DISPLAY "     " W-NTE-TEXT
             IF W-NTE-FOLLOW-UP NOT = SPACES
               DISPLAY "     follow up on " W-NTE-FOLLOW-UP
             END-IF
           END-PERFORM.

           SHOW-CURRENT-STATE SECTION.
           DISPLAY " ".
           OPEN INPUT DETAILS-IDX-FILE.
