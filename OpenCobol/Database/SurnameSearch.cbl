      *   cross-reference DETAILS-DUPLICATE-MERGE maintains, so a
      *   DETAILS-ID retired by a merge still finds its way to the
      *   surviving record.
      * Revision: Maxfx 15/10/2026 - household inquiry: H at the
      *   browse prompt lists who else lives at the match's address,
      *   from the "../household.dat" HOUSEHOLD-BUILD keeps.
      * Revision: Maxfx 15/10/2026 - the inquiry now starts with an
      *   operator sign-on, and every record it shows - ID lookup,
      *   browse hit or household member - writes a sealed line to
      *   "../record_access.log" through ACCESS-LOG-WRITE.
      * Revision: Maxfx 15/10/2026 - when "../surname_search.parm"
      *   names a DETAILS-AS-OF snapshot, the search copy is built
      *   from that snapshot instead of the live master, and the
      *   menu says so, so an auditor can search the file as it
      *   stood at a past moment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURNAME-SEARCH.
           ALTERNATE RECORD KEY IS SRCH-PHONETIC WITH DUPLICATES
           FILE STATUS WS-SEARCH-STATUS.

      * Optional: the path of an as-of snapshot to search instead.
           SELECT SOURCE-PARM-FILE ASSIGN TO "../surname_search.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SOURCE-PARM-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO WS-SNAPSHOT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SNAPSHOT-STATUS.

      * Old-ID-to-surviving-ID lines written by the merge program.
           SELECT XREF-FILE ASSIGN TO "../details_id_xref.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XREF-STATUS.

      * Household membership written by HOUSEHOLD-BUILD.
           SELECT HOUSEHOLD-FILE ASSIGN TO "../household.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-FILE.
             02 SRCH-SOME-CODE  PIC X(5).
             02 SRCH-PHONETIC   PIC X(4).

           FD SOURCE-PARM-FILE.
           01 SOURCE-PARM-RECORD PIC X(60).

           FD SNAPSHOT-FILE.
           01 SNAPSHOT-RECORD PIC X(87).

           FD XREF-FILE.
           01 XREF-RECORD.
             05 XRF-OLD-ID  PIC 9(7).
             05 FILLER      PIC X.
             05 XRF-DATE    PIC X(8).

           FD HOUSEHOLD-FILE.
           01 HOUSEHOLD-FILE-RECORD PIC X(57).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS      PIC XX.
           77 WS-SEARCH-STATUS PIC XX.
           77 WS-STATUS-MSG    PIC X(50).
           77 WS-SOURCE-PARM-STATUS PIC XX.
           77 WS-SNAPSHOT-STATUS    PIC XX.
           77 WS-SNAPSHOT-NAME      PIC X(60) VALUE SPACES.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-XREF-FOUND    PIC X.
             88 XREF-HIT       VALUE "Y".

      * Household inquiry: the match's household id, then everyone
      * else on file under it.
           77 WS-HOUSEHOLD-STATUS PIC XX.
           COPY "Household.cpy".
           77 WS-WANTED-HH-ID  PIC 9(7).
           77 WS-HH-OTHERS     PIC 9(4).
           77 WS-HH-EOF        PIC X.
             88 HH-EOF-T       VALUE "Y".

      * Sign-on and the read-access trail: who is looking, and the
      * ID of each record put on the screen.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACC-PROGRAM     PIC X(20) VALUE "SURNAME-SEARCH".
           77 WS-ACC-KIND        PIC X VALUE "D".
           77 WS-ACC-KEY         PIC X(10).
           77 WS-ACC-ID          PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - search refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM REFRESH-SEARCH-COPY.
           PERFORM SEARCH-MENU-LOOP.
           GOBACK.

      * The search copy is rebuilt whole at start-up, so the inquiry
      * always answers from the indexed master as of "now" without
      * the master itself needing a second key - or, when the parm
      * names one, from an as-of snapshot.
           REFRESH-SEARCH-COPY SECTION.
           PERFORM READ-SOURCE-PARM.
           IF WS-SNAPSHOT-NAME NOT = SPACES
             OPEN INPUT SNAPSHOT-FILE
             IF WS-SNAPSHOT-STATUS NOT = "00"
               CALL "STATUS-CODE" USING WS-SNAPSHOT-STATUS
                 WS-STATUS-MSG
               DISPLAY "Error opening snapshot "
                 FUNCTION TRIM(WS-SNAPSHOT-NAME) ": " WS-STATUS-MSG
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
           ELSE
             OPEN INPUT DETAILS-FILE
             IF FILE-STATUS NOT = "00"
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
               DISPLAY "Error opening database_idx.dat: " WS-STATUS-MSG
               MOVE 1 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           OPEN OUTPUT SEARCH-FILE.
           IF WS-SEARCH-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-SEARCH-STATUS WS-STATUS-MSG
             DISPLAY "Error building search copy: " WS-STATUS-MSG
             PERFORM CLOSE-SEARCH-SOURCE
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             IF WS-SNAPSHOT-NAME NOT = SPACES
               READ SNAPSHOT-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   MOVE SNAPSHOT-RECORD TO DETAILS-RECORD
                   PERFORM ADD-SEARCH-RECORD
               END-READ
             ELSE
               READ DETAILS-FILE NEXT
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   PERFORM ADD-SEARCH-RECORD
               END-READ
             END-IF
           END-PERFORM.
           CLOSE SEARCH-FILE.
           PERFORM CLOSE-SEARCH-SOURCE.
           DISPLAY "Search copy refreshed: " WS-REFRESH-COUNT
             " record(s)".
           IF WS-SNAPSHOT-NAME NOT = SPACES
             DISPLAY "*** Searching the snapshot "
               FUNCTION TRIM(WS-SNAPSHOT-NAME)
             DISPLAY "*** not the live master - see its .cert file."
           END-IF.
           OPEN INPUT SEARCH-FILE.

      * No parm, or a blank first line, means the live master.
           READ-SOURCE-PARM SECTION.
           MOVE SPACES TO WS-SNAPSHOT-NAME.
           OPEN INPUT SOURCE-PARM-FILE.
           IF WS-SOURCE-PARM-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           READ SOURCE-PARM-FILE
             NOT AT END
               MOVE FUNCTION TRIM(SOURCE-PARM-RECORD)
                 TO WS-SNAPSHOT-NAME
           END-READ.
           CLOSE SOURCE-PARM-FILE.

           ADD-SEARCH-RECORD SECTION.
           MOVE DETAILS-ID       TO SRCH-DETAILS-ID.
           MOVE DETAILS-SURNAME  TO SRCH-SURNAME.
           MOVE INITIALS         TO SRCH-INITIALS.
           MOVE DETAILS-BIRTHDAY TO SRCH-BIRTHDAY.
           MOVE SOME-CODE        TO SRCH-SOME-CODE.
           MOVE DETAILS-SURNAME  TO WS-PHON-IN.
           PERFORM PHONETIC-ENCODE.
           MOVE WS-PHON-OUT      TO SRCH-PHONETIC.
           WRITE SEARCH-RECORD
             INVALID KEY
               DISPLAY "Search copy write failed for "
                 DETAILS-ID ", status " WS-SEARCH-STATUS
             NOT INVALID KEY
               ADD 1 TO WS-REFRESH-COUNT
           END-WRITE.

           CLOSE-SEARCH-SOURCE SECTION.
           IF WS-SNAPSHOT-NAME NOT = SPACES
             CLOSE SNAPSHOT-FILE
           ELSE
             CLOSE DETAILS-FILE
           END-IF.

           SEARCH-MENU-LOOP SECTION.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
               DISPLAY "ID " WS-WANTED-ID " was retired by a merge - "
                 "the record now lives under " WS-MAPPED-ID ":"
             END-IF
             MOVE SRCH-DETAILS-ID TO WS-ACC-ID
             PERFORM RECORD-ACCESS
             DISPLAY "  ID " SRCH-DETAILS-ID "  " SRCH-SURNAME " "
               SRCH-INITIALS "  born " SRCH-BIRTHDAY "  code "
               SRCH-SOME-CODE
               END-IF
           END-EVALUATE.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SRCH-DETAILS-ID TO WS-ACC-ID.
           PERFORM RECORD-ACCESS.
           IF (WS-CHOICE = "S" OR WS-CHOICE = "s")
               AND SRCH-SURNAME NOT = WS-WANTED-NAME
             DISPLAY "  ID " SRCH-DETAILS-ID "  " SRCH-SURNAME " "
               SRCH-INITIALS "  born " SRCH-BIRTHDAY "  code "
               SRCH-SOME-CODE "  (exact)"
           END-IF.
           DISPLAY "Next match? (Y/N, H = household): ".
           ACCEPT WS-BROWSE-MORE.
           PERFORM UNTIL WS-BROWSE-MORE NOT = "H"
               AND WS-BROWSE-MORE NOT = "h"
             PERFORM SHOW-HOUSEHOLD
             DISPLAY "Next match? (Y/N): "
             ACCEPT WS-BROWSE-MORE
           END-PERFORM.

      * Two passes over the household file - the first finds the
      * match's household, the second lists the other members - so
      * the browse position on the search copy is never disturbed.
           SHOW-HOUSEHOLD SECTION.
           MOVE ZERO TO WS-WANTED-HH-ID.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
             DISPLAY "  No household.dat - run HOUSEHOLD-BUILD first."
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-HH-EOF.
           PERFORM UNTIL HH-EOF-T
             READ HOUSEHOLD-FILE
               AT END
                 SET HH-EOF-T TO TRUE
               NOT AT END
                 MOVE HOUSEHOLD-FILE-RECORD TO W-HOUSEHOLD-RECORD
                 IF W-HH-DETAILS-ID = SRCH-DETAILS-ID
                   MOVE W-HH-HOUSEHOLD-ID TO WS-WANTED-HH-ID
                   SET HH-EOF-T TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
           IF WS-WANTED-HH-ID = ZERO
             DISPLAY "  ID " SRCH-DETAILS-ID " is in no household "
               "(no V2 address at the last household build)."
             EXIT SECTION
           END-IF.
           DISPLAY "  Household " WS-WANTED-HH-ID " at "
             W-HH-STREET-KEY " " W-HH-POSTCODE-KEY.
           MOVE ZERO TO WS-HH-OTHERS.
           OPEN INPUT HOUSEHOLD-FILE.
           MOVE "N" TO WS-HH-EOF.
           PERFORM UNTIL HH-EOF-T
             READ HOUSEHOLD-FILE
               AT END
                 SET HH-EOF-T TO TRUE
               NOT AT END
                 MOVE HOUSEHOLD-FILE-RECORD TO W-HOUSEHOLD-RECORD
                 IF W-HH-HOUSEHOLD-ID = WS-WANTED-HH-ID
                     AND W-HH-DETAILS-ID NOT = SRCH-DETAILS-ID
                   ADD 1 TO WS-HH-OTHERS
                   MOVE W-HH-DETAILS-ID TO WS-ACC-ID
                   PERFORM RECORD-ACCESS
                   DISPLAY "    also lives there: ID " W-HH-DETAILS-ID
                     "  " W-HH-SURNAME " " W-HH-INITIALS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.
           IF WS-HH-OTHERS = ZERO
             DISPLAY "    nobody else on file lives there."
           END-IF.

      * One sealed line per record put on the screen.
           RECORD-ACCESS SECTION.
           MOVE SPACES TO WS-ACC-KEY.
           MOVE WS-ACC-ID TO WS-ACC-KEY(1:7).
           CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACC-PROGRAM WS-ACC-KIND WS-ACC-KEY.
