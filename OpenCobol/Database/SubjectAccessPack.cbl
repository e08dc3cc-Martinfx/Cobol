      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * RIGHT-TO-ERASURE can remove a person from every copy the shop
      * holds, but when someone asks what we hold about them there
      * was nothing to run - it meant an afternoon of one-off reads.
      * This program takes one DETAILS-ID, finds the lottery player
      * the person cross-reference (PERSON-XREF) links to it (or the
      * player id the requester gives), and gathers every copy of
      * their data into one readable pack through the shared
      * REPORT-WRITER: the live database_idx.dat record, its history
      * on the maintenance journal, every purge archive and DBIDX
      * backup generation that holds it (found the way
      * ARCHIVE-SPAN-SEARCH finds them), the partner transmissions
      * made while the record was on file, the consent lines,
      * exception entries naming either id, and on the lottery side
      * the player master, tickets, winners ledger rows and loyalty
      * points movements. A cover sheet leads the pack with who
      * asked, who served it and what each source gave up. Each
      * request served is logged in "../subject_access_log.dat"
      * (date, time, DETAILS-ID, player id, operator, items found)
      * and on operator_activity.log (action "Q"). The pack shows
      * personal data, so the run needs the supervisor role.
      * Revision: Maxfx 15/10/2026 - a pack served writes sealed
      *   lines to "../record_access.log" through ACCESS-LOG-WRITE:
      *   the DETAILS-ID, and the player id when there is one.
      * Revision: Maxfx 15/10/2026 - the pack includes the case notes
      *   kept on the person in "../details_notes.dat".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-PACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAILS-IDX-FILE ASSIGN TO "../database_idx.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDX-DETAILS-ID
           FILE STATUS WS-IDX-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "../details_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

           SELECT PURGE-REGISTER-FILE
           ASSIGN TO "../purge_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PURGE-REG-STATUS.

           SELECT BACKUP-REGISTER-FILE
           ASSIGN TO "../backup_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-BACKUP-REG-STATUS.

      * One SELECT serves every archive and generation in turn - the
      * register supplies the path.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SCAN-STATUS.

           SELECT SEND-LOG-FILE ASSIGN TO "../partner_send_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SEND-LOG-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "../details_consent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONSENT-STATUS.

           SELECT NOTES-FILE ASSIGN TO "../details_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOTES-STATUS.

      * The working exception log and every archive cut from it by
      * EXCEPTION-LOG-ARCHIVE, read through the one SELECT.
           SELECT EXC-REGISTER-FILE
           ASSIGN TO "../exception_archives.lst"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXC-REG-STATUS.

           SELECT EXC-SCAN-FILE ASSIGN TO WS-EXC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-EXC-SCAN-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "../player_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PLM-PLAYER-ID
           FILE STATUS WS-PLAYER-STATUS.

           SELECT TICKET-FILE ASSIGN TO "../lottery_tickets.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TICKET-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "../lottery_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LEDGER-STATUS.

           SELECT LOYALTY-FILE ASSIGN TO "../loyalty_ledger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LOYALTY-STATUS.

           SELECT ACCESS-LOG-FILE
           ASSIGN TO "../subject_access_log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-IDX-FILE.
           01 IDX-DETAILS-RECORD.
             02 IDX-DETAILS-ID PIC 9(7).
             02 FILLER         PIC X(80).

           FD JOURNAL-FILE.
           01 JOURNAL-FILE-RECORD PIC X(191).

           FD PURGE-REGISTER-FILE.
           01 PURGE-REGISTER-RECORD.
             05 PRG-DATE  PIC X(8).
             05 FILLER    PIC X.
             05 PRG-COUNT PIC 9(6).
             05 FILLER    PIC X.
             05 PRG-PATH  PIC X(60).

           FD BACKUP-REGISTER-FILE.
           01 BACKUP-REGISTER-RECORD.
             05 REG-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 REG-MASTER PIC X(8).
             05 FILLER     PIC X.
             05 REG-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 REG-PATH   PIC X(60).

           FD SCAN-FILE.
           01 SCAN-RECORD.
             02 SCN-ID   PIC X(7).
             02 FILLER   PIC X(80).

           FD SEND-LOG-FILE.
           01 SEND-LOG-RECORD.
             05 SND-RUN-ID PIC X(16).
             05 FILLER     PIC X.
             05 SND-DATE   PIC X(8).
             05 FILLER     PIC X.
             05 SND-COUNT  PIC 9(6).
             05 FILLER     PIC X.
             05 SND-STATE  PIC X(8).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

           FD CONSENT-FILE.
           01 CONSENT-RECORD.
             05 CON-DETAILS-ID PIC 9(7).
             05 FILLER         PIC X.
             05 CON-EFFECTIVE  PIC X(8).
             05 FILLER         PIC X.
             05 CON-POST       PIC X.
             05 CON-PHONE      PIC X.
             05 CON-PARTNER    PIC X.
             05 FILLER         PIC X.
             05 CON-RECORDED   PIC X(8).
             05 FILLER         PIC X.
             05 CON-OPERATOR   PIC X(8).

           FD NOTES-FILE.
           01 NOTES-FILE-RECORD PIC X(109).

           FD EXC-REGISTER-FILE.
           01 EXC-REGISTER-RECORD.
             05 EXR-ARCHIVE-DATE PIC X(8).
             05 FILLER           PIC X.
             05 EXR-ARCHIVE-PATH PIC X(60).

           FD EXC-SCAN-FILE.
           01 EXC-SCAN-RECORD PIC X(189).

           FD PLAYER-FILE.
           01 PLAYER-RECORD.
             05 PLM-PLAYER-ID  PIC X(10).
             05 PLM-NAME       PIC X(20).
             05 PLM-REG-DATE   PIC X(8).
             05 PLM-BIRTH-DATE PIC X(8).

           FD TICKET-FILE.
           01 TICKET-LINE PIC X(100).

           FD LEDGER-FILE.
           01 LEDGER-RECORD.
             05 LGR-PLAYER-ID PIC X(10).
             05 FILLER        PIC X.
             05 LGR-DRAW-DATE PIC 9(8).
             05 FILLER        PIC X.
             05 LGR-AMOUNT    PIC 9(7).
             05 FILLER        PIC X.
             05 LGR-STATUS    PIC X(6).
             05 FILLER        PIC X.
             05 LGR-PAID-DATE PIC X(8).
             05 FILLER        PIC X.
             05 LGR-OPERATOR  PIC X(8).
             05 FILLER        PIC X.
             05 LGR-GAME      PIC X(4).
             05 FILLER        PIC X(34).

           FD LOYALTY-FILE.
           01 LOYALTY-RECORD.
             05 LOY-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 LOY-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 LOY-TYPE       PIC X(6).
             05 FILLER         PIC X.
             05 LOY-POINTS     PIC 9(5).
             05 FILLER         PIC X.
             05 LOY-GAME       PIC X(4).
             05 FILLER         PIC X.
             05 LOY-REFERENCE  PIC X(7).
             05 FILLER         PIC X.
             05 LOY-OPERATOR   PIC X(8).

           FD ACCESS-LOG-FILE.
           01 ACCESS-LOG-RECORD.
             05 SAL-DATE       PIC X(8).
             05 FILLER         PIC X.
             05 SAL-TIME       PIC X(8).
             05 FILLER         PIC X.
             05 SAL-DETAILS-ID PIC 9(7).
             05 FILLER         PIC X.
             05 SAL-PLAYER-ID  PIC X(10).
             05 FILLER         PIC X.
             05 SAL-OPERATOR   PIC X(8).
             05 FILLER         PIC X.
             05 SAL-ITEMS      PIC 9(6).

       WORKING-STORAGE SECTION.
           77 WS-IDX-STATUS        PIC XX.
           77 WS-JOURNAL-STATUS    PIC XX.
           77 WS-PURGE-REG-STATUS  PIC XX.
           77 WS-BACKUP-REG-STATUS PIC XX.
           77 WS-SCAN-STATUS       PIC XX.
           77 WS-SEND-LOG-STATUS   PIC XX.
           77 WS-SUPPRESS-STATUS   PIC XX.
           77 WS-CONSENT-STATUS    PIC XX.
           77 WS-NOTES-STATUS      PIC XX.
           77 WS-EXC-REG-STATUS    PIC XX.
           77 WS-EXC-SCAN-STATUS   PIC XX.
           77 WS-PLAYER-STATUS     PIC XX.
           77 WS-TICKET-STATUS     PIC XX.
           77 WS-LEDGER-STATUS     PIC XX.
           77 WS-LOYALTY-STATUS    PIC XX.
           77 WS-ACCESS-LOG-STATUS PIC XX.
           77 WS-STATUS-MSG        PIC X(50).
           77 WS-BAD-STATUS        PIC XX.
           77 WS-SCAN-PATH         PIC X(60).
           77 WS-SCAN-KIND         PIC X(10).
           77 WS-SCAN-DATE         PIC X(8).
           77 WS-EXC-PATH          PIC X(60).
           77 WS-REC-TAG           PIC X(3).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".
           77 WS-SCAN-EOF PIC X.
             88 SCAN-EOF-T VALUE "Y".

           COPY "BatchStamp.cpy".
           COPY "DetailsJournal.cpy".
           COPY "DetailsV2.cpy".

      * A journal line as written before the V2 cutover: the same
      * stamp and action, but 30-byte images - the same detection
      * DETAILS-JOURNAL-REPLAY and RIGHT-TO-ERASURE apply.
           01 WS-OLD-JOURNAL.
             05 WS-OLD-STAMP.
               10 WS-OLD-DATE PIC X(8).
               10 WS-OLD-TIME PIC X(8).
             05 WS-OLD-ACTION PIC X.
             05 WS-OLD-BEFORE PIC X(30).
             05 WS-OLD-AFTER  PIC X(30).

      * The exception-log line, the ExceptionLog.cpy shape.
           COPY "ExceptionLog.cpy".

      * Sign-on through the shared service. The pack lays out
      * everything held on a person, so it is a supervisor's job.
           77 WS-OPERATOR-ID     PIC X(8).
           77 WS-OPERATOR-NAME   PIC X(20).
           77 WS-OPERATOR-ROLE   PIC X.
             88 ROLE-SUPERVISOR  VALUE "S".
           77 WS-OPERATOR-KNOWN  PIC X.
             88 OPERATOR-KNOWN   VALUE "Y".
           77 WS-ACT-PROGRAM     PIC X(20)
             VALUE "SUBJECT-ACCESS-PACK".
           77 WS-ACT-ACTION      PIC X.
           77 WS-ACT-KEY         PIC X(10).
           77 WS-ACC-KIND        PIC X.

           77 WS-WANTED-ID   PIC 9(7).
           77 WS-WANTED-TXT  PIC X(7).
           77 WS-PLAYER-ID   PIC X(10) VALUE SPACES.
           77 WS-PLAYER-LEN  PIC 99 VALUE ZERO.
           77 WS-PLAYER-FROM PIC X(30).
           77 WS-TALLY       PIC 99.

      * The dates the record was on file, for the partner
      * transmissions: from its first journal line to its delete or
      * its erasure suppression, whichever came first. Spaces at
      * either end mean open.
           77 WS-ON-FILE-FROM PIC X(8) VALUE SPACES.
           77 WS-ON-FILE-TO   PIC X(8) VALUE SPACES.

      * Items found, per source, for the cover sheet.
           77 WS-LIVE-HITS    PIC 9(4) VALUE ZERO.
           77 WS-JRN-HITS     PIC 9(4) VALUE ZERO.
           77 WS-ARCHIVE-HITS PIC 9(4) VALUE ZERO.
           77 WS-SEND-HITS    PIC 9(4) VALUE ZERO.
           77 WS-CONSENT-HITS PIC 9(4) VALUE ZERO.
           77 WS-NOTE-HITS    PIC 9(4) VALUE ZERO.
           77 WS-EXC-HITS     PIC 9(4) VALUE ZERO.
           77 WS-PLAYER-HITS  PIC 9(4) VALUE ZERO.
           77 WS-TICKET-HITS  PIC 9(4) VALUE ZERO.
           77 WS-LEDGER-HITS  PIC 9(4) VALUE ZERO.
           77 WS-LOYALTY-HITS PIC 9(4) VALUE ZERO.
           77 WS-TOTAL-HITS   PIC 9(6) VALUE ZERO.
           77 WS-SOURCE-HITS  PIC 9(4).
           77 WS-SOURCE-NAME  PIC X(40).

      * The body of the pack is gathered first so the cover sheet,
      * which needs the counts, can lead it.
           78 WS-MAX-PACK-LINES VALUE 2000.
           01 WS-PACK-TABLE.
             05 WS-PACK-LINE PIC X(80) OCCURS 2000 TIMES.
           77 WS-PACK-USED PIC 9(4) VALUE ZERO.
           77 WS-PACK-I    PIC 9(4).
           77 WS-PACK-FULL PIC X VALUE "N".
             88 PACK-TRUNCATED VALUE "Y".
           77 WS-LINE      PIC X(80).
           77 WS-IMAGE     PIC X(87).
           77 WS-IMAGE-TAG PIC X(8).
           77 WS-ACTION-WORD PIC X(10).

      * Parsed ticket fields, the PLAYER-STATEMENT two-layout parse.
           77 WS-TKT-PLAYER-ID   PIC X(10).
           77 WS-TKT-SUBMIT-DATE PIC X(8).
           77 WS-TKT-PICKS       PIC X(24).
           77 WS-TKT-GAME        PIC X(4).
           77 WS-TKT-VOID        PIC X.

      * The lottery player linked to the DETAILS-ID, if any.
           COPY "PersonXref.cpy".

      * One case-note line as read.
           COPY "CaseNote.cpy".

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           PERFORM OPERATOR-SIGN-ON.
           IF NOT OPERATOR-KNOWN
             DISPLAY "Sign-on failed - subject access refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           IF NOT ROLE-SUPERVISOR
             DISPLAY "A subject access pack needs the supervisor "
               "role - refused."
             MOVE "X" TO WS-ACT-ACTION
             MOVE "SUBJACCESS" TO WS-ACT-KEY
             PERFORM WRITE-ACTIVITY-RECORD
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "DETAILS-ID of the person asking: ".
           ACCEPT WS-WANTED-ID.
           MOVE WS-WANTED-ID TO WS-WANTED-TXT.
           PERFORM FIND-LINKED-PLAYER.

           PERFORM GATHER-LIVE-RECORD.
           PERFORM GATHER-JOURNAL-HISTORY.
           PERFORM GATHER-ARCHIVE-COPIES.
           PERFORM GATHER-PARTNER-TRANSMISSIONS.
           PERFORM GATHER-CONSENT-LINES.
           PERFORM GATHER-CASE-NOTES.
           PERFORM GATHER-EXCEPTION-ENTRIES.
           PERFORM GATHER-PLAYER-MASTER.
           PERFORM GATHER-TICKETS.
           PERFORM GATHER-LEDGER-ROWS.
           PERFORM GATHER-LOYALTY-ROWS.

           COMPUTE WS-TOTAL-HITS = WS-LIVE-HITS + WS-JRN-HITS
             + WS-ARCHIVE-HITS + WS-SEND-HITS + WS-CONSENT-HITS
             + WS-NOTE-HITS + WS-EXC-HITS + WS-PLAYER-HITS
             + WS-TICKET-HITS + WS-LEDGER-HITS + WS-LOYALTY-HITS.
           PERFORM WRITE-PACK.
           PERFORM LOG-REQUEST-SERVED.
           MOVE "Q" TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE WS-WANTED-TXT TO WS-ACT-KEY(1:7).
           PERFORM WRITE-ACTIVITY-RECORD.
           PERFORM RECORD-ACCESS.
           IF PACK-TRUNCATED
             DISPLAY "WARNING: more than " WS-MAX-PACK-LINES
               " lines found - the pack is incomplete."
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-TOTAL-HITS " item(s) found - see "
             "subject_access_pack.rpt".
           GOBACK.

      * The shared sign-on service does the three tries and returns
      * the role the gate above refuses on.
           OPERATOR-SIGN-ON SECTION.
           MOVE "N" TO WS-OPERATOR-KNOWN.
           CALL "OPERATOR-SIGNON" USING WS-OPERATOR-ID
             WS-OPERATOR-NAME WS-OPERATOR-ROLE WS-OPERATOR-KNOWN.

           WRITE-ACTIVITY-RECORD SECTION.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * The pack is a look at both sides of the person, so each id
      * it was served for gets its own read-access line.
           RECORD-ACCESS SECTION.
           MOVE "D" TO WS-ACC-KIND.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE WS-WANTED-TXT TO WS-ACT-KEY(1:7).
           CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACC-KIND WS-ACT-KEY.
           IF WS-PLAYER-ID NOT = SPACES
             MOVE "P" TO WS-ACC-KIND
             CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
               WS-ACT-PROGRAM WS-ACC-KIND WS-PLAYER-ID
           END-IF.

      * The confirmed cross-reference names the player; failing
      * that, the requester may have given a player id themselves.
           FIND-LINKED-PLAYER SECTION.
           INITIALIZE W-PERSON-XREF.
           MOVE "D" TO W-PXR-FUNCTION.
           MOVE WS-WANTED-ID TO W-PXR-DETAILS-ID.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FOUND
             MOVE W-PXR-PLAYER-ID TO WS-PLAYER-ID
             MOVE "(person cross-reference)" TO WS-PLAYER-FROM
             DISPLAY "Linked lottery player: " WS-PLAYER-ID
           ELSE
             IF PXR-FAILED
               DISPLAY "WARNING: person_xref.dat could not be read."
               MOVE 4 TO RETURN-CODE
             END-IF
             DISPLAY "Lottery player id named by the requester "
               "(blank for none): "
             ACCEPT WS-PLAYER-ID
             MOVE "(named by the requester)" TO WS-PLAYER-FROM
           END-IF.
           MOVE ZERO TO WS-PLAYER-LEN.
           IF WS-PLAYER-ID NOT = SPACES
             INSPECT WS-PLAYER-ID TALLYING WS-PLAYER-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

      * One line into the pack body; past the buffer the rest is
      * dropped and the pack says so.
           ADD-PACK-LINE SECTION.
           IF WS-PACK-USED >= WS-MAX-PACK-LINES
             SET PACK-TRUNCATED TO TRUE
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-PACK-USED.
           MOVE WS-LINE TO WS-PACK-LINE(WS-PACK-USED).
           MOVE SPACES TO WS-LINE.

           ADD-BLANK-LINE SECTION.
           MOVE SPACES TO WS-LINE.
           PERFORM ADD-PACK-LINE.

      * A source that is simply not there holds nothing; one that
      * cannot be read is said so and the run ends on a warning.
           NOTE-UNREADABLE SECTION.
           CALL "STATUS-CODE" USING WS-BAD-STATUS WS-STATUS-MSG.
           MOVE SPACES TO WS-LINE.
           STRING "  (" DELIMITED BY SIZE
             WS-SOURCE-NAME DELIMITED BY SPACE
             " could not be read, status " DELIMITED BY SIZE
             WS-BAD-STATUS DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           MOVE SPACES TO WS-LINE.
           STRING "   " WS-STATUS-MSG DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           MOVE 4 TO RETURN-CODE.

      * A DETAILS image as two readable lines: the legacy fields,
      * then the V2 contact fields where the record has them.
           FORMAT-IMAGE SECTION.
           MOVE WS-IMAGE TO W-DETAILS-V2.
           MOVE SPACES TO WS-LINE.
           STRING "    " WS-IMAGE-TAG " name " W-DV2-SURNAME " "
             W-DV2-INITIALS "  born " W-DV2-BIRTHDAY
             "  code " W-DV2-SOME-CODE
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           IF NOT DV2-RECORD-V2
             EXIT SECTION
           END-IF.
           STRING "             tel " W-DV2-PHONE " "
             W-DV2-STREET " " W-DV2-CITY " " W-DV2-POSTCODE
             " st " W-DV2-STATUS
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.

      ******************************************************************
      * The customer side.
      ******************************************************************
           GATHER-LIVE-RECORD SECTION.
           MOVE "LIVE RECORD - database_idx.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT DETAILS-IDX-FILE.
           IF WS-IDX-STATUS = "35"
             MOVE "  (no live file on disk)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-IDX-STATUS NOT = "00"
             MOVE WS-IDX-STATUS TO WS-BAD-STATUS
             MOVE "database_idx.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           MOVE WS-WANTED-ID TO IDX-DETAILS-ID.
           READ DETAILS-IDX-FILE KEY IS IDX-DETAILS-ID
             INVALID KEY
               MOVE "  (no live record under this DETAILS-ID)"
                 TO WS-LINE
               PERFORM ADD-PACK-LINE
             NOT INVALID KEY
               ADD 1 TO WS-LIVE-HITS
               MOVE IDX-DETAILS-RECORD TO WS-IMAGE
               MOVE "record" TO WS-IMAGE-TAG
               PERFORM FORMAT-IMAGE
           END-READ.
           CLOSE DETAILS-IDX-FILE.
           PERFORM ADD-BLANK-LINE.

      * Every journal line whose before- or after-image names the
      * ID, in the order the changes were made. The first such line
      * and any delete also bound the partner transmissions below.
           GATHER-JOURNAL-HISTORY SECTION.
           MOVE "MAINTENANCE HISTORY - details_journal.dat"
             TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
             MOVE "  (no journal on disk)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
             MOVE WS-JOURNAL-STATUS TO WS-BAD-STATUS
             MOVE "details_journal.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ JOURNAL-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-JOURNAL-LINE
             END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           IF WS-JRN-HITS = ZERO
             MOVE "  (no journal lines for this DETAILS-ID)"
               TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      * A line written before the cutover carries 30-byte images at
      * the legacy offsets and is shown in its own shape.
           JUDGE-JOURNAL-LINE SECTION.
           IF JOURNAL-FILE-RECORD(78:114) = SPACES
             MOVE JOURNAL-FILE-RECORD(1:77) TO WS-OLD-JOURNAL
             IF WS-OLD-BEFORE(1:7) NOT = WS-WANTED-TXT
                 AND WS-OLD-AFTER(1:7) NOT = WS-WANTED-TXT
               EXIT SECTION
             END-IF
             MOVE SPACES TO W-JOURNAL-RECORD
             MOVE WS-OLD-STAMP TO W-JRN-BATCH-STAMP
             MOVE WS-OLD-ACTION TO W-JRN-ACTION
             MOVE WS-OLD-BEFORE TO W-JRN-BEFORE-IMAGE
             MOVE WS-OLD-AFTER TO W-JRN-AFTER-IMAGE
           ELSE
             MOVE JOURNAL-FILE-RECORD TO W-JOURNAL-RECORD
             IF W-JRN-BEFORE-IMAGE(1:7) NOT = WS-WANTED-TXT
                 AND W-JRN-AFTER-IMAGE(1:7) NOT = WS-WANTED-TXT
               EXIT SECTION
             END-IF
           END-IF.
           ADD 1 TO WS-JRN-HITS.
           IF WS-ON-FILE-FROM = SPACES
             MOVE W-JRN-DATE TO WS-ON-FILE-FROM
           END-IF.
           IF JRN-ACTION-DELETE AND WS-ON-FILE-TO = SPACES
             MOVE W-JRN-DATE TO WS-ON-FILE-TO
           END-IF.
           EVALUATE TRUE
             WHEN JRN-ACTION-ADD
               MOVE "ADDED" TO WS-ACTION-WORD
             WHEN JRN-ACTION-CHANGE
               MOVE "CHANGED" TO WS-ACTION-WORD
             WHEN JRN-ACTION-DELETE
               MOVE "DELETED" TO WS-ACTION-WORD
             WHEN JRN-ACTION-ERASE
               MOVE "ERASED" TO WS-ACTION-WORD
             WHEN OTHER
               MOVE SPACES TO WS-ACTION-WORD
               STRING "ACTION " W-JRN-ACTION DELIMITED BY SIZE
                 INTO WS-ACTION-WORD
               END-STRING
           END-EVALUATE.
           MOVE SPACES TO WS-LINE.
           STRING "  " W-JRN-DATE " " W-JRN-TIME " " WS-ACTION-WORD
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           IF W-JRN-BEFORE-IMAGE NOT = SPACES
             MOVE W-JRN-BEFORE-IMAGE TO WS-IMAGE
             MOVE "before" TO WS-IMAGE-TAG
             PERFORM FORMAT-IMAGE
           END-IF.
           IF W-JRN-AFTER-IMAGE NOT = SPACES
             MOVE W-JRN-AFTER-IMAGE TO WS-IMAGE
             MOVE "after" TO WS-IMAGE-TAG
             PERFORM FORMAT-IMAGE
           END-IF.

      * The purge archives and the DBIDX generations, from the same
      * two registers ARCHIVE-SPAN-SEARCH walks.
           GATHER-ARCHIVE-COPIES SECTION.
           MOVE "ARCHIVED AND BACKED-UP COPIES - purge archives and "
             & "DBIDX generations" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT PURGE-REGISTER-FILE.
           IF WS-PURGE-REG-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ PURGE-REGISTER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF PRG-PATH NOT = SPACES
                     MOVE PRG-PATH TO WS-SCAN-PATH
                     MOVE PRG-DATE TO WS-SCAN-DATE
                     MOVE "PURGE-ARCH" TO WS-SCAN-KIND
                     PERFORM SCAN-ONE-ARCHIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PURGE-REGISTER-FILE
           END-IF.
      * Only the DBIDX generations hold DETAILS records.
           OPEN INPUT BACKUP-REGISTER-FILE.
           IF WS-BACKUP-REG-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ BACKUP-REGISTER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF REG-MASTER(1:5) = "DBIDX"
                       AND REG-PATH NOT = SPACES
                     MOVE REG-PATH TO WS-SCAN-PATH
                     MOVE REG-DATE TO WS-SCAN-DATE
                     MOVE "GENERATION" TO WS-SCAN-KIND
                     PERFORM SCAN-ONE-ARCHIVE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE BACKUP-REGISTER-FILE
           END-IF.
           IF WS-ARCHIVE-HITS = ZERO
             MOVE "  (no archived or backed-up copy holds this "
               & "DETAILS-ID)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      * A registered file since aged out by retention holds nothing
      * any more - it is passed over, not reported.
           SCAN-ONE-ARCHIVE SECTION.
           OPEN INPUT SCAN-FILE.
           IF WS-SCAN-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL SCAN-EOF-T
             READ SCAN-FILE
               AT END
                 SET SCAN-EOF-T TO TRUE
               NOT AT END
                 MOVE SCN-ID(1:3) TO WS-REC-TAG
                 IF WS-REC-TAG NOT = "HDR" AND WS-REC-TAG NOT = "TRL"
                     AND SCN-ID = WS-WANTED-TXT
                   PERFORM REPORT-ARCHIVE-COPY
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.

           REPORT-ARCHIVE-COPY SECTION.
           ADD 1 TO WS-ARCHIVE-HITS.
           MOVE SPACES TO WS-LINE.
           STRING "  " DELIMITED BY SIZE
             WS-SCAN-PATH DELIMITED BY SPACE
             " (" WS-SCAN-KIND ") dated " WS-SCAN-DATE
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           MOVE SCAN-RECORD TO WS-IMAGE.
           MOVE "copy" TO WS-IMAGE-TAG.
           PERFORM FORMAT-IMAGE.

      * The send log records runs, not people: the runs listed are
      * the ones made while the record was on file, when it went to
      * the partner unless it was withheld at the time.
           GATHER-PARTNER-TRANSMISSIONS SECTION.
           MOVE "PARTNER TRANSMISSIONS - partner_send_log.dat"
             TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           PERFORM FIND-SUPPRESSION-DATE.
           MOVE "  Runs made while the record was on file - it went "
             & "unless withheld at the time." TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           MOVE "  On file from   before the journal began" TO WS-LINE.
           IF WS-ON-FILE-FROM NOT = SPACES
             MOVE WS-ON-FILE-FROM TO WS-LINE(18:24)
           END-IF.
           PERFORM ADD-PACK-LINE.
           MOVE "  On file to     today" TO WS-LINE.
           IF WS-ON-FILE-TO NOT = SPACES
             MOVE WS-ON-FILE-TO TO WS-LINE(18:8)
           END-IF.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT SEND-LOG-FILE.
           IF WS-SEND-LOG-STATUS = "35"
             MOVE "  (no transmissions logged)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-SEND-LOG-STATUS NOT = "00"
             MOVE WS-SEND-LOG-STATUS TO WS-BAD-STATUS
             MOVE "partner_send_log.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SEND-LOG-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-SEND-LOG-LINE
             END-READ
           END-PERFORM.
           CLOSE SEND-LOG-FILE.
           IF WS-SEND-HITS = ZERO
             MOVE "  (no transmissions while the record was on file)"
               TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

           JUDGE-SEND-LOG-LINE SECTION.
           IF WS-ON-FILE-FROM NOT = SPACES
               AND SND-DATE < WS-ON-FILE-FROM
             EXIT SECTION
           END-IF.
           IF WS-ON-FILE-TO NOT = SPACES
               AND SND-DATE > WS-ON-FILE-TO
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SEND-HITS.
           MOVE SPACES TO WS-LINE.
           STRING "  run " SND-RUN-ID " on " SND-DATE ", "
             SND-COUNT " record(s) sent, " SND-STATE
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.

      * An erased person stopped going to the partner the day the
      * erasure put them on the suppression list.
           FIND-SUPPRESSION-DATE SECTION.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ SUPPRESS-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF SUP-ID = WS-WANTED-ID
                   IF WS-ON-FILE-TO = SPACES
                       OR SUP-DATE < WS-ON-FILE-TO
                     MOVE SUP-DATE TO WS-ON-FILE-TO
                   END-IF
                   MOVE SPACES TO WS-LINE
                   STRING "  On the erasure suppression list since "
                     SUP-DATE " - not sent after that."
                     DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM ADD-PACK-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.

      * Every consent line, oldest first - the whole history, not
      * only what is in force today.
           GATHER-CONSENT-LINES SECTION.
           MOVE "CONTACT CONSENT - details_consent.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
             MOVE "  (no consent on file)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-CONSENT-STATUS NOT = "00"
             MOVE WS-CONSENT-STATUS TO WS-BAD-STATUS
             MOVE "details_consent.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CONSENT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF CON-DETAILS-ID NUMERIC
                     AND CON-DETAILS-ID = WS-WANTED-ID
                   ADD 1 TO WS-CONSENT-HITS
                   MOVE SPACES TO WS-LINE
                   STRING "  from " CON-EFFECTIVE "  post "
                     CON-POST "  phone " CON-PHONE "  partner "
                     CON-PARTNER "  recorded " CON-RECORDED
                     " by " CON-OPERATOR
                     DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM ADD-PACK-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.
           IF WS-CONSENT-HITS = ZERO
             MOVE "  (no consent on file for this DETAILS-ID)"
               TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      * Every note the operators keep on them, in the order keyed.
           GATHER-CASE-NOTES SECTION.
           MOVE "CASE NOTES - details_notes.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS = "35"
             MOVE "  (no case notes on file)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-NOTES-STATUS NOT = "00"
             MOVE WS-NOTES-STATUS TO WS-BAD-STATUS
             MOVE "details_notes.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ NOTES-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE NOTES-FILE-RECORD TO W-CASE-NOTE
                 IF W-NTE-DETAILS-ID NUMERIC
                     AND W-NTE-DETAILS-ID = WS-WANTED-ID
                   ADD 1 TO WS-NOTE-HITS
                   MOVE SPACES TO WS-LINE
                   STRING "  note " W-NTE-SEQ " " W-NTE-DATE " "
                     W-NTE-TIME " by " W-NTE-OPERATOR "  category "
                     W-NTE-CATEGORY "  follow up " W-NTE-FOLLOW-UP
                     DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM ADD-PACK-LINE
                   MOVE SPACES TO WS-LINE
                   STRING "    " W-NTE-TEXT
                     DELIMITED BY SIZE INTO WS-LINE
                   END-STRING
                   PERFORM ADD-PACK-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           IF WS-NOTE-HITS = ZERO
             MOVE "  (no case notes for this DETAILS-ID)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      * The working log first, then each archive cut from it.
           GATHER-EXCEPTION-ENTRIES SECTION.
           MOVE "EXCEPTION ENTRIES NAMING THEM - exception.log and "
             & "its archives" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           MOVE "../exception.log" TO WS-EXC-PATH.
           PERFORM SCAN-ONE-EXCEPTION-LOG.
           OPEN INPUT EXC-REGISTER-FILE.
           IF WS-EXC-REG-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ EXC-REGISTER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF EXR-ARCHIVE-PATH NOT = SPACES
                     MOVE EXR-ARCHIVE-PATH TO WS-EXC-PATH
                     PERFORM SCAN-ONE-EXCEPTION-LOG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE EXC-REGISTER-FILE
           END-IF.
           IF WS-EXC-HITS = ZERO
             MOVE "  (no exception entry names either id)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

           SCAN-ONE-EXCEPTION-LOG SECTION.
           OPEN INPUT EXC-SCAN-FILE.
           IF WS-EXC-SCAN-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SCAN-EOF.
           PERFORM UNTIL SCAN-EOF-T
             READ EXC-SCAN-FILE
               AT END
                 SET SCAN-EOF-T TO TRUE
               NOT AT END
                 PERFORM JUDGE-EXCEPTION-LINE
             END-READ
           END-PERFORM.
           CLOSE EXC-SCAN-FILE.

      * An entry names the person when the record key, the bad
      * value or the message carries the DETAILS-ID or the player id.
           JUDGE-EXCEPTION-LINE SECTION.
           MOVE EXC-SCAN-RECORD TO W-EXCEPTION-RECORD.
           MOVE ZERO TO WS-TALLY.
           INSPECT W-EXC-RECORD-KEY TALLYING WS-TALLY
             FOR ALL WS-WANTED-TXT.
           INSPECT W-EXC-BAD-VALUE TALLYING WS-TALLY
             FOR ALL WS-WANTED-TXT.
           INSPECT W-EXC-MESSAGE TALLYING WS-TALLY
             FOR ALL WS-WANTED-TXT.
           IF WS-PLAYER-LEN > ZERO
             INSPECT W-EXC-RECORD-KEY TALLYING WS-TALLY
               FOR ALL WS-PLAYER-ID(1:WS-PLAYER-LEN)
             INSPECT W-EXC-BAD-VALUE TALLYING WS-TALLY
               FOR ALL WS-PLAYER-ID(1:WS-PLAYER-LEN)
             INSPECT W-EXC-MESSAGE TALLYING WS-TALLY
               FOR ALL WS-PLAYER-ID(1:WS-PLAYER-LEN)
           END-IF.
           IF WS-TALLY = ZERO
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-EXC-HITS.
           MOVE SPACES TO WS-LINE.
           STRING "  " W-EXC-DATE " " W-EXC-TIME " "
             W-EXC-PROGRAM " key " W-EXC-RECORD-KEY
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.
           STRING "    " W-EXC-MESSAGE " value " W-EXC-BAD-VALUE
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           PERFORM ADD-PACK-LINE.

      ******************************************************************
      * The lottery side, when a player is linked or named.
      ******************************************************************
           GATHER-PLAYER-MASTER SECTION.
           MOVE "LOTTERY PLAYER - player_master.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           IF WS-PLAYER-LEN = ZERO
             MOVE "  (no lottery player linked or named)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           OPEN INPUT PLAYER-FILE.
           IF WS-PLAYER-STATUS = "35"
             MOVE "  (no player master on disk)" TO WS-LINE
             PERFORM ADD-PACK-LINE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           IF WS-PLAYER-STATUS NOT = "00"
             MOVE WS-PLAYER-STATUS TO WS-BAD-STATUS
             MOVE "player_master.dat" TO WS-SOURCE-NAME
             PERFORM NOTE-UNREADABLE
             PERFORM ADD-BLANK-LINE
             EXIT SECTION
           END-IF.
           MOVE WS-PLAYER-ID TO PLM-PLAYER-ID.
           READ PLAYER-FILE KEY IS PLM-PLAYER-ID
             INVALID KEY
               MOVE "  (the player id is not registered)" TO WS-LINE
               PERFORM ADD-PACK-LINE
             NOT INVALID KEY
               ADD 1 TO WS-PLAYER-HITS
               MOVE SPACES TO WS-LINE
               STRING "  player " PLM-PLAYER-ID "  name " PLM-NAME
                 "  registered " PLM-REG-DATE "  born "
                 PLM-BIRTH-DATE
                 DELIMITED BY SIZE INTO WS-LINE
               END-STRING
               PERFORM ADD-PACK-LINE
           END-READ.
           CLOSE PLAYER-FILE.
           PERFORM ADD-BLANK-LINE.

           GATHER-TICKETS SECTION.
           IF WS-PLAYER-LEN = ZERO
             EXIT SECTION
           END-IF.
           MOVE "TICKETS - lottery_tickets.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT TICKET-FILE.
           IF WS-TICKET-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ TICKET-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   PERFORM JUDGE-ONE-TICKET
               END-READ
             END-PERFORM
             CLOSE TICKET-FILE
           END-IF.
           IF WS-TICKET-HITS = ZERO
             MOVE "  (no tickets for this player)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      * The two ticket layouts PLAYER-STATEMENT reads: "T2" lines
      * carry the player id at column 4, the first layout at
      * column 1; the void marker and game code sit at 60 and 62.
           JUDGE-ONE-TICKET SECTION.
           MOVE TICKET-LINE(60:1) TO WS-TKT-VOID.
           MOVE TICKET-LINE(62:4) TO WS-TKT-GAME.
           IF TICKET-LINE(1:2) = "T2"
             MOVE TICKET-LINE(4:10) TO WS-TKT-PLAYER-ID
             MOVE TICKET-LINE(17:24) TO WS-TKT-PICKS
             MOVE TICKET-LINE(41:8) TO WS-TKT-SUBMIT-DATE
           ELSE
             MOVE TICKET-LINE(1:10) TO WS-TKT-PLAYER-ID
             MOVE TICKET-LINE(12:3) TO WS-TKT-PICKS
             MOVE TICKET-LINE(16:8) TO WS-TKT-SUBMIT-DATE
           END-IF.
           IF WS-TKT-PLAYER-ID NOT = WS-PLAYER-ID
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-TICKET-HITS.
           MOVE SPACES TO WS-LINE.
           STRING "  " WS-TKT-SUBMIT-DATE " game [" WS-TKT-GAME
             "] picks " WS-TKT-PICKS
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING.
           IF WS-TKT-VOID = "V"
             MOVE "VOIDED" TO WS-LINE(60:6)
           END-IF.
           PERFORM ADD-PACK-LINE.

           GATHER-LEDGER-ROWS SECTION.
           IF WS-PLAYER-LEN = ZERO
             EXIT SECTION
           END-IF.
           MOVE "WINNERS LEDGER - lottery_ledger.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LEDGER-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF LGR-PLAYER-ID = WS-PLAYER-ID
                     ADD 1 TO WS-LEDGER-HITS
                     MOVE SPACES TO WS-LINE
                     STRING "  draw " LGR-DRAW-DATE " game ["
                       LGR-GAME "] amount " LGR-AMOUNT " status "
                       LGR-STATUS " paid " LGR-PAID-DATE
                       DELIMITED BY SIZE INTO WS-LINE
                     END-STRING
                     PERFORM ADD-PACK-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LEDGER-FILE
           END-IF.
           IF WS-LEDGER-HITS = ZERO
             MOVE "  (no ledger rows for this player)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

           GATHER-LOYALTY-ROWS SECTION.
           IF WS-PLAYER-LEN = ZERO
             EXIT SECTION
           END-IF.
           MOVE "LOYALTY POINTS - loyalty_ledger.dat" TO WS-LINE.
           PERFORM ADD-PACK-LINE.
           OPEN INPUT LOYALTY-FILE.
           IF WS-LOYALTY-STATUS = "00"
             SET EOF-F TO TRUE
             PERFORM UNTIL EOF-T
               READ LOYALTY-FILE
                 AT END
                   SET EOF-T TO TRUE
                 NOT AT END
                   IF LOY-PLAYER-ID = WS-PLAYER-ID
                     ADD 1 TO WS-LOYALTY-HITS
                     MOVE SPACES TO WS-LINE
                     STRING "  " LOY-DATE " " LOY-TYPE " "
                       LOY-POINTS " point(s) game [" LOY-GAME
                       "] ref " LOY-REFERENCE
                       DELIMITED BY SIZE INTO WS-LINE
                     END-STRING
                     PERFORM ADD-PACK-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LOYALTY-FILE
           END-IF.
           IF WS-LOYALTY-HITS = ZERO
             MOVE "  (no loyalty points movements)" TO WS-LINE
             PERFORM ADD-PACK-LINE
           END-IF.
           PERFORM ADD-BLANK-LINE.

      ******************************************************************
      * The pack: cover sheet, then the body gathered above.
      ******************************************************************
           WRITE-PACK SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE SPACES TO W-RPT-TITLE.
           STRING "SUBJECT ACCESS PACK - ID " WS-WANTED-TXT
             DELIMITED BY SIZE INTO W-RPT-TITLE
           END-STRING.
           MOVE "../subject_access_pack.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           PERFORM WRITE-COVER-SHEET.
           PERFORM VARYING WS-PACK-I FROM 1 BY 1
               UNTIL WS-PACK-I > WS-PACK-USED
             MOVE WS-PACK-LINE(WS-PACK-I) TO W-RPT-TEXT
             PERFORM PACK-LINE
           END-PERFORM.
           IF PACK-TRUNCATED
             MOVE "*** MORE WAS FOUND THAN THE PACK HOLDS - RERUN "
               & "AFTER ARCHIVING ***" TO W-RPT-TEXT
             PERFORM PACK-LINE
           END-IF.
           MOVE WS-TOTAL-HITS TO W-RPT-GRAND-TOTAL.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           PACK-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           WRITE-COVER-SHEET SECTION.
           MOVE "SUBJECT ACCESS REQUEST - COVER SHEET" TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           STRING "Data subject      DETAILS-ID " WS-WANTED-TXT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           IF WS-PLAYER-LEN = ZERO
             MOVE "Lottery player    none linked or named"
               TO W-RPT-TEXT
           ELSE
             STRING "Lottery player    " WS-PLAYER-ID " "
               WS-PLAYER-FROM
               DELIMITED BY SIZE INTO W-RPT-TEXT
             END-STRING
           END-IF.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Served by         " WS-OPERATOR-ID " "
             WS-OPERATOR-NAME
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "Served on         " W-DATE OF W-BATCH " at "
             W-TIME OF W-BATCH
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           MOVE "SOURCE SEARCHED                            ITEMS"
             TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           MOVE "Live record" TO WS-SOURCE-NAME.
           MOVE WS-LIVE-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Maintenance journal lines" TO WS-SOURCE-NAME.
           MOVE WS-JRN-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Archived and backed-up copies" TO WS-SOURCE-NAME.
           MOVE WS-ARCHIVE-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Partner transmissions" TO WS-SOURCE-NAME.
           MOVE WS-SEND-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Consent lines" TO WS-SOURCE-NAME.
           MOVE WS-CONSENT-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Case notes" TO WS-SOURCE-NAME.
           MOVE WS-NOTE-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Exception entries" TO WS-SOURCE-NAME.
           MOVE WS-EXC-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Lottery player master" TO WS-SOURCE-NAME.
           MOVE WS-PLAYER-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Tickets" TO WS-SOURCE-NAME.
           MOVE WS-TICKET-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Winners ledger rows" TO WS-SOURCE-NAME.
           MOVE WS-LEDGER-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE "Loyalty points movements" TO WS-SOURCE-NAME.
           MOVE WS-LOYALTY-HITS TO WS-SOURCE-HITS.
           PERFORM COVER-SOURCE-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           MOVE ALL "-" TO W-RPT-TEXT.
           PERFORM PACK-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM PACK-LINE.

           COVER-SOURCE-LINE SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE WS-SOURCE-NAME TO W-RPT-TEXT(3:40).
           MOVE WS-SOURCE-HITS TO W-RPT-TEXT(44:4).
           PERFORM PACK-LINE.

      * The standing record that the request was served, and by
      * whom, kept apart from the pack itself.
           LOG-REQUEST-SERVED SECTION.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-STATUS = "35"
             OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCESS-LOG-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-ACCESS-LOG-STATUS
               WS-STATUS-MSG
             DISPLAY "WARNING: subject_access_log.dat not written: "
               WS-STATUS-MSG
             MOVE 4 TO RETURN-CODE
             EXIT SECTION
           END-IF.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           MOVE W-DATE OF W-BATCH TO SAL-DATE.
           MOVE W-TIME OF W-BATCH TO SAL-TIME.
           MOVE WS-WANTED-ID TO SAL-DETAILS-ID.
           MOVE WS-PLAYER-ID TO SAL-PLAYER-ID.
           MOVE WS-OPERATOR-ID TO SAL-OPERATOR.
           MOVE WS-TOTAL-HITS TO SAL-ITEMS.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
