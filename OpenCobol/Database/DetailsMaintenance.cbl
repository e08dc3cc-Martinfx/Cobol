      *   SOME-CODE must be effective on the keying date, so head
      *   office can retire a code without invalidating history.
      *   CODE-MASTER-MAINTENANCE owns the dates themselves.
      * Revision: Maxfx 15/10/2026 - a keyed postcode is checked
      *   through POSTCODE-CHECK against "../postcode_ref.dat": five
      *   digits keyed in another shape are taken in the standard
      *   "999 99" form, the reference city is offered when it
      *   differs from the keyed one, and a malformed or unknown
      *   postcode (or a city kept against the reference) is warned
      *   and logged through EXCEPTION-LOG-DETAIL like a bad date.
      * Revision: Maxfx 15/10/2026 - P) keys a person's contact
      *   consent (post, phone, partner sharing) from an effective
      *   date through CONSENT-REGISTER, which journals every change
      *   to "../consent_journal.dat"; the change is logged to the
      *   activity log like any other. Needs the update role.
      * Revision: Maxfx 15/10/2026 - I) shows a record to any role,
      *   and every record put on the screen (inquire, change, delete,
      *   consent) writes a sealed line to "../record_access.log"
      *   through ACCESS-LOG-WRITE - who looked, not just who changed.
      * Revision: Maxfx 15/10/2026 - maker-checker: a delete, or a
      *   change touching a sensitive field (surname, initials,
      *   birthday, record status), is no longer written straight to
      *   database_idx.dat - it is held on "../details_pending.dat"
      *   (PendingChange.cpy) for DETAILS-CHANGE-APPROVAL, where a
      *   second operator with the approver role applies and journals
      *   it. A record with a change already waiting cannot be changed
      *   or deleted again until that one is decided.
      * Revision: Maxfx 15/10/2026 - N) adds a case note to a
      *   DETAILS-ID on "../details_notes.dat" (CaseNote.cpy): the
      *   next sequence for the ID, a category, free text and an
      *   optional follow-up date. Notes are never changed once
      *   written. Needs the update role.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-MAINTENANCE.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-XREF-STATUS.

      * Deletes and sensitive changes waiting for a second operator.
           SELECT PENDING-FILE ASSIGN TO "../details_pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PENDING-STATUS.

      * Operators' case notes, appended and never rewritten here.
           SELECT NOTES-FILE ASSIGN TO "../details_notes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-NOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DETAILS-FILE.
             05 FILLER      PIC X.
             05 XRF-DATE    PIC X(8).

           FD PENDING-FILE.
           01 PENDING-FILE-RECORD PIC X(257).

           FD NOTES-FILE.
           01 NOTES-FILE-RECORD PIC X(109).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS     PIC XX.
           77 SRC-FILE-STATUS PIC XX.
           77 WS-ACT-ACTION      PIC X.
           77 WS-ALW-PROGRAM     PIC X(20).
           77 WS-ALW-KEY         PIC X(10).
           77 WS-ACC-KIND        PIC X VALUE "D".
           77 WS-AUDIENCE        PIC X.
           77 WS-STATUS-ENTRY    PIC X.
           77 WS-XREF-STATUS     PIC XX.
             88 SOME-CODE-UNKNOWN VALUE "N".
           77 WS-KEYING-DATE      PIC X(8).

      * What POSTCODE-CHECK makes of the keyed postcode and city.
           77 WS-PCK-STANDARD PIC X(8).
           77 WS-PCK-REF-CITY PIC X(14).
           77 WS-PCK-REGION   PIC X(20).
           77 WS-PCK-RESULT   PIC X.
             88 PCK-VALID       VALUE "V".
             88 PCK-MALFORMED   VALUE "M".
             88 PCK-UNKNOWN     VALUE "U".
             88 PCK-CITY-DIFF   VALUE "C".
           77 WS-CITY-CONFIRM PIC X.
             88 CITY-TAKEN      VALUE "Y" "y".

      * Contact consent keyed through CONSENT-REGISTER; a blank
      * answer keeps the flag in force.
           COPY "Consent.cpy".
           77 WS-CONSENT-BEFORE  PIC X(3).
           77 WS-CONSENT-ENTRY   PIC X.
           77 WS-CONSENT-FROM    PIC X(8).
           77 WS-CONSENT-VALID   PIC X.
             88 CONSENT-FROM-VALID VALUE "Y".

      * Maker-checker: the queue line being built, the highest queue
      * number on file, and whether the record already has a change
      * waiting.
           COPY "PendingChange.cpy".
           77 WS-PENDING-STATUS  PIC XX.
           77 WS-LAST-PENDING    PIC 9(6).
           77 WS-PENDING-EOF     PIC X.
             88 PENDING-EOF-T    VALUE "Y".
           77 WS-ALREADY-HELD    PIC X.
             88 CHANGE-WAITING   VALUE "Y".
           77 WS-SENSITIVE       PIC X.
             88 SENSITIVE-CHANGE VALUE "Y".
           77 WS-STATUS-BEFORE   PIC X.
           77 WS-STATUS-AFTER    PIC X.

      * Case notes: the line being keyed, and what is already on
      * file for the ID.
           COPY "CaseNote.cpy".
           77 WS-NOTES-STATUS    PIC XX.
           77 WS-NOTES-EOF       PIC X.
             88 NOTES-EOF-T      VALUE "Y".
           77 WS-LAST-NOTE-SEQ   PIC 9(4).
           77 WS-NOTE-COUNT      PIC 9(4).
           77 WS-NOTE-ENTRY      PIC X(60).
           77 WS-NOTE-FOLLOW-UP  PIC X(8).
           77 WS-NOTE-DATE-OK    PIC X.
             88 NOTE-DATE-VALID  VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-KEYING-DATE FROM DATE YYYYMMDD.
           MAINTENANCE-MENU-LOOP SECTION.
           PERFORM UNTIL MENU-DONE
             DISPLAY "-------------------------------------------------"
             DISPLAY "A) Add    C) Change    D) Delete    P) Consent"
             DISPLAY "I) Inquire    N) Note    "
               "L) Load/refresh from database.dat"
             DISPLAY "Q) Quit"
             DISPLAY "-------------------------------------------------"
             DISPLAY "Selection: "
             ACCEPT WS-CHOICE
                 ELSE
                   PERFORM DELETE-RECORD
                 END-IF
               WHEN "P"
               WHEN "p"
                 IF ROLE-INQUIRY
                   PERFORM REFUSE-BY-ROLE
                 ELSE
                   PERFORM MAINTAIN-CONSENT
                 END-IF
               WHEN "I"
               WHEN "i"
                 PERFORM INQUIRE-RECORD
               WHEN "N"
               WHEN "n"
                 IF ROLE-INQUIRY
                   PERFORM REFUSE-BY-ROLE
                 ELSE
                   PERFORM ADD-CASE-NOTE
                 END-IF
               WHEN "L"
               WHEN "l"
                 PERFORM LOAD-FROM-EXTRACT
             EXIT SECTION
           END-IF.
           MOVE DETAILS-RECORD TO WS-BEFORE-IMAGE.
           PERFORM RECORD-ACCESS.
           PERFORM SCAN-PENDING-CHANGES.
           IF CHANGE-WAITING
             DISPLAY "Record " DETAILS-ID " has a change awaiting "
               "approval - it cannot be changed until that is decided."
             UNLOCK DETAILS-FILE
             EXIT SECTION
           END-IF.
           DISPLAY "Surname (" DETAILS-SURNAME "): ".
           ACCEPT DETAILS-SURNAME.
           DISPLAY "Initials (" INITIALS "): ".
             EXIT SECTION
           END-IF.
           PERFORM ACCEPT-CONTACT-FIELDS.
           PERFORM JUDGE-SENSITIVE-CHANGE.
           IF SENSITIVE-CHANGE
             MOVE "C" TO W-JRN-ACTION
             PERFORM HOLD-FOR-APPROVAL
             UNLOCK DETAILS-FILE
             EXIT SECTION
           END-IF.
           REWRITE DETAILS-RECORD
             INVALID KEY
               CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           MOVE DETAILS-RECORD TO WS-BEFORE-IMAGE.
           PERFORM RECORD-ACCESS.
           PERFORM SCAN-PENDING-CHANGES.
           IF CHANGE-WAITING
             DISPLAY "Record " DETAILS-ID " has a change awaiting "
               "approval - it cannot be deleted until that is decided."
             UNLOCK DETAILS-FILE
             EXIT SECTION
           END-IF.
           DISPLAY "Delete " DETAILS-ID " (" DETAILS-SURNAME
             " " INITIALS ") - are you sure? (Y/N): ".
           ACCEPT WS-DELETE-CONFIRM.
      * Every delete waits for a second operator.
           EVALUATE TRUE
             WHEN DELETE-CONFIRMED
               MOVE "D" TO W-JRN-ACTION
               PERFORM HOLD-FOR-APPROVAL
               UNLOCK DETAILS-FILE
             WHEN OTHER
               DISPLAY "Delete cancelled."
               UNLOCK DETAILS-FILE
           END-EVALUATE.

      * Looking needs no lock and no role beyond a sign-on; the look
      * itself is what gets recorded.
           INQUIRE-RECORD SECTION.
           DISPLAY "DETAILS-ID to inquire: ".
           ACCEPT DETAILS-ID.
           READ DETAILS-FILE KEY IS DETAILS-ID
             INVALID KEY CONTINUE
           END-READ.
           IF FILE-STATUS NOT = "00"
             PERFORM CONSULT-ID-XREF
             IF XREF-REDIRECTED
               READ DETAILS-FILE KEY IS DETAILS-ID
                 INVALID KEY CONTINUE
               END-READ
             END-IF
           END-IF.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Lookup failed: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           PERFORM RECORD-ACCESS.
           DISPLAY "ID       " DETAILS-ID.
           DISPLAY "Name     " DETAILS-SURNAME " " INITIALS.
           DISPLAY "Birthday " DETAILS-BIRTHDAY.
           DISPLAY "Code     " SOME-CODE.
           IF DETAILS-IS-V2
             DISPLAY "Phone    " DETAILS-PHONE
             DISPLAY "Address  " DETAILS-STREET " " DETAILS-CITY
               " " DETAILS-POSTCODE
             EVALUATE TRUE
               WHEN DETAILS-STATUS-DORMANT
                 DISPLAY "Status   DORMANT"
               WHEN DETAILS-STATUS-DECEASED
                 DISPLAY "Status   DECEASED"
               WHEN OTHER
                 DISPLAY "Status   ACTIVE"
             END-EVALUATE
           ELSE
             DISPLAY "(legacy record - no contact fields)"
           END-IF.

      * One sealed line per record put on the screen.
           RECORD-ACCESS SECTION.
           MOVE SPACES TO WS-ALW-KEY.
           MOVE DETAILS-ID TO WS-ALW-KEY(1:7).
           MOVE WS-PROGRAM-NAME(1:20) TO WS-ALW-PROGRAM.
           CALL "ACCESS-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ALW-PROGRAM WS-ACC-KIND WS-ALW-KEY.

      * A blank status on a legacy record reads as ACTIVE, so the
      * upgrade a CHANGE gives it is not itself a sensitive change.
           JUDGE-SENSITIVE-CHANGE SECTION.
           MOVE "N" TO WS-SENSITIVE.
           MOVE WS-BEFORE-IMAGE(87:1) TO WS-STATUS-BEFORE.
           IF WS-STATUS-BEFORE = SPACE
             MOVE "A" TO WS-STATUS-BEFORE
           END-IF.
           MOVE DETAILS-STATUS TO WS-STATUS-AFTER.
           IF WS-STATUS-AFTER = SPACE
             MOVE "A" TO WS-STATUS-AFTER
           END-IF.
           IF DETAILS-SURNAME NOT = WS-BEFORE-IMAGE(8:8)
               OR INITIALS NOT = WS-BEFORE-IMAGE(16:2)
               OR DETAILS-BIRTHDAY NOT = WS-BEFORE-IMAGE(18:8)
               OR WS-STATUS-AFTER NOT = WS-STATUS-BEFORE
             SET SENSITIVE-CHANGE TO TRUE
           END-IF.

      * One pass over the queue finds the highest number issued and
      * any change still waiting on this record.
           SCAN-PENDING-CHANGES SECTION.
           MOVE ZERO TO WS-LAST-PENDING.
           MOVE "N" TO WS-ALREADY-HELD.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-PENDING-EOF.
           PERFORM UNTIL PENDING-EOF-T
             READ PENDING-FILE
               AT END
                 SET PENDING-EOF-T TO TRUE
               NOT AT END
                 MOVE PENDING-FILE-RECORD TO W-PENDING-CHANGE
                 IF W-PND-NUMBER NUMERIC
                     AND W-PND-NUMBER > WS-LAST-PENDING
                   MOVE W-PND-NUMBER TO WS-LAST-PENDING
                 END-IF
                 MOVE W-PND-JOURNAL TO W-JOURNAL-RECORD
                 IF PND-WAITING
                     AND W-JRN-BEFORE-IMAGE(1:7) = DETAILS-ID
                   SET CHANGE-WAITING TO TRUE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

      * The change goes on the queue exactly as the journal would
      * record it; database_idx.dat is not touched.
           HOLD-FOR-APPROVAL SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-DATE OF W-BATCH TO W-JRN-DATE.
           MOVE W-TIME OF W-BATCH TO W-JRN-TIME.
           MOVE WS-BEFORE-IMAGE TO W-JRN-BEFORE-IMAGE.
           IF JRN-ACTION-DELETE
             MOVE SPACES TO W-JRN-AFTER-IMAGE
           ELSE
             MOVE DETAILS-RECORD TO W-JRN-AFTER-IMAGE
           END-IF.
           MOVE SPACES TO W-PENDING-CHANGE.
           ADD 1 TO WS-LAST-PENDING GIVING W-PND-NUMBER.
           SET PND-WAITING TO TRUE.
           MOVE W-DATE OF W-BATCH TO W-PND-RAISED.
           MOVE WS-OPERATOR-ID TO W-PND-MAKER.
           MOVE W-JOURNAL-RECORD TO W-PND-JOURNAL.
           OPEN EXTEND PENDING-FILE.
           IF WS-PENDING-STATUS = "35"
             OPEN OUTPUT PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PENDING-STATUS WS-STATUS-MSG
             DISPLAY "The approval queue cannot be written - nothing "
               "changed: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           MOVE W-PENDING-CHANGE TO PENDING-FILE-RECORD.
           WRITE PENDING-FILE-RECORD.
           IF WS-PENDING-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-PENDING-STATUS WS-STATUS-MSG
             DISPLAY "The approval queue cannot be written - nothing "
               "changed: " WS-STATUS-MSG
             CLOSE PENDING-FILE
             EXIT SECTION
           END-IF.
           CLOSE PENDING-FILE.
           DISPLAY "Held for approval as change " W-PND-NUMBER
             " - a second operator with the approver role must "
             "approve it before it takes effect.".
           MOVE "H" TO WS-ACT-ACTION.
           PERFORM WRITE-ACTIVITY-RECORD.

      * A keyed ID that is not on file may have been retired by a
      * merge - the xref says where the record lives now, and the
      * screen follows it (telling the operator) rather than dead-
           END-PERFORM.
           CLOSE XREF-FILE.

      * Consent lives on its own effective-dated file, so the DETAILS
      * record is only read to prove the ID and show whose it is -
      * no lock is taken on it.
           MAINTAIN-CONSENT SECTION.
           DISPLAY "DETAILS-ID for consent: ".
           ACCEPT DETAILS-ID.
           READ DETAILS-FILE KEY IS DETAILS-ID
             INVALID KEY CONTINUE
           END-READ.
           IF FILE-STATUS NOT = "00"
             PERFORM CONSULT-ID-XREF
             IF XREF-REDIRECTED
               READ DETAILS-FILE KEY IS DETAILS-ID
                 INVALID KEY CONTINUE
               END-READ
             END-IF
           END-IF.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Lookup failed: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           MOVE "L" TO W-CNS-FUNCTION.
           MOVE DETAILS-ID TO W-CNS-DETAILS-ID.
           MOVE WS-KEYING-DATE TO W-CNS-AS-OF.
           CALL "CONSENT-REGISTER" USING W-CONSENT.
           IF CNS-FAILED
             DISPLAY "The consent file cannot be read - consent not "
               "changed."
             EXIT SECTION
           END-IF.
           MOVE W-CNS-FLAGS TO WS-CONSENT-BEFORE.
           PERFORM RECORD-ACCESS.
           DISPLAY DETAILS-ID " " DETAILS-SURNAME " " INITIALS.
           IF CNS-FOUND
             DISPLAY "Consent in force since " W-CNS-EFFECTIVE
               ": post " W-CNS-POST ", phone " W-CNS-PHONE
               ", partner sharing " W-CNS-PARTNER
           ELSE
             DISPLAY "No consent on file - nothing may be sent."
           END-IF.
           DISPLAY "Post (Y/N) (" W-CNS-POST "): ".
           PERFORM ACCEPT-CONSENT-FLAG.
           IF WS-CONSENT-ENTRY NOT = SPACE
             MOVE WS-CONSENT-ENTRY TO W-CNS-POST
           END-IF.
           DISPLAY "Phone (Y/N) (" W-CNS-PHONE "): ".
           PERFORM ACCEPT-CONSENT-FLAG.
           IF WS-CONSENT-ENTRY NOT = SPACE
             MOVE WS-CONSENT-ENTRY TO W-CNS-PHONE
           END-IF.
           DISPLAY "Partner sharing (Y/N) (" W-CNS-PARTNER "): ".
           PERFORM ACCEPT-CONSENT-FLAG.
           IF WS-CONSENT-ENTRY NOT = SPACE
             MOVE WS-CONSENT-ENTRY TO W-CNS-PARTNER
           END-IF.
           DISPLAY "Effective from (YYYYMMDD, blank for today): ".
           MOVE SPACES TO WS-CONSENT-FROM.
           ACCEPT WS-CONSENT-FROM.
           IF WS-CONSENT-FROM NOT = SPACES
             CALL "VALIDATE-DATE" USING WS-CONSENT-FROM
               WS-CONSENT-VALID
             IF NOT CONSENT-FROM-VALID
               DISPLAY "Consent rejected: " WS-CONSENT-FROM
                 " is not a plausible YYYYMMDD date."
               EXIT SECTION
             END-IF
           END-IF.
           IF W-CNS-FLAGS = WS-CONSENT-BEFORE
               AND WS-CONSENT-FROM = SPACES
             DISPLAY "No change - nothing recorded."
             EXIT SECTION
           END-IF.
           MOVE "W" TO W-CNS-FUNCTION.
           MOVE WS-CONSENT-FROM TO W-CNS-EFFECTIVE.
           MOVE WS-OPERATOR-ID TO W-CNS-OPERATOR.
           CALL "CONSENT-REGISTER" USING W-CONSENT.
           IF NOT CNS-FOUND
             DISPLAY "Consent could not be recorded for " DETAILS-ID
               "."
             EXIT SECTION
           END-IF.
           DISPLAY "Consent for " DETAILS-ID " recorded from "
             W-CNS-EFFECTIVE ".".
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE "C" TO WS-ACT-ACTION.
           PERFORM WRITE-ACTIVITY-RECORD.

      * A note is added against a record that exists (or its merge
      * survivor), so the ID is proved the way consent proves it.
           ADD-CASE-NOTE SECTION.
           DISPLAY "DETAILS-ID for the note: ".
           ACCEPT DETAILS-ID.
           READ DETAILS-FILE KEY IS DETAILS-ID
             INVALID KEY CONTINUE
           END-READ.
           IF FILE-STATUS NOT = "00"
             PERFORM CONSULT-ID-XREF
             IF XREF-REDIRECTED
               READ DETAILS-FILE KEY IS DETAILS-ID
                 INVALID KEY CONTINUE
               END-READ
             END-IF
           END-IF.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Lookup failed: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           PERFORM RECORD-ACCESS.
           PERFORM SCAN-CASE-NOTES.
           DISPLAY DETAILS-ID " " DETAILS-SURNAME " " INITIALS
             " - " WS-NOTE-COUNT " note(s) on file.".
           IF WS-LAST-NOTE-SEQ = 9999
             DISPLAY "This record has no note numbers left - note "
               "refused."
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-CASE-NOTE.
           DISPLAY "Category - C)all  D)ocument  K) complaint  "
             "G)eneral: ".
           ACCEPT W-NTE-CATEGORY.
           MOVE FUNCTION UPPER-CASE(W-NTE-CATEGORY) TO W-NTE-CATEGORY.
           IF NOT NTE-CATEGORY-OK
             DISPLAY "Unknown category - note abandoned."
             EXIT SECTION
           END-IF.
           DISPLAY "Note (up to 60 characters): ".
           MOVE SPACES TO WS-NOTE-ENTRY.
           ACCEPT WS-NOTE-ENTRY.
           IF WS-NOTE-ENTRY = SPACES
             DISPLAY "Empty note - nothing recorded."
             EXIT SECTION
           END-IF.
           DISPLAY "Follow up on (YYYYMMDD, blank for none): ".
           MOVE SPACES TO WS-NOTE-FOLLOW-UP.
           ACCEPT WS-NOTE-FOLLOW-UP.
           IF WS-NOTE-FOLLOW-UP NOT = SPACES
             CALL "VALIDATE-DATE" USING WS-NOTE-FOLLOW-UP
               WS-NOTE-DATE-OK
             IF NOT NOTE-DATE-VALID
               DISPLAY "Note rejected: " WS-NOTE-FOLLOW-UP
                 " is not a plausible YYYYMMDD date."
               EXIT SECTION
             END-IF
             IF WS-NOTE-FOLLOW-UP < WS-KEYING-DATE
               DISPLAY "Note rejected: the follow-up date is already "
                 "past."
               EXIT SECTION
             END-IF
           END-IF.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE DETAILS-ID TO W-NTE-DETAILS-ID.
           COMPUTE W-NTE-SEQ = WS-LAST-NOTE-SEQ + 1.
           MOVE WS-OPERATOR-ID TO W-NTE-OPERATOR.
           MOVE W-DATE OF W-BATCH TO W-NTE-DATE.
           MOVE W-TIME OF W-BATCH TO W-NTE-TIME.
           MOVE WS-NOTE-FOLLOW-UP TO W-NTE-FOLLOW-UP.
           MOVE WS-NOTE-ENTRY TO W-NTE-TEXT.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS = "35"
             OPEN OUTPUT NOTES-FILE
           END-IF.
           IF WS-NOTES-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-NOTES-STATUS WS-STATUS-MSG
             DISPLAY "The note file cannot be written: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           MOVE W-CASE-NOTE TO NOTES-FILE-RECORD.
           WRITE NOTES-FILE-RECORD.
           CLOSE NOTES-FILE.
           DISPLAY "Note " W-NTE-SEQ " added to " DETAILS-ID ".".
           MOVE "N" TO WS-ACT-ACTION.
           PERFORM WRITE-ACTIVITY-RECORD.

      * The highest sequence and the count of notes held for the ID
      * on screen.
           SCAN-CASE-NOTES SECTION.
           MOVE ZERO TO WS-LAST-NOTE-SEQ.
           MOVE ZERO TO WS-NOTE-COUNT.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-NOTES-EOF.
           PERFORM UNTIL NOTES-EOF-T
             READ NOTES-FILE
               AT END
                 SET NOTES-EOF-T TO TRUE
               NOT AT END
                 MOVE NOTES-FILE-RECORD TO W-CASE-NOTE
                 IF W-NTE-DETAILS-ID = DETAILS-ID
                     AND W-NTE-SEQ NUMERIC
                   ADD 1 TO WS-NOTE-COUNT
                   IF W-NTE-SEQ > WS-LAST-NOTE-SEQ
                     MOVE W-NTE-SEQ TO WS-LAST-NOTE-SEQ
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.

      * Y or N, or a space when the flag is to keep its value.
           ACCEPT-CONSENT-FLAG SECTION.
           MOVE SPACE TO WS-CONSENT-ENTRY.
           ACCEPT WS-CONSENT-ENTRY.
           EVALUATE WS-CONSENT-ENTRY
             WHEN "Y"
             WHEN "y"
               MOVE "Y" TO WS-CONSENT-ENTRY
             WHEN "N"
             WHEN "n"
               MOVE "N" TO WS-CONSENT-ENTRY
             WHEN SPACE
               CONTINUE
             WHEN OTHER
               DISPLAY "Answer Y or N - flag kept as it was."
               MOVE SPACE TO WS-CONSENT-ENTRY
           END-EVALUATE.

      * Contact fields of the V2 layout. Keying through the prompts
      * stamps the record "V2" - which is also how a legacy record
      * upgrades itself the first time an operator changes it.
           ACCEPT DETAILS-CITY.
           DISPLAY "Postcode (" DETAILS-POSTCODE "): ".
           ACCEPT DETAILS-POSTCODE.
           PERFORM CHECK-KEYED-POSTCODE.
           PERFORM ACCEPT-STATUS-FIELD.
           MOVE "V2" TO DETAILS-VERSION.

      * The postcode is warned about rather than refused, as a bad
      * birthday is - the customer is at the counter and the address
      * can be put right later; the exception queue holds it until
      * it is.
           CHECK-KEYED-POSTCODE SECTION.
           CALL "POSTCODE-CHECK" USING DETAILS-POSTCODE DETAILS-CITY
             WS-PCK-STANDARD WS-PCK-REF-CITY WS-PCK-REGION
             WS-PCK-RESULT.
           IF PCK-MALFORMED AND WS-PCK-STANDARD NOT = SPACES
             MOVE WS-PCK-STANDARD TO DETAILS-POSTCODE
             DISPLAY "Postcode taken as " DETAILS-POSTCODE "."
             CALL "POSTCODE-CHECK" USING DETAILS-POSTCODE
               DETAILS-CITY WS-PCK-STANDARD WS-PCK-REF-CITY
               WS-PCK-REGION WS-PCK-RESULT
           END-IF.
           MOVE "ACCEPT-CONTACT-FIELDS" TO WS-EXC-PARAGRAPH.
           MOVE DETAILS-ID TO WS-EXC-RECORD-KEY.
           EVALUATE TRUE
             WHEN PCK-MALFORMED
               DISPLAY "WARNING: postcode " DETAILS-POSTCODE
                 " is not in the 999 99 form."
               MOVE "DETAILS-POSTCODE" TO WS-EXC-FIELD-NAME
               MOVE DETAILS-POSTCODE TO WS-EXC-BAD-VALUE
               MOVE "Postcode not in the 999 99 form"
                 TO WS-EXC-MESSAGE
               CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
                 WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
                 WS-EXC-BAD-VALUE WS-EXC-MESSAGE
             WHEN PCK-UNKNOWN
               DISPLAY "WARNING: postcode " DETAILS-POSTCODE
                 " is not on the postcode reference."
               MOVE "DETAILS-POSTCODE" TO WS-EXC-FIELD-NAME
               MOVE DETAILS-POSTCODE TO WS-EXC-BAD-VALUE
               MOVE "Postcode not on the postcode reference"
                 TO WS-EXC-MESSAGE
               CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
                 WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
                 WS-EXC-BAD-VALUE WS-EXC-MESSAGE
             WHEN PCK-CITY-DIFF
               PERFORM OFFER-REFERENCE-CITY
             WHEN PCK-VALID AND DETAILS-CITY = SPACES
               PERFORM OFFER-REFERENCE-CITY
           END-EVALUATE.

           OFFER-REFERENCE-CITY SECTION.
           DISPLAY "Postcode " DETAILS-POSTCODE " is "
             FUNCTION TRIM(WS-PCK-REF-CITY) " ("
             FUNCTION TRIM(WS-PCK-REGION) ") - use that city? (Y/N): ".
           ACCEPT WS-CITY-CONFIRM.
           IF CITY-TAKEN
             MOVE WS-PCK-REF-CITY TO DETAILS-CITY
             EXIT SECTION
           END-IF.
           IF DETAILS-CITY NOT = SPACES
             DISPLAY "WARNING: city " FUNCTION TRIM(DETAILS-CITY)
               " kept against the postcode reference."
             MOVE "DETAILS-CITY" TO WS-EXC-FIELD-NAME
             MOVE DETAILS-CITY TO WS-EXC-BAD-VALUE
             MOVE SPACES TO WS-EXC-MESSAGE
             STRING "City disagrees with postcode - reference "
               DELIMITED BY SIZE
               WS-PCK-REF-CITY DELIMITED BY SIZE
               INTO WS-EXC-MESSAGE
             END-STRING
             CALL "EXCEPTION-LOG-DETAIL" USING WS-PROGRAM-NAME
               WS-EXC-PARAGRAPH WS-EXC-FIELD-NAME WS-EXC-RECORD-KEY
               WS-EXC-BAD-VALUE WS-EXC-MESSAGE
           END-IF.

      * The lifecycle is a controlled vocabulary, not free text; a
      * blank entry keeps what the record had, or ACTIVE on a record
      * that never had a status.
