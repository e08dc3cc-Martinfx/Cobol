      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Nothing on file said which people agreed to be contacted, or
      * how. This CALLable service keeps the contact consent file
      * "../details_consent.dat": one line per consent given or
      * changed - the DETAILS-ID, the date it takes effect, the post,
      * phone and partner-sharing flags, and the date and operator
      * that recorded it. Lines are never changed or removed; the
      * consent in force for an ID on a given date is its line with
      * the latest effective date not after that date, the later
      * line winning when two take effect the same day. Every change
      * is also journaled to "../consent_journal.dat" (batch stamp,
      * ID, effective date, the flags in force before and after, the
      * operator), so "who withdrew this and what did it say before"
      * has an answer. The file is read once, on the first call of
      * the run, and kept in step with the changes recorded after.
      * DETAILS-MAINTENANCE records consent; PARTNER-INTERFACE-FEED,
      * ANONYMIZED-EXTRACT, DETAILS-SELECT-EXTRACT and
      * DETAILS-MAIL-MERGE look it up. See Consent.cpy for the
      * functions.
      * Revision: Maxfx 15/10/2026 - a lookup with no as-of date
      *   defaults to the processing date (W-PROC-DATE) rather than the
      *   clock date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "../details_consent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CONSENT-STATUS.

           SELECT CONSENT-JOURNAL ASSIGN TO "../consent_journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CONSENT-FILE.
           01 CONSENT-RECORD.
             05 CON-DETAILS-ID PIC 9(7).
             05 FILLER         PIC X.
             05 CON-EFFECTIVE  PIC X(8).
             05 FILLER         PIC X.
             05 CON-FLAGS      PIC X(3).
             05 FILLER         PIC X.
             05 CON-RECORDED   PIC X(8).
             05 FILLER         PIC X.
             05 CON-OPERATOR   PIC X(8).

           FD CONSENT-JOURNAL.
           01 CONSENT-JOURNAL-RECORD.
             05 CJR-STAMP      PIC X(16).
             05 FILLER         PIC X.
             05 CJR-DETAILS-ID PIC 9(7).
             05 FILLER         PIC X.
             05 CJR-EFFECTIVE  PIC X(8).
             05 FILLER         PIC X.
             05 CJR-BEFORE     PIC X(3).
             05 FILLER         PIC X.
             05 CJR-AFTER      PIC X(3).
             05 FILLER         PIC X.
             05 CJR-OPERATOR   PIC X(8).

       WORKING-STORAGE SECTION.
           77 WS-CONSENT-STATUS PIC XX.
           77 WS-JOURNAL-STATUS PIC XX.
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "BatchStamp.cpy".

      * The consent file in memory, loaded on the first call and
      * kept for the rest of the run.
           77 WS-TABLE-LOADED PIC X VALUE "N".
             88 TABLE-LOADED  VALUE "Y".
           77 WS-LOAD-FAILED  PIC X VALUE "N".
             88 LOAD-FAILED   VALUE "Y".
           78 WS-MAX-CONSENTS VALUE 5000.
           01 WS-CONSENT-TABLE.
             05 WS-CNT-ENTRY OCCURS 5000 TIMES.
               10 WS-CNT-DETAILS-ID PIC 9(7).
               10 WS-CNT-EFFECTIVE  PIC X(8).
               10 WS-CNT-FLAGS      PIC X(3).
           77 WS-CNT-USED     PIC 9(4) VALUE ZERO.
           77 WS-CNT-I        PIC 9(4).

           77 WS-AS-OF        PIC X(8).
           77 WS-BEST-DATE    PIC X(8).
           77 WS-BEFORE-FLAGS PIC X(3).

       LINKAGE SECTION.
           COPY "Consent.cpy".

       PROCEDURE DIVISION USING W-CONSENT.
       MAIN-PROCEDURE.
           IF NOT TABLE-LOADED
             PERFORM LOAD-CONSENT-TABLE
           END-IF.
           IF LOAD-FAILED
             SET CNS-FAILED TO TRUE
             MOVE "NNN" TO W-CNS-FLAGS
             GOBACK
           END-IF.
           EVALUATE TRUE
             WHEN CNS-LOOKUP
               PERFORM LOOKUP-CONSENT
             WHEN CNS-RECORD-CHANGE
               PERFORM RECORD-CONSENT
           END-EVALUATE.
           GOBACK.

      * No consent file yet is simply nobody's consent on file; any
      * other failure the callers must hear about, not read as
      * consent withheld.
           LOAD-CONSENT-TABLE SECTION.
           SET TABLE-LOADED TO TRUE.
           MOVE ZERO TO WS-CNT-USED.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
             EXIT SECTION
           END-IF.
           IF WS-CONSENT-STATUS NOT = "00"
             SET LOAD-FAILED TO TRUE
             DISPLAY "ERROR: details_consent.dat could not be read, "
               "status " WS-CONSENT-STATUS
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CONSENT-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF CON-DETAILS-ID NUMERIC
                   PERFORM KEEP-CONSENT-LINE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.

      * Running out of room would silently drop later consents, so
      * it stops the lookups instead.
           KEEP-CONSENT-LINE SECTION.
           IF WS-CNT-USED = WS-MAX-CONSENTS
             SET LOAD-FAILED TO TRUE
             SET EOF-T TO TRUE
             DISPLAY "ERROR: details_consent.dat holds more than "
               WS-MAX-CONSENTS " lines - consent cannot be judged."
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-CNT-USED.
           MOVE CON-DETAILS-ID TO WS-CNT-DETAILS-ID(WS-CNT-USED).
           MOVE CON-EFFECTIVE TO WS-CNT-EFFECTIVE(WS-CNT-USED).
           MOVE CON-FLAGS TO WS-CNT-FLAGS(WS-CNT-USED).

      * A lookup with no as-of date is made on the business
      * processing date, so a run on a rolled-back or late date sees
      * the consent in force for that day.
           LOOKUP-CONSENT SECTION.
           MOVE W-CNS-AS-OF TO WS-AS-OF.
           IF WS-AS-OF = SPACES
             CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP
             MOVE W-PROC-DATE TO WS-AS-OF
           END-IF.
           PERFORM FIND-CONSENT-IN-FORCE.

      * File order breaks a tie on the effective date: the later
      * line was recorded later.
           FIND-CONSENT-IN-FORCE SECTION.
           SET CNS-NONE TO TRUE.
           MOVE "NNN" TO W-CNS-FLAGS.
           MOVE SPACES TO W-CNS-EFFECTIVE.
           MOVE LOW-VALUES TO WS-BEST-DATE.
           PERFORM VARYING WS-CNT-I FROM 1 BY 1
               UNTIL WS-CNT-I > WS-CNT-USED
             IF WS-CNT-DETAILS-ID(WS-CNT-I) = W-CNS-DETAILS-ID
                 AND WS-CNT-EFFECTIVE(WS-CNT-I) NOT > WS-AS-OF
                 AND WS-CNT-EFFECTIVE(WS-CNT-I) NOT < WS-BEST-DATE
               MOVE WS-CNT-EFFECTIVE(WS-CNT-I) TO WS-BEST-DATE
               MOVE WS-CNT-EFFECTIVE(WS-CNT-I) TO W-CNS-EFFECTIVE
               MOVE WS-CNT-FLAGS(WS-CNT-I) TO W-CNS-FLAGS
               SET CNS-FOUND TO TRUE
             END-IF
           END-PERFORM.

      * The flags in force on the new line's effective date are the
      * journal's before-image.
           RECORD-CONSENT SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           IF W-CNS-EFFECTIVE = SPACES
             MOVE W-DATE OF W-BATCH TO W-CNS-EFFECTIVE
           END-IF.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE W-CNS-DETAILS-ID TO CON-DETAILS-ID.
           MOVE W-CNS-EFFECTIVE TO CON-EFFECTIVE.
           MOVE W-CNS-FLAGS TO CON-FLAGS.
           MOVE W-DATE OF W-BATCH TO CON-RECORDED.
           MOVE W-CNS-OPERATOR TO CON-OPERATOR.
           MOVE W-CNS-EFFECTIVE TO WS-AS-OF.
           PERFORM FIND-CONSENT-IN-FORCE.
           MOVE W-CNS-FLAGS TO WS-BEFORE-FLAGS.
           MOVE CON-FLAGS TO W-CNS-FLAGS.
           MOVE CON-EFFECTIVE TO W-CNS-EFFECTIVE.
           IF WS-CNT-USED = WS-MAX-CONSENTS
             SET CNS-FAILED TO TRUE
             DISPLAY "ERROR: details_consent.dat is full - consent "
               "for " W-CNS-DETAILS-ID " not recorded."
             EXIT SECTION
           END-IF.
           OPEN EXTEND CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
             OPEN OUTPUT CONSENT-FILE
           END-IF.
           IF WS-CONSENT-STATUS NOT = "00"
             SET CNS-FAILED TO TRUE
             EXIT SECTION
           END-IF.
           WRITE CONSENT-RECORD.
           IF WS-CONSENT-STATUS NOT = "00"
             SET CNS-FAILED TO TRUE
             CLOSE CONSENT-FILE
             EXIT SECTION
           END-IF.
           CLOSE CONSENT-FILE.
           ADD 1 TO WS-CNT-USED.
           MOVE CON-DETAILS-ID TO WS-CNT-DETAILS-ID(WS-CNT-USED).
           MOVE CON-EFFECTIVE TO WS-CNT-EFFECTIVE(WS-CNT-USED).
           MOVE CON-FLAGS TO WS-CNT-FLAGS(WS-CNT-USED).
           SET CNS-FOUND TO TRUE.
           PERFORM WRITE-CONSENT-JOURNAL.

           WRITE-CONSENT-JOURNAL SECTION.
           OPEN EXTEND CONSENT-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
             OPEN OUTPUT CONSENT-JOURNAL
           END-IF.
           MOVE SPACES TO CONSENT-JOURNAL-RECORD.
           MOVE W-BATCH-COMPLET TO CJR-STAMP.
           MOVE CON-DETAILS-ID TO CJR-DETAILS-ID.
           MOVE CON-EFFECTIVE TO CJR-EFFECTIVE.
           MOVE WS-BEFORE-FLAGS TO CJR-BEFORE.
           MOVE CON-FLAGS TO CJR-AFTER.
           MOVE CON-OPERATOR TO CJR-OPERATOR.
           WRITE CONSENT-JOURNAL-RECORD.
           IF WS-JOURNAL-STATUS NOT = "00"
             DISPLAY "WARNING: could not journal the consent change "
               "for " CON-DETAILS-ID ", status " WS-JOURNAL-STATUS
           END-IF.
           CLOSE CONSENT-JOURNAL.
