      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Every mailing meant exporting DETAILS to a spreadsheet and
      * merging there. This run does it in house: it selects DETAILS
      * records from database.dat with the criteria keywords
      * DETAILS-SELECT-EXTRACT takes, read here from
      * "../mail_merge.parm" -
      *   CODE     xxxxx        (repeatable - include these codes)
      *   BORNFROM yyyymmdd     BORNTO yyyymmdd
      *   IDFROM   nnnnnnn      IDTO   nnnnnnn
      * - plus the two a mailing needs,
      *   STATUS   x            (repeatable - A active, D dormant)
      *   AGEFROM  nnn          AGETO  nnn   (age as of the run date)
      * and merges each selected record into the letter template
      * "../letter_template.txt", whose placeholders {SURNAME},
      * {INITIALS}, {STREET}, {CITY} and {POSTCODE} take the V2
      * fields. Letters go to "../mail_merge_letters.prn", one per
      * page; address labels go three across to
      * "../mail_merge_labels.prn". A selected record is excluded,
      * and never written, when it is DECEASED, when its ID is on
      * the RIGHT-TO-ERASURE suppression list
      * "../erasure_suppress.dat", or when it has no V2 address (a
      * legacy record, or a V2 record with street or postcode
      * blank). Every exclusion is listed with its reason on
      * "../mail_merge.rpt" through the shared REPORT-WRITER, with
      * the counts per reason at the foot.
      * Revision: Maxfx 15/10/2026 - household mailing: with
      *   "HOUSEHLD Y" in the parm file only the first member of
      *   each household on "../household.dat" (HOUSEHOLD-BUILD) gets
      *   a letter and a label; the other members are listed and
      *   counted as covered by the household's letter.
      * Revision: Maxfx 15/10/2026 - a selected record without
      *   consent to post in force on CONSENT-REGISTER is withheld,
      *   listed and counted like the other exclusions; the run is
      *   refused when the consent file cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETAILS-MAIL-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO "../database.dat"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS FILE-STATUS.

           SELECT CRITERIA-FILE ASSIGN TO "../mail_merge.parm"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-CRITERIA-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "../letter_template.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-TEMPLATE-STATUS.

           SELECT SUPPRESS-FILE ASSIGN TO "../erasure_suppress.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUPPRESS-STATUS.

           SELECT LETTER-FILE ASSIGN TO "../mail_merge_letters.prn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LETTER-STATUS.

           SELECT LABEL-FILE ASSIGN TO "../mail_merge_labels.prn"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-LABEL-STATUS.

           SELECT HOUSEHOLD-FILE ASSIGN TO "../household.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DATA-FILE.
           01 DETAILS PIC X(87).

           FD CRITERIA-FILE.
           01 CRITERIA-RECORD.
             05 CRT-KEYWORD PIC X(8).
             05 FILLER      PIC X.
             05 CRT-VALUE   PIC X(8).

           FD TEMPLATE-FILE.
           01 TEMPLATE-RECORD PIC X(80).

           FD SUPPRESS-FILE.
           01 SUPPRESS-RECORD.
             05 SUP-ID   PIC 9(7).
             05 FILLER   PIC X.
             05 SUP-DATE PIC X(8).

           FD LETTER-FILE.
           01 LETTER-RECORD PIC X(132).

           FD LABEL-FILE.
           01 LABEL-RECORD PIC X(90).

           FD HOUSEHOLD-FILE.
           01 HOUSEHOLD-FILE-RECORD PIC X(57).

       WORKING-STORAGE SECTION.
           77 FILE-STATUS        PIC XX.
           77 WS-CRITERIA-STATUS PIC XX.
           77 WS-TEMPLATE-STATUS PIC XX.
           77 WS-SUPPRESS-STATUS PIC XX.
           77 WS-LETTER-STATUS   PIC XX.
           77 WS-LABEL-STATUS    PIC XX.
           77 WS-STATUS-MSG      PIC X(50).
           77 WS-REC-TAG         PIC X(3).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           COPY "DetailsV2.cpy".

      * The loaded criteria, as DETAILS-SELECT-EXTRACT holds them.
      * Absent pieces stay at their widest defaults, so an empty
      * criterion never filters anything out.
           78 WS-MAX-CRIT-CODES VALUE 20.
           01 WS-CODE-LIST.
             05 WS-CRIT-CODE PIC X(5) OCCURS 20 TIMES.
           77 WS-CRIT-CODE-USED PIC 99 VALUE ZERO.
           77 WS-CODE-I         PIC 99.
           77 WS-CODE-MATCHED   PIC X.
             88 CODE-IN-LIST    VALUE "Y".
           77 WS-BORN-FROM      PIC X(8) VALUE "00000000".
           77 WS-BORN-TO        PIC X(8) VALUE "99999999".
           77 WS-ID-FROM        PIC 9(7) VALUE ZERO.
           77 WS-ID-TO          PIC 9(7) VALUE 9999999.
           77 WS-CRITERIA-COUNT PIC 99 VALUE ZERO.
           01 WS-STATUS-LIST.
             05 WS-CRIT-STATUS PIC X OCCURS 3 TIMES.
           77 WS-CRIT-STATUS-USED PIC 9 VALUE ZERO.
           77 WS-STATUS-I       PIC 9.
           77 WS-STATUS-MATCHED PIC X.
             88 STATUS-IN-LIST  VALUE "Y".
           77 WS-RECORD-STATUS  PIC X.
           77 WS-AGE-FROM       PIC 9(3) VALUE ZERO.
           77 WS-AGE-TO         PIC 9(3) VALUE 999.
           77 WS-AGE-BAND-USED  PIC X VALUE "N".
             88 AGE-BAND-USED   VALUE "Y".
           77 WS-RECORD-SELECTED PIC X.
             88 RECORD-SELECTED VALUE "Y".
           77 WS-HOUSEHOLD-OPTION PIC X VALUE "N".
             88 HOUSEHOLD-MAILING VALUE "Y".

      * Household membership, and the households already written to
      * in this run, for the household mailing.
           77 WS-HOUSEHOLD-STATUS PIC XX.
           COPY "Household.cpy".
           78 WS-MAX-MEMBERS VALUE 3000.
           01 WS-MEMBER-TABLE.
             05 WS-MEMBER OCCURS 3000 TIMES.
               10 WS-MBR-DETAILS-ID   PIC 9(7).
               10 WS-MBR-HOUSEHOLD-ID PIC 9(7).
               10 WS-MBR-MAILED       PIC X.
                 88 HOUSEHOLD-MAILED  VALUE "Y".
           77 WS-MEMBER-USED PIC 9(4) VALUE ZERO.
           77 WS-MBR-I       PIC 9(4).
           77 WS-MBR-HIT     PIC 9(4).

      * Age as of the run date - AGE-BAND-REPORT's rule.
           01 WS-RUN-DATE.
             05 WS-RUN-YYYY PIC 9(4).
             05 WS-RUN-MMDD PIC 9(4).
           01 WS-BIRTH-SPLIT.
             05 WS-BIRTH-YYYY PIC 9(4).
             05 WS-BIRTH-MMDD PIC 9(4).
           77 WS-AGE            PIC S9(3).
           77 WS-BIRTHDAY-VALID PIC X VALUE "Y".
             88 BIRTHDAY-VALID   VALUE "Y".
             88 BIRTHDAY-INVALID VALUE "N".

      * The letter template in memory, kept wider than its record so
      * a placeholder test near the right margin reads spaces.
           78 WS-MAX-TEMPLATE-LINES VALUE 60.
           01 WS-TEMPLATE-TABLE.
             05 WS-TPL-LINE PIC X(90) OCCURS 60 TIMES.
           77 WS-TPL-USED     PIC 99 VALUE ZERO.
           77 WS-TPL-I        PIC 99.
           77 WS-IN-I         PIC 99.
           77 WS-OUT-PTR      PIC 9(3).
           77 WS-TAG-LEN      PIC 99.
           77 WS-FIELD-VALUE  PIC X(20).

      * Suppression list in memory; absent means nothing suppressed.
           78 WS-MAX-SUPPRESS VALUE 200.
           01 WS-SUPPRESS-TABLE.
             05 WS-SUP-ID PIC X(7) OCCURS 200 TIMES.
           77 WS-SUPPRESS-USED PIC 9(3) VALUE ZERO.
           77 WS-SUP-I         PIC 9(3).
           77 WS-SUP-EOF       PIC X.
             88 SUP-EOF-T      VALUE "Y".
           77 WS-SUPPRESS-HIT  PIC X.
             88 ID-SUPPRESSED  VALUE "Y".

      * Labels are held until a row of three is full.
           01 WS-LABEL-ROW.
             05 WS-LABEL OCCURS 3 TIMES.
               10 WS-LABEL-LINE PIC X(28) OCCURS 3 TIMES.
           77 WS-LABELS-HELD  PIC 9 VALUE ZERO.
           77 WS-LABEL-I      PIC 9.
           77 WS-LINE-I       PIC 9.
           77 WS-LABEL-POS    PIC 99.

           77 WS-SCANNED-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-LETTER-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-DECEASED-COUNT PIC 9(6) VALUE ZERO.
           77 WS-ERASED-COUNT   PIC 9(6) VALUE ZERO.
           77 WS-NO-ADDR-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-HOUSEHOLD-COUNT PIC 9(6) VALUE ZERO.
           77 WS-CONSENT-COUNT  PIC 9(6) VALUE ZERO.
           77 WS-EXCLUDE-REASON PIC X(40).
           COPY "Consent.cpy".

           78 WS-LINES-PER-PAGE VALUE 50.
           COPY "ReportWriter.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CRITERIA.
           IF WS-CRITERIA-COUNT = ZERO
             DISPLAY "No criteria loaded from mail_merge.parm - "
               "nothing selected."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-TEMPLATE.
           IF WS-TPL-USED = ZERO
             DISPLAY "No letter_template.txt to merge into - "
               "mailing refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ZERO TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF CNS-FAILED
             DISPLAY "The consent file cannot be read - mailing "
               "refused."
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM LOAD-SUPPRESSION-LIST.
           IF HOUSEHOLD-MAILING
             PERFORM LOAD-HOUSEHOLDS
           END-IF.
           OPEN INPUT DATA-FILE.
           IF FILE-STATUS NOT = "00"
             CALL "STATUS-CODE" USING FILE-STATUS WS-STATUS-MSG
             DISPLAY "Error opening the DB file: " WS-STATUS-MSG
             MOVE 1 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT LABEL-FILE.
           PERFORM OPEN-MERGE-REPORT.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ DATA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM MERGE-ONE-RECORD
             END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           IF WS-LABELS-HELD > ZERO
             PERFORM PRINT-LABEL-ROW
           END-IF.
           CLOSE LABEL-FILE.
           CLOSE LETTER-FILE.
           PERFORM CLOSE-MERGE-REPORT.
           DISPLAY "Mail merge: " WS-SELECTED-COUNT " of "
             WS-SCANNED-COUNT " selected, " WS-LETTER-COUNT
             " letter(s) and label(s) written.".
           DISPLAY "Excluded: " WS-DECEASED-COUNT " deceased, "
             WS-ERASED-COUNT " erased, " WS-NO-ADDR-COUNT
             " without a V2 address, " WS-CONSENT-COUNT
             " withheld for consent (see mail_merge.rpt)".
           IF HOUSEHOLD-MAILING
             DISPLAY WS-HOUSEHOLD-COUNT " member(s) covered by their "
               "household's letter."
           END-IF.
           GOBACK.

           LOAD-CRITERIA SECTION.
           OPEN INPUT CRITERIA-FILE.
           IF WS-CRITERIA-STATUS NOT = "00"
             CALL "STATUS-CODE" USING WS-CRITERIA-STATUS
               WS-STATUS-MSG
             DISPLAY "Cannot open mail_merge.parm: " WS-STATUS-MSG
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ CRITERIA-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 PERFORM STORE-ONE-CRITERION
             END-READ
           END-PERFORM.
           CLOSE CRITERIA-FILE.

           STORE-ONE-CRITERION SECTION.
           IF CRT-KEYWORD = SPACES
             EXIT SECTION
           END-IF.
           EVALUATE FUNCTION TRIM(CRT-KEYWORD)
             WHEN "CODE"
               IF WS-CRIT-CODE-USED < WS-MAX-CRIT-CODES
                 ADD 1 TO WS-CRIT-CODE-USED
                 MOVE CRT-VALUE(1:5)
                   TO WS-CRIT-CODE(WS-CRIT-CODE-USED)
               END-IF
             WHEN "BORNFROM"
               MOVE CRT-VALUE TO WS-BORN-FROM
             WHEN "BORNTO"
               MOVE CRT-VALUE TO WS-BORN-TO
             WHEN "IDFROM"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-FROM
             WHEN "IDTO"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-ID-TO
             WHEN "STATUS"
               IF WS-CRIT-STATUS-USED < 3
                 ADD 1 TO WS-CRIT-STATUS-USED
                 MOVE CRT-VALUE(1:1)
                   TO WS-CRIT-STATUS(WS-CRIT-STATUS-USED)
               END-IF
             WHEN "AGEFROM"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-AGE-FROM
               SET AGE-BAND-USED TO TRUE
             WHEN "AGETO"
               MOVE FUNCTION NUMVAL(CRT-VALUE) TO WS-AGE-TO
               SET AGE-BAND-USED TO TRUE
      * An output option, not a selection - it does not count as a
      * criterion.
             WHEN "HOUSEHLD"
               IF CRT-VALUE(1:1) = "Y"
                 SET HOUSEHOLD-MAILING TO TRUE
               END-IF
               EXIT SECTION
             WHEN OTHER
               DISPLAY "Unknown criterion keyword ignored: "
                 CRT-KEYWORD
               EXIT SECTION
           END-EVALUATE.
           ADD 1 TO WS-CRITERIA-COUNT.

           LOAD-TEMPLATE SECTION.
           MOVE ZERO TO WS-TPL-USED.
           MOVE SPACES TO WS-TEMPLATE-TABLE.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ TEMPLATE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 IF WS-TPL-USED < WS-MAX-TEMPLATE-LINES
                   ADD 1 TO WS-TPL-USED
                   MOVE TEMPLATE-RECORD TO WS-TPL-LINE(WS-TPL-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
           IF WS-TPL-USED = WS-MAX-TEMPLATE-LINES
             DISPLAY "WARNING: letter template holds more than "
               WS-MAX-TEMPLATE-LINES " lines - the rest were not "
               "loaded."
           END-IF.

           LOAD-SUPPRESSION-LIST SECTION.
           MOVE ZERO TO WS-SUPPRESS-USED.
           OPEN INPUT SUPPRESS-FILE.
           IF WS-SUPPRESS-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "N" TO WS-SUP-EOF.
           PERFORM UNTIL SUP-EOF-T
             READ SUPPRESS-FILE
               AT END
                 SET SUP-EOF-T TO TRUE
               NOT AT END
                 IF SUP-ID NOT = SPACES
                     AND WS-SUPPRESS-USED < WS-MAX-SUPPRESS
                   ADD 1 TO WS-SUPPRESS-USED
                   MOVE SUP-ID TO WS-SUP-ID(WS-SUPPRESS-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUPPRESS-FILE.

      * No household file means no households known: everyone is
      * written to as a person of their own.
           LOAD-HOUSEHOLDS SECTION.
           MOVE ZERO TO WS-MEMBER-USED.
           OPEN INPUT HOUSEHOLD-FILE.
           IF WS-HOUSEHOLD-STATUS NOT = "00"
             DISPLAY "WARNING: no household.dat - household mailing "
               "falls back to one letter per person."
             EXIT SECTION
           END-IF.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ HOUSEHOLD-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 MOVE HOUSEHOLD-FILE-RECORD TO W-HOUSEHOLD-RECORD
                 IF W-HH-HOUSEHOLD-ID NUMERIC
                     AND WS-MEMBER-USED < WS-MAX-MEMBERS
                   ADD 1 TO WS-MEMBER-USED
                   MOVE W-HH-DETAILS-ID
                     TO WS-MBR-DETAILS-ID(WS-MEMBER-USED)
                   MOVE W-HH-HOUSEHOLD-ID
                     TO WS-MBR-HOUSEHOLD-ID(WS-MEMBER-USED)
                   MOVE "N" TO WS-MBR-MAILED(WS-MEMBER-USED)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-FILE.

      * Finds the record's household; when another member has had
      * the letter, WS-MBR-HIT is left at that member's line.
      * Otherwise the whole household is marked as written to.
           CHECK-HOUSEHOLD SECTION.
           MOVE ZERO TO WS-MBR-HIT.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED OR WS-MBR-HIT > ZERO
             IF WS-MBR-DETAILS-ID(WS-MBR-I) = W-DV2-ID
               MOVE WS-MBR-I TO WS-MBR-HIT
             END-IF
           END-PERFORM.
           IF WS-MBR-HIT = ZERO
             EXIT SECTION
           END-IF.
           IF HOUSEHOLD-MAILED(WS-MBR-HIT)
             EXIT SECTION
           END-IF.
           PERFORM VARYING WS-MBR-I FROM 1 BY 1
               UNTIL WS-MBR-I > WS-MEMBER-USED
             IF WS-MBR-HOUSEHOLD-ID(WS-MBR-I)
                 = WS-MBR-HOUSEHOLD-ID(WS-MBR-HIT)
               SET HOUSEHOLD-MAILED(WS-MBR-I) TO TRUE
             END-IF
           END-PERFORM.
           MOVE ZERO TO WS-MBR-HIT.

           CHECK-SUPPRESSION SECTION.
           MOVE "N" TO WS-SUPPRESS-HIT.
           PERFORM VARYING WS-SUP-I FROM 1 BY 1
               UNTIL WS-SUP-I > WS-SUPPRESS-USED OR ID-SUPPRESSED
             IF WS-SUP-ID(WS-SUP-I) = W-DV2-ID
               SET ID-SUPPRESSED TO TRUE
             END-IF
           END-PERFORM.

           OPEN-MERGE-REPORT SECTION.
           MOVE "O" TO W-RPT-ACTION.
           MOVE "MAIL MERGE - EXCLUDED RECORDS" TO W-RPT-TITLE.
           MOVE "../mail_merge.rpt" TO W-RPT-SPOOL-NAME.
           MOVE WS-LINES-PER-PAGE TO W-RPT-LINES-PER-PAGE.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.
           MOVE "ID      SURNAME  REASON" TO W-RPT-TEXT.
           PERFORM REPORT-LINE.

           REPORT-LINE SECTION.
           MOVE "D" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

           CLOSE-MERGE-REPORT SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "SCANNED " WS-SCANNED-COUNT
             "  SELECTED " WS-SELECTED-COUNT
             "  LETTERS " WS-LETTER-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "EXCLUDED - DECEASED " WS-DECEASED-COUNT
             "  ERASED " WS-ERASED-COUNT
             "  NO V2 ADDRESS " WS-NO-ADDR-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO W-RPT-TEXT.
           STRING "WITHHELD FOR CONSENT - NO CONSENT TO POST "
             WS-CONSENT-COUNT
             DELIMITED BY SIZE INTO W-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF HOUSEHOLD-MAILING
             MOVE SPACES TO W-RPT-TEXT
             STRING "COVERED BY THEIR HOUSEHOLD'S LETTER "
               WS-HOUSEHOLD-COUNT
               DELIMITED BY SIZE INTO W-RPT-TEXT
             END-STRING
             PERFORM REPORT-LINE
           END-IF.
           COMPUTE W-RPT-GRAND-TOTAL = WS-DECEASED-COUNT
             + WS-ERASED-COUNT + WS-NO-ADDR-COUNT + WS-CONSENT-COUNT.
           MOVE "C" TO W-RPT-ACTION.
           CALL "REPORT-WRITER" USING W-REPORT-CONTROL.

      * Selection first, exclusion after: a record the criteria do
      * not ask for is simply not selected, one they ask for but
      * that must not be written to is counted and listed.
           MERGE-ONE-RECORD SECTION.
           MOVE DETAILS(1:3) TO WS-REC-TAG.
           IF WS-REC-TAG = "HDR" OR WS-REC-TAG = "TRL"
             EXIT SECTION
           END-IF.
           MOVE DETAILS TO W-DETAILS-V2.
           ADD 1 TO WS-SCANNED-COUNT.
           PERFORM JUDGE-CRITERIA.
           IF NOT RECORD-SELECTED
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-SELECTED-COUNT.
           IF DV2-RECORD-V2 AND DV2-STATUS-DECEASED
             ADD 1 TO WS-DECEASED-COUNT
             MOVE "DECEASED" TO WS-EXCLUDE-REASON
             PERFORM REPORT-EXCLUSION
             EXIT SECTION
           END-IF.
           PERFORM CHECK-SUPPRESSION.
           IF ID-SUPPRESSED
             ADD 1 TO WS-ERASED-COUNT
             MOVE "ON THE ERASURE SUPPRESSION LIST"
               TO WS-EXCLUDE-REASON
             PERFORM REPORT-EXCLUSION
             EXIT SECTION
           END-IF.
           MOVE W-DV2-ID TO W-CNS-DETAILS-ID.
           PERFORM CHECK-CONSENT.
           IF NOT CNS-POST-GIVEN
             ADD 1 TO WS-CONSENT-COUNT
             MOVE "NO CONSENT TO POST" TO WS-EXCLUDE-REASON
             PERFORM REPORT-EXCLUSION
             EXIT SECTION
           END-IF.
           IF NOT DV2-RECORD-V2
             ADD 1 TO WS-NO-ADDR-COUNT
             MOVE "LEGACY RECORD - NO V2 ADDRESS"
               TO WS-EXCLUDE-REASON
             PERFORM REPORT-EXCLUSION
             EXIT SECTION
           END-IF.
           IF W-DV2-STREET = SPACES OR W-DV2-POSTCODE = SPACES
             ADD 1 TO WS-NO-ADDR-COUNT
             MOVE "V2 ADDRESS INCOMPLETE" TO WS-EXCLUDE-REASON
             PERFORM REPORT-EXCLUSION
             EXIT SECTION
           END-IF.
           IF HOUSEHOLD-MAILING
             PERFORM CHECK-HOUSEHOLD
             IF WS-MBR-HIT > ZERO
               ADD 1 TO WS-HOUSEHOLD-COUNT
               MOVE SPACES TO WS-EXCLUDE-REASON
               STRING "HOUSEHOLD " DELIMITED BY SIZE
                 WS-MBR-HOUSEHOLD-ID(WS-MBR-HIT) DELIMITED BY SIZE
                 " ALREADY WRITTEN TO" DELIMITED BY SIZE
                 INTO WS-EXCLUDE-REASON
               END-STRING
               PERFORM REPORT-EXCLUSION
               EXIT SECTION
             END-IF
           END-IF.
           PERFORM WRITE-ONE-LETTER.
           PERFORM HOLD-ONE-LABEL.
           ADD 1 TO WS-LETTER-COUNT.

      * Consent in force on the run date.
           CHECK-CONSENT SECTION.
           MOVE "L" TO W-CNS-FUNCTION.
           MOVE WS-RUN-DATE TO W-CNS-AS-OF.
           CALL "CONSENT-REGISTER" USING W-CONSENT.

      * A record is selected only when every criterion given is
      * met. A legacy record, with no status, counts as active.
           JUDGE-CRITERIA SECTION.
           MOVE "N" TO WS-RECORD-SELECTED.
           IF W-DV2-ID < WS-ID-FROM OR W-DV2-ID > WS-ID-TO
             EXIT SECTION
           END-IF.
           IF W-DV2-BIRTHDAY < WS-BORN-FROM
               OR W-DV2-BIRTHDAY > WS-BORN-TO
             EXIT SECTION
           END-IF.
           IF WS-CRIT-STATUS-USED > ZERO
             MOVE W-DV2-STATUS TO WS-RECORD-STATUS
             IF NOT DV2-RECORD-V2 OR WS-RECORD-STATUS = SPACE
               MOVE "A" TO WS-RECORD-STATUS
             END-IF
             MOVE "N" TO WS-STATUS-MATCHED
             PERFORM VARYING WS-STATUS-I FROM 1 BY 1
                 UNTIL WS-STATUS-I > WS-CRIT-STATUS-USED
                 OR STATUS-IN-LIST
               IF WS-CRIT-STATUS(WS-STATUS-I) = WS-RECORD-STATUS
                 SET STATUS-IN-LIST TO TRUE
               END-IF
             END-PERFORM
             IF NOT STATUS-IN-LIST
               EXIT SECTION
             END-IF
           END-IF.
           IF AGE-BAND-USED
             CALL "VALIDATE-DATE" USING W-DV2-BIRTHDAY
               WS-BIRTHDAY-VALID
             IF BIRTHDAY-INVALID
               EXIT SECTION
             END-IF
             MOVE W-DV2-BIRTHDAY TO WS-BIRTH-SPLIT
             COMPUTE WS-AGE = WS-RUN-YYYY - WS-BIRTH-YYYY
             IF WS-RUN-MMDD < WS-BIRTH-MMDD
               SUBTRACT 1 FROM WS-AGE
             END-IF
             IF WS-AGE < WS-AGE-FROM OR WS-AGE > WS-AGE-TO
               EXIT SECTION
             END-IF
           END-IF.
           IF WS-CRIT-CODE-USED > ZERO
             MOVE "N" TO WS-CODE-MATCHED
             PERFORM VARYING WS-CODE-I FROM 1 BY 1
                 UNTIL WS-CODE-I > WS-CRIT-CODE-USED
                 OR CODE-IN-LIST
               IF WS-CRIT-CODE(WS-CODE-I) = W-DV2-SOME-CODE
                 SET CODE-IN-LIST TO TRUE
               END-IF
             END-PERFORM
             IF NOT CODE-IN-LIST
               EXIT SECTION
             END-IF
           END-IF.
           SET RECORD-SELECTED TO TRUE.

           REPORT-EXCLUSION SECTION.
           MOVE SPACES TO W-RPT-TEXT.
           MOVE W-DV2-ID TO W-RPT-TEXT(1:7).
           MOVE W-DV2-SURNAME TO W-RPT-TEXT(9:8).
           MOVE WS-EXCLUDE-REASON TO W-RPT-TEXT(18:40).
           PERFORM REPORT-LINE.

      * One letter per page: the first line of each letter throws a
      * new page, the rest follow on.
           WRITE-ONE-LETTER SECTION.
           PERFORM VARYING WS-TPL-I FROM 1 BY 1
               UNTIL WS-TPL-I > WS-TPL-USED
             PERFORM MERGE-TEMPLATE-LINE
             IF WS-TPL-I = 1
               WRITE LETTER-RECORD AFTER ADVANCING PAGE
             ELSE
               WRITE LETTER-RECORD AFTER ADVANCING 1 LINE
             END-IF
           END-PERFORM.

      * Copies one template line to LETTER-RECORD, each placeholder
      * replaced by its field with the trailing blanks dropped.
           MERGE-TEMPLATE-LINE SECTION.
           MOVE SPACES TO LETTER-RECORD.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM VARYING WS-IN-I FROM 1 BY 1 UNTIL WS-IN-I > 80
             MOVE ZERO TO WS-TAG-LEN
             IF WS-TPL-LINE(WS-TPL-I)(WS-IN-I:1) = "{"
               EVALUATE TRUE
                 WHEN WS-TPL-LINE(WS-TPL-I)(WS-IN-I:9) = "{SURNAME}"
                   MOVE W-DV2-SURNAME TO WS-FIELD-VALUE
                   MOVE 9 TO WS-TAG-LEN
                 WHEN WS-TPL-LINE(WS-TPL-I)(WS-IN-I:10)
                     = "{INITIALS}"
                   MOVE W-DV2-INITIALS TO WS-FIELD-VALUE
                   MOVE 10 TO WS-TAG-LEN
                 WHEN WS-TPL-LINE(WS-TPL-I)(WS-IN-I:8) = "{STREET}"
                   MOVE W-DV2-STREET TO WS-FIELD-VALUE
                   MOVE 8 TO WS-TAG-LEN
                 WHEN WS-TPL-LINE(WS-TPL-I)(WS-IN-I:6) = "{CITY}"
                   MOVE W-DV2-CITY TO WS-FIELD-VALUE
                   MOVE 6 TO WS-TAG-LEN
                 WHEN WS-TPL-LINE(WS-TPL-I)(WS-IN-I:10)
                     = "{POSTCODE}"
                   MOVE W-DV2-POSTCODE TO WS-FIELD-VALUE
                   MOVE 10 TO WS-TAG-LEN
               END-EVALUATE
             END-IF
             IF WS-TAG-LEN > ZERO
               STRING WS-FIELD-VALUE DELIMITED BY "  "
                 INTO LETTER-RECORD WITH POINTER WS-OUT-PTR
               END-STRING
               COMPUTE WS-IN-I = WS-IN-I + WS-TAG-LEN - 1
             ELSE
               IF WS-OUT-PTR NOT > 132
                 MOVE WS-TPL-LINE(WS-TPL-I)(WS-IN-I:1)
                   TO LETTER-RECORD(WS-OUT-PTR:1)
                 ADD 1 TO WS-OUT-PTR
               END-IF
             END-IF
           END-PERFORM.

      * Name, street, then postcode and city - the order the post
      * office reads them in.
           HOLD-ONE-LABEL SECTION.
           ADD 1 TO WS-LABELS-HELD.
           MOVE SPACES TO WS-LABEL(WS-LABELS-HELD).
           STRING W-DV2-INITIALS DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             W-DV2-SURNAME DELIMITED BY "  "
             INTO WS-LABEL-LINE(WS-LABELS-HELD, 1)
           END-STRING.
           MOVE W-DV2-STREET TO WS-LABEL-LINE(WS-LABELS-HELD, 2).
           STRING W-DV2-POSTCODE DELIMITED BY "  "
             "  " DELIMITED BY SIZE
             W-DV2-CITY DELIMITED BY "  "
             INTO WS-LABEL-LINE(WS-LABELS-HELD, 3)
           END-STRING.
           IF WS-LABELS-HELD = 3
             PERFORM PRINT-LABEL-ROW
           END-IF.

      * Three lines across the sheet, 30 columns to a label, and a
      * blank line to the next row.
           PRINT-LABEL-ROW SECTION.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1 UNTIL WS-LINE-I > 3
             MOVE SPACES TO LABEL-RECORD
             PERFORM VARYING WS-LABEL-I FROM 1 BY 1
                 UNTIL WS-LABEL-I > WS-LABELS-HELD
               COMPUTE WS-LABEL-POS = (WS-LABEL-I - 1) * 30 + 1
               MOVE WS-LABEL-LINE(WS-LABEL-I, WS-LINE-I)
                 TO LABEL-RECORD(WS-LABEL-POS:28)
             END-PERFORM
             WRITE LABEL-RECORD
           END-PERFORM.
           MOVE SPACES TO LABEL-RECORD.
           WRITE LABEL-RECORD.
           MOVE ZERO TO WS-LABELS-HELD.
