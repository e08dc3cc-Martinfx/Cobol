      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Data lineage posting. When a report looked wrong there was
      * no telling which run wrote the file it read, or from what.
      * Every batch program now declares, through this one service,
      * the files it read and the files it wrote, and each output
      * goes to "../lineage_register.dat" (see LineageRegister.cpy)
      * once per input, with the run id, step, program and the
      * record counts on both sides. Under NIGHTLY-BATCH
      * ("../batch_run.flag" holds BATCH) the run id is the night's
      * from "../batch_run_id.dat" - the key CONTROL-LEDGER posts
      * under - and the step the one NIGHTLY-BATCH named in
      * "../batch_step.dat"; a program run on its own posts under its
      * own batch stamp as step ON-DEMAND. The calls are described
      * in Lineage.cpy. LINEAGE-INQUIRY reads the register.
      * Revision: Maxfx 15/10/2026 - function R posts a report
      *   REPORT-WRITER filed into the repository, made from its spool,
      *   without disturbing the held run and inputs of the program that
      *   printed it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINEAGE-POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "../lineage_register.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-REGISTER-STATUS.

           SELECT RUN-MODE-FILE ASSIGN TO "../batch_run.flag"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-MODE-STATUS.

           SELECT RUN-ID-FILE ASSIGN TO "../batch_run_id.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-RUN-ID-STATUS.

           SELECT STEP-FILE ASSIGN TO "../batch_step.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTER-FILE.
           01 REGISTER-RECORD PIC X(226).

           FD RUN-MODE-FILE.
           01 RUN-MODE-RECORD PIC X(10).

           FD RUN-ID-FILE.
           01 RUN-ID-RECORD PIC X(16).

           FD STEP-FILE.
           01 STEP-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
           77 WS-REGISTER-STATUS PIC XX.
           77 WS-RUN-MODE-STATUS PIC XX.
           77 WS-RUN-ID-STATUS   PIC XX.
           77 WS-STEP-STATUS     PIC XX.

           COPY "BatchStamp.cpy".
           COPY "LineageRegister.cpy".

      * Held from the start call to the caller's last output.
           77 WS-PROGRAM PIC X(30) VALUE SPACES.
           77 WS-RUN-ID  PIC X(16) VALUE SPACES.
           77 WS-STEP    PIC X(20) VALUE SPACES.
      * The run and step as they stand at this call.
           77 WS-CURRENT-RUN-ID PIC X(16).
           77 WS-CURRENT-STEP   PIC X(20).
           78 WS-MAX-INPUTS VALUE 30.
           01 WS-INPUT-TABLE.
             05 WS-INPUT-ENTRY OCCURS 30 TIMES.
               10 WS-INPUT-FILE  PIC X(60).
               10 WS-INPUT-COUNT PIC 9(8).
           77 WS-INPUT-USED PIC 99 VALUE ZERO.
           77 WS-INPUT-I    PIC 99.
           77 WS-INPUT-FOUND PIC X.
             88 INPUT-KNOWN VALUE "Y".

       LINKAGE SECTION.
           COPY "Lineage.cpy".

       PROCEDURE DIVISION USING W-LINEAGE.
       MAIN-PROCEDURE.
           EVALUATE TRUE
             WHEN LIN-START
               PERFORM START-POSTING
             WHEN LIN-INPUT
               PERFORM HOLD-INPUT
             WHEN LIN-OUTPUT
               PERFORM POST-OUTPUT
             WHEN LIN-REPORT
               PERFORM POST-REPORT
           END-EVALUATE.
           GOBACK.

           START-POSTING SECTION.
           MOVE ZERO TO WS-INPUT-USED.
           MOVE W-LIN-PROGRAM TO WS-PROGRAM.
           PERFORM FIND-CURRENT-RUN.
           MOVE WS-CURRENT-RUN-ID TO WS-RUN-ID.
           MOVE WS-CURRENT-STEP TO WS-STEP.

      * The night's run id and step under NIGHTLY-BATCH, this call's
      * own batch stamp and ON-DEMAND otherwise.
           FIND-CURRENT-RUN SECTION.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           MOVE W-BATCH-COMPLET TO WS-CURRENT-RUN-ID.
           MOVE "ON-DEMAND" TO WS-CURRENT-STEP.
           MOVE SPACES TO RUN-MODE-RECORD.
           OPEN INPUT RUN-MODE-FILE.
           IF WS-RUN-MODE-STATUS = "00"
             READ RUN-MODE-FILE
               AT END MOVE SPACES TO RUN-MODE-RECORD
             END-READ
             CLOSE RUN-MODE-FILE
           END-IF.
           IF RUN-MODE-RECORD NOT = "BATCH"
             EXIT SECTION
           END-IF.
           OPEN INPUT RUN-ID-FILE.
           IF WS-RUN-ID-STATUS = "00"
             READ RUN-ID-FILE
               AT END CONTINUE
               NOT AT END
                 IF RUN-ID-RECORD NOT = SPACES
                   MOVE RUN-ID-RECORD TO WS-CURRENT-RUN-ID
                 END-IF
             END-READ
             CLOSE RUN-ID-FILE
           END-IF.
           OPEN INPUT STEP-FILE.
           IF WS-STEP-STATUS = "00"
             READ STEP-FILE
               AT END CONTINUE
               NOT AT END
                 IF STEP-RECORD NOT = SPACES
                   MOVE STEP-RECORD TO WS-CURRENT-STEP
                 END-IF
             END-READ
             CLOSE STEP-FILE
           END-IF.

           HOLD-INPUT SECTION.
           MOVE "N" TO WS-INPUT-FOUND.
           PERFORM VARYING WS-INPUT-I FROM 1 BY 1
               UNTIL WS-INPUT-I > WS-INPUT-USED OR INPUT-KNOWN
             IF WS-INPUT-FILE(WS-INPUT-I) = W-LIN-FILE
               MOVE W-LIN-COUNT TO WS-INPUT-COUNT(WS-INPUT-I)
               SET INPUT-KNOWN TO TRUE
             END-IF
           END-PERFORM.
           IF INPUT-KNOWN
             EXIT SECTION
           END-IF.
           IF WS-INPUT-USED >= WS-MAX-INPUTS
             DISPLAY "WARNING: lineage for " WS-PROGRAM " holds "
               WS-MAX-INPUTS " inputs - " W-LIN-FILE " not recorded"
             EXIT SECTION
           END-IF.
           ADD 1 TO WS-INPUT-USED.
           MOVE W-LIN-FILE TO WS-INPUT-FILE(WS-INPUT-USED).
           MOVE W-LIN-COUNT TO WS-INPUT-COUNT(WS-INPUT-USED).

           POST-OUTPUT SECTION.
           IF WS-PROGRAM = SPACES
             MOVE W-LIN-PROGRAM TO WS-PROGRAM
           END-IF.
           IF WS-RUN-ID = SPACES
             CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP
             MOVE W-BATCH-COMPLET TO WS-RUN-ID
             MOVE "ON-DEMAND" TO WS-STEP
           END-IF.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
             OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
             DISPLAY "WARNING: lineage not posted for " W-LIN-FILE
               ", status " WS-REGISTER-STATUS
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-LINEAGE-RECORD.
           ACCEPT W-LNR-DATE FROM DATE YYYYMMDD.
           ACCEPT W-LNR-TIME FROM TIME.
           MOVE WS-RUN-ID TO W-LNR-RUN-ID.
           MOVE WS-STEP TO W-LNR-STEP.
           MOVE WS-PROGRAM TO W-LNR-PROGRAM.
           MOVE W-LIN-FILE TO W-LNR-OUTPUT.
           MOVE W-LIN-COUNT TO W-LNR-OUTPUT-COUNT.
           MOVE ZERO TO W-LNR-INPUT-COUNT.
           IF WS-INPUT-USED = ZERO
             MOVE W-LINEAGE-RECORD TO REGISTER-RECORD
             WRITE REGISTER-RECORD
           END-IF.
           PERFORM VARYING WS-INPUT-I FROM 1 BY 1
               UNTIL WS-INPUT-I > WS-INPUT-USED
             MOVE WS-INPUT-FILE(WS-INPUT-I) TO W-LNR-INPUT
             MOVE WS-INPUT-COUNT(WS-INPUT-I) TO W-LNR-INPUT-COUNT
             MOVE W-LINEAGE-RECORD TO REGISTER-RECORD
             WRITE REGISTER-RECORD
           END-PERFORM.
           CLOSE REGISTER-FILE.

      * A report REPORT-WRITER filed into the repository, posted as
      * made from its spool; the held run, step and inputs of the
      * program that printed it are left alone.
           POST-REPORT SECTION.
           PERFORM FIND-CURRENT-RUN.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
             OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS NOT = "00"
             DISPLAY "WARNING: lineage not posted for " W-LIN-FILE
               ", status " WS-REGISTER-STATUS
             EXIT SECTION
           END-IF.
           MOVE SPACES TO W-LINEAGE-RECORD.
           ACCEPT W-LNR-DATE FROM DATE YYYYMMDD.
           ACCEPT W-LNR-TIME FROM TIME.
           MOVE WS-CURRENT-RUN-ID TO W-LNR-RUN-ID.
           MOVE WS-CURRENT-STEP TO W-LNR-STEP.
           MOVE W-LIN-PROGRAM TO W-LNR-PROGRAM.
           MOVE W-LIN-FILE TO W-LNR-OUTPUT.
           MOVE W-LIN-COUNT TO W-LNR-OUTPUT-COUNT.
           MOVE W-LIN-SOURCE TO W-LNR-INPUT.
           MOVE W-LIN-COUNT TO W-LNR-INPUT-COUNT.
           MOVE W-LINEAGE-RECORD TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           CLOSE REGISTER-FILE.
