      * BatchStamp.cpy layout, so DATE-AND-TIME (and any future caller
      * that needs the same run-id format) doesn't have to reinvent it.
      * ELAPSED-TIME consumes the resulting W-BATCH-STAMP pair.
      * Revision: Maxfx 15/10/2026 - also returns the business
      *   processing date in W-PROC-DATE, read from the control file
      *   "../processing_date.dat" that only END-OF-DAY-ROLL moves
      *   forward. With no control file (or an unreadable date) the
      *   processing date is the clock date, as it always was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-BATCH-STAMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-DATE-FILE ASSIGN TO "../processing_date.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-PROC-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PROC-DATE-FILE.
           COPY "ProcessingDate.cpy".

       WORKING-STORAGE SECTION.
           77 WS-PROC-DATE-STATUS PIC XX.
       LINKAGE SECTION.
           COPY "BatchStamp.cpy".

             INTO W-BATCH-COMPLET
           END-STRING.

           MOVE W-DATE OF W-BATCH TO W-PROC-DATE.
           OPEN INPUT PROC-DATE-FILE.
           IF WS-PROC-DATE-STATUS = "00"
             READ PROC-DATE-FILE
               AT END CONTINUE
               NOT AT END
                 IF PDT-DATE NUMERIC
                   MOVE PDT-DATE TO W-PROC-DATE
                 END-IF
             END-READ
             CLOSE PROC-DATE-FILE
           END-IF.

           GOBACK.
