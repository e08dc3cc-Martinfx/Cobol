      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * Record count, byte size and content hash of one file, so a
      * copy can be proved to be the file it was taken from. Line
      * files are counted the way FILE-CENSUS counts them (trimmed
      * line length plus one per record); a generation unload is
      * fixed-length records with no line ends. The hash is the
      * CHAIN-SEAL rolling check run over every record in order,
      * 120 bytes at a time, with the record number as the sequence
      * - a changed, dropped or reordered record changes it.
      *
      * CALL "FILE-FINGERPRINT" USING <path X(60)> <kind X>
      *   <found X> <records 9(8)> <bytes 9(10)> <hash 9(8)>
      * Kind "L" a line file, "G" a generation unload. Found comes
      * back "N", with zero counts, when the file cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILE-FINGERPRINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

           SELECT GENERATION-FILE ASSIGN TO WS-SUBJECT-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS WS-SUBJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Wide enough for the widest record the shop writes.
           FD LINE-FILE.
           01 LINE-RECORD PIC X(360).

           FD GENERATION-FILE.
           01 GENERATION-RECORD PIC X(87).

       WORKING-STORAGE SECTION.
           77 WS-SUBJECT-STATUS PIC XX.
           77 WS-SUBJECT-PATH   PIC X(60).
           77 EOF PIC X.
             88 EOF-T VALUE "Y".
             88 EOF-F VALUE "N".

           77 WS-RECORD-AREA PIC X(360).
           77 WS-LINE-LEN    PIC 9(3).
           77 WS-CHUNK-START PIC 9(3).

           77 WS-CHAIN-FUNCTION PIC X VALUE "H".
           77 WS-CHAIN-TAG      PIC X(8) VALUE "FINGERPR".
           77 WS-CHAIN-CONTENT  PIC X(120).
           77 WS-CHAIN-SEQ      PIC 9(8).
           77 WS-CHAIN-CHECK    PIC 9(8).

       LINKAGE SECTION.
           01 LS-PATH    PIC X(60).
           01 LS-KIND    PIC X.
             88 KIND-GENERATION VALUE "G".
           01 LS-FOUND   PIC X.
           01 LS-RECORDS PIC 9(8).
           01 LS-BYTES   PIC 9(10).
           01 LS-HASH    PIC 9(8).

       PROCEDURE DIVISION USING LS-PATH LS-KIND LS-FOUND
           LS-RECORDS LS-BYTES LS-HASH.
       MAIN-PROCEDURE.
           MOVE "N" TO LS-FOUND.
           MOVE ZERO TO LS-RECORDS.
           MOVE ZERO TO LS-BYTES.
           MOVE ZERO TO WS-CHAIN-CHECK.
           MOVE LS-PATH TO WS-SUBJECT-PATH.
           IF KIND-GENERATION
             PERFORM FINGERPRINT-GENERATION
           ELSE
             PERFORM FINGERPRINT-LINE-FILE
           END-IF.
           MOVE WS-CHAIN-CHECK TO LS-HASH.
           GOBACK.

           FINGERPRINT-LINE-FILE SECTION.
           OPEN INPUT LINE-FILE.
           IF WS-SUBJECT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "Y" TO LS-FOUND.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ LINE-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO LS-RECORDS
                 MOVE ZERO TO WS-LINE-LEN
                 INSPECT FUNCTION TRIM(LINE-RECORD TRAILING)
                   TALLYING WS-LINE-LEN FOR CHARACTERS
                 IF LINE-RECORD = SPACES
                   MOVE ZERO TO WS-LINE-LEN
                 END-IF
                 COMPUTE LS-BYTES = LS-BYTES + WS-LINE-LEN + 1
                 MOVE LINE-RECORD TO WS-RECORD-AREA
                 PERFORM HASH-RECORD
             END-READ
           END-PERFORM.
           CLOSE LINE-FILE.

           FINGERPRINT-GENERATION SECTION.
           OPEN INPUT GENERATION-FILE.
           IF WS-SUBJECT-STATUS NOT = "00"
             EXIT SECTION
           END-IF.
           MOVE "Y" TO LS-FOUND.
           SET EOF-F TO TRUE.
           PERFORM UNTIL EOF-T
             READ GENERATION-FILE
               AT END
                 SET EOF-T TO TRUE
               NOT AT END
                 ADD 1 TO LS-RECORDS
                 ADD 87 TO LS-BYTES
                 MOVE 87 TO WS-LINE-LEN
                 MOVE GENERATION-RECORD TO WS-RECORD-AREA
                 PERFORM HASH-RECORD
             END-READ
           END-PERFORM.
           CLOSE GENERATION-FILE.

      * Only the chunks that hold the record's bytes are hashed; a
      * blank line still takes one chunk, so blank lines count.
           HASH-RECORD SECTION.
           MOVE LS-RECORDS TO WS-CHAIN-SEQ.
           MOVE WS-RECORD-AREA(1:120) TO WS-CHAIN-CONTENT.
           CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION WS-CHAIN-TAG
             WS-CHAIN-CONTENT WS-CHAIN-SEQ WS-CHAIN-CHECK.
           PERFORM VARYING WS-CHUNK-START FROM 121 BY 120
               UNTIL WS-CHUNK-START > WS-LINE-LEN
             MOVE WS-RECORD-AREA(WS-CHUNK-START:120)
               TO WS-CHAIN-CONTENT
             CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION WS-CHAIN-TAG
               WS-CHAIN-CONTENT WS-CHAIN-SEQ WS-CHAIN-CHECK
           END-PERFORM.
