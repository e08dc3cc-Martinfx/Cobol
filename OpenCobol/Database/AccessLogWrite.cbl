      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * operator_activity.log says who changed a record, but nothing
      * said who looked at one - and "who has been reading my file?"
      * is a question the shop must now answer. One CALL appends one
      * line to "../record_access.log" each time an inquiry shows a
      * person's record: the batch stamp, the operator, the program,
      * whether the key is a DETAILS-ID ("D") or a lottery player id
      * ("P"), and the key itself - the ACTIVITY-LOG-WRITE shape, and
      * sealed the same way through CHAIN-SEAL (tag RECACCES) so
      * CHAIN-VERIFY can prove no line was taken out.
      * RECORD-ACCESS-REPORT reads the file.
      *
      * CALL "ACCESS-LOG-WRITE" USING <operator X(8)>
      *   <program X(20)> <key kind X> <key X(10)>
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-LOG-WRITE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE
           ASSIGN TO "../record_access.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS WS-ACCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ACCESS-LOG-FILE.
           01 ACCESS-LOG-RECORD.
             05 ACC-DATE     PIC X(8).
             05 FILLER       PIC X.
             05 ACC-TIME     PIC X(8).
             05 FILLER       PIC X.
             05 ACC-OPERATOR PIC X(8).
             05 FILLER       PIC X.
             05 ACC-PROGRAM  PIC X(20).
             05 FILLER       PIC X.
             05 ACC-KIND     PIC X.
             05 FILLER       PIC X.
             05 ACC-KEY      PIC X(10).
             05 FILLER       PIC X.
             05 ACC-CHAIN-SEQ   PIC 9(8).
             05 FILLER       PIC X.
             05 ACC-CHAIN-CHECK PIC 9(8).

       WORKING-STORAGE SECTION.
           77 WS-ACCESS-STATUS PIC XX.
           77 WS-CHAIN-FUNCTION PIC X.
           77 WS-CHAIN-TAG      PIC X(8) VALUE "RECACCES".
           77 WS-CHAIN-CONTENT  PIC X(120).
           77 WS-CHAIN-SEQ      PIC 9(8).
           77 WS-CHAIN-CHECK    PIC 9(8).
           COPY "BatchStamp.cpy".

       LINKAGE SECTION.
           01 LS-OPERATOR PIC X(8).
           01 LS-PROGRAM  PIC X(20).
           01 LS-KIND     PIC X.
           01 LS-KEY      PIC X(10).

       PROCEDURE DIVISION USING LS-OPERATOR LS-PROGRAM LS-KIND
           LS-KEY.
       MAIN-PROCEDURE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS = "35"
             OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCESS-STATUS NOT = "00"
             DISPLAY "WARNING: access line not written, status "
               WS-ACCESS-STATUS
             GOBACK
           END-IF.
           MOVE SPACES TO ACCESS-LOG-RECORD.
           MOVE W-DATE OF W-BATCH TO ACC-DATE.
           MOVE W-TIME OF W-BATCH TO ACC-TIME.
           MOVE LS-OPERATOR TO ACC-OPERATOR.
           MOVE LS-PROGRAM TO ACC-PROGRAM.
           MOVE LS-KIND TO ACC-KIND.
           MOVE LS-KEY TO ACC-KEY.
      * Seal the line body (everything ahead of the chain fields).
           MOVE "S" TO WS-CHAIN-FUNCTION.
           MOVE SPACES TO WS-CHAIN-CONTENT.
           MOVE ACCESS-LOG-RECORD(1:60) TO WS-CHAIN-CONTENT.
           CALL "CHAIN-SEAL" USING WS-CHAIN-FUNCTION WS-CHAIN-TAG
             WS-CHAIN-CONTENT WS-CHAIN-SEQ WS-CHAIN-CHECK.
           MOVE WS-CHAIN-SEQ   TO ACC-CHAIN-SEQ.
           MOVE WS-CHAIN-CHECK TO ACC-CHAIN-CHECK.
           WRITE ACCESS-LOG-RECORD.
           CLOSE ACCESS-LOG-FILE.
           GOBACK.
