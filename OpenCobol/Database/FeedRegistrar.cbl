      * Revision: Maxfx 1/9/2026 - the run posts its feed verdicts
      *   to the shop control ledger through CONTROL-LEDGER (feeds
      *   seen / accepted / refused) for the CONTROL-VERIFY proof.
      * Revision: Maxfx 15/10/2026 - entry FEED-REGISTER-ONE judges a
      *   single feed whose header the calling intake has already
      *   read (tag, run date, job name) against the same register,
      *   override and ledger, and hands back "A" accepted or "R"
      *   refused - how the deceased-register intake keeps its file
      *   from being processed twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-REGISTRAR.
           77 WS-LEDGER-STEP     PIC X(20).
           COPY "BatchStamp.cpy".

       LINKAGE SECTION.
           01 LS-FEED-TAG        PIC X(8).
           01 LS-FEED-DATE       PIC X(8).
           01 LS-FEED-JOB        PIC X(8).
           01 LS-FEED-VERDICT    PIC X.
             88 LS-FEED-ACCEPTED VALUE "A".
             88 LS-FEED-REFUSED  VALUE "R".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM RESET-RUN-TOTALS.
           PERFORM LOAD-RUN-MODE.
           PERFORM LOAD-FEED-REGISTER.

           PERFORM POST-CONTROL-LEDGER.
           GOBACK.

      * CALL "FEED-REGISTER-ONE" USING <tag X(8)> <run date X(8)>
      *   <job name X(8)> <verdict X>
      * One feed, judged and registered exactly as the chain's own
      * feeds are; the caller stops on "R".
           REGISTER-ONE-FEED SECTION.
           ENTRY "FEED-REGISTER-ONE" USING LS-FEED-TAG LS-FEED-DATE
             LS-FEED-JOB LS-FEED-VERDICT.
           MOVE 0 TO RETURN-CODE.
           PERFORM RESET-RUN-TOTALS.
           PERFORM LOAD-RUN-MODE.
           PERFORM LOAD-FEED-REGISTER.
           MOVE LS-FEED-TAG TO WS-FEED-TAG.
           MOVE LS-FEED-DATE TO WS-FEED-DATE.
           MOVE LS-FEED-JOB TO WS-FEED-JOB.
           PERFORM JUDGE-ONE-FEED.
           IF INTAKE-REFUSED
             SET LS-FEED-REFUSED TO TRUE
           ELSE
             SET LS-FEED-ACCEPTED TO TRUE
           END-IF.
           PERFORM POST-CONTROL-LEDGER.
           GOBACK.

      * The totals outlive one CALL, so each run starts them afresh.
           RESET-RUN-TOTALS SECTION.
           MOVE "N" TO WS-REFUSED.
           MOVE ZERO TO WS-FEEDS-SEEN.
           MOVE ZERO TO WS-FEEDS-ACCEPTED.
           MOVE ZERO TO WS-FEEDS-REFUSED.

      * Feeds seen = feeds accepted + feeds refused, the equation
      * CONTROL-VERIFY proves for every posting.
           POST-CONTROL-LEDGER SECTION.
