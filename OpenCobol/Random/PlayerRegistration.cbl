      *   OPERATOR-SIGNON; registering a player needs the update
      *   role (inquiry may only look up), refusals and
      *   registrations logged to operator_activity.log.
      * Revision: Maxfx 15/10/2026 - person cross-reference: a new
      *   registration is put to PERSON-XREF, and any DETAILS
      *   records on database.dat matching the player's surname,
      *   initials and birth date are offered for linking there and
      *   then; the operator's choice is filed as a confirmed link.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-REGISTRATION.
             05 WS-BIRTH-MMDD PIC 9(4).
           77 WS-PLAYER-AGE   PIC S9(3).

      * Linking the new player to a DETAILS record at sign-up.
           COPY "PersonXref.cpy".
           77 WS-LINK-CHOICE  PIC X.
           77 WS-LINK-NUMBER  PIC 9.
           77 WS-CAND-I       PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GET-BATCH-STAMP" USING W-BATCH-STAMP.
               MOVE PLM-PLAYER-ID TO WS-ACT-KEY
               CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
                 WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY
               PERFORM OFFER-PERSON-LINK
           END-WRITE.

      * The DETAILS records PERSON-XREF proposes for the new player,
      * strong matches first; the operator picks one by its number
      * or leaves it, and PERSON-XREF-MATCH puts any left over to
      * review on its next run.
           OFFER-PERSON-LINK SECTION.
           INITIALIZE W-PERSON-XREF.
           MOVE "M" TO W-PXR-FUNCTION.
           MOVE PLM-PLAYER-ID TO W-PXR-PLAYER-ID.
           MOVE PLM-NAME TO W-PXR-NAME.
           MOVE PLM-BIRTH-DATE TO W-PXR-BIRTH-DATE.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF PXR-FAILED
             DISPLAY "Person cross-reference not available - no "
               "link offered."
             EXIT SECTION
           END-IF.
           IF PXR-NONE
             EXIT SECTION
           END-IF.
           DISPLAY "Possible DETAILS records for this player:".
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
               UNTIL WS-CAND-I > W-PXR-CAND-COUNT
             IF W-PXR-CAND-STRENGTH(WS-CAND-I) = "F"
               DISPLAY "  " WS-CAND-I(2:1) ") DETAILS-ID "
                 W-PXR-CAND-ID(WS-CAND-I) " "
                 W-PXR-CAND-SURNAME(WS-CAND-I) " "
                 W-PXR-CAND-INITIALS(WS-CAND-I) " - strong match"
             ELSE
               DISPLAY "  " WS-CAND-I(2:1) ") DETAILS-ID "
                 W-PXR-CAND-ID(WS-CAND-I) " "
                 W-PXR-CAND-SURNAME(WS-CAND-I) " "
                 W-PXR-CAND-INITIALS(WS-CAND-I) " - partial match"
             END-IF
           END-PERFORM.
           DISPLAY "Link to which (number, blank = none): ".
           ACCEPT WS-LINK-CHOICE.
           IF WS-LINK-CHOICE NOT NUMERIC
             DISPLAY "No link made."
             EXIT SECTION
           END-IF.
           MOVE WS-LINK-CHOICE TO WS-LINK-NUMBER.
           IF WS-LINK-NUMBER = ZERO
               OR WS-LINK-NUMBER > W-PXR-CAND-COUNT
             DISPLAY "No link made."
             EXIT SECTION
           END-IF.
           MOVE "W" TO W-PXR-FUNCTION.
           MOVE W-PXR-CAND-ID(WS-LINK-NUMBER) TO W-PXR-DETAILS-ID.
           MOVE "C" TO W-PXR-STATE.
           MOVE WS-OPERATOR-ID TO W-PXR-OPERATOR.
           CALL "PERSON-XREF" USING W-PERSON-XREF.
           IF NOT PXR-FOUND
             DISPLAY "WARNING: the link could not be filed."
             EXIT SECTION
           END-IF.
           DISPLAY "Player " PLM-PLAYER-ID " linked to DETAILS-ID "
             W-PXR-DETAILS-ID ".".
           MOVE "A" TO WS-ACT-ACTION.
           MOVE PLM-PLAYER-ID TO WS-ACT-KEY.
           CALL "ACTIVITY-LOG-WRITE" USING WS-OPERATOR-ID
             WS-ACT-PROGRAM WS-ACT-ACTION WS-ACT-KEY.

      * A)dd writes a new standing order for a registered player;
      * P)ause and U)npause flip the flag by rewriting the file in
      * place; L)ist shows what stands. The picks are validated
