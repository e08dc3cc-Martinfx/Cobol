             05 AUD-CHAIN-CHECK PIC 9(8).
             05 FILLER          PIC X VALUE SPACE.
             05 AUD-GAME-CODE   PIC X(4).
             05 FILLER          PIC X(52).

      * Tickets come in two layouts: the original single-pick record
      * (player id first) and the versioned "T2" multi-pick record.
