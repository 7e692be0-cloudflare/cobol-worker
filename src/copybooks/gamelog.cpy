      *    positional so the ledger can be grown with new trailing
      *    fields (match id / player id) without breaking readers
      *    that only look at the columns they know about.
      *    GL-SEQ numbers the lines 1, 2, 3 ... for the life of the
      *    ledger (archive cuts included) and GL-CHECK chains each
      *    line to the one before it - see LEDGCTL.CPY.  Lines
      *    written before the chain began carry neither.
      *-----------------------------------------------------------
       01 GAME-LOG-RECORD.
          05 GL-DATE              PIC 9(6).
          05 GL-PLAYER-CHOICE     PIC 9.
          05 GL-COMPUTER-CHOICE   PIC 9.
          05 GL-RESULT            PIC X(4).
          05 GL-SEQ               PIC 9(9).
          05 GL-CHECK             PIC 9(9).
