      *    debit/credit pair ("STAKE-DR"/"STAKE-CR") when a staked
      *    match completes.  PX-OTHER-ID names the opposite side
      *    of a settlement so each line reads as a complete story.
      *    "STAKE-RF" is written by MATCHADJ, one line per side,
      *    when a stalled staked match is voided: the pledge is
      *    released with no balance movement (stakes are only
      *    ever debited at settlement), and PX-AMOUNT carries the
      *    amount that had been riding on the match.
      *    BALRECN replays this ledger to prove the BALANCE file,
      *    the same way MATCHRECN proves MATCHSTATE against
      *    GAMELOG.
      *    PX-SEQ and PX-CHECK are the line's place in the ledger's
      *    sequence and its chained check value - see LEDGCTL.CPY.
      *-----------------------------------------------------------
       01 POINTS-LOG-RECORD.
          05 PX-DATE              PIC 9(6).
          05 PX-PLAYER-ID         PIC X(16).
          05 PX-OTHER-ID          PIC X(16).
          05 PX-AMOUNT            PIC 9(06).
          05 PX-SEQ               PIC 9(09).
          05 PX-CHECK             PIC 9(09).
