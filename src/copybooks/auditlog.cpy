      *    AUDITPRT batch job, so "the system ate my pick" can be
      *    answered from a record instead of a shrug.  Fields the
      *    event doesn't have (no match id on a bad pick, say) are
      *    left as spaces.  The MATCHADJ batch step journals here
      *    too when it closes out a stalled match ("MATCH-FORFEIT",
      *    "MATCH-VOIDED") and settles or releases its stake, so
      *    the whole life of a match reads from one journal.
      *    AJ-SEQ and AJ-CHECK are the line's place in the journal's
      *    sequence and its chained check value - see LEDGCTL.CPY.
      *-----------------------------------------------------------
       01 AUDIT-RECORD.
          05 AJ-DATE              PIC 9(6).
          05 AJ-MATCH-ID          PIC X(16).
          05 AJ-PLAYER-ID         PIC X(16).
          05 AJ-IDEM-KEY          PIC X(32).
          05 AJ-SEQ               PIC 9(09).
          05 AJ-CHECK             PIC 9(09).
