      *-----------------------------------------------------------
      *    LEDGCTL.CPY
      *    Chain control for the three append-only ledgers, one
      *    record per ledger keyed by its file name ("GAMELOG",
      *    "POINTSLOG", "AUDITLOG").  Every program that appends a
      *    ledger line reads the ledger's record, stamps the line
      *    with LC-LAST-SEQ + 1 and with its check value, writes
      *    the line and puts the new sequence and check back here.
      *    The check value is computed over the whole line image
      *    (held in 120 bytes, its own check field zeroed), seeded
      *    with the check value of the line before it:
      *        value = (value * 31 + ORD (byte)) MOD 999999937
      *    byte by byte.  A line edited, deleted or inserted by
      *    hand therefore no longer agrees with its successor, a
      *    gap or repeat shows in the sequence, and a ledger cut
      *    short ends below LC-LAST-SEQ.  LEDGVRFY proves all of
      *    it; LEDGVRFY RESYNC is the only other writer here.
      *-----------------------------------------------------------
       01 LEDGER-CONTROL-RECORD.
          05 LC-LEDGER            PIC X(10).
          05 LC-LAST-SEQ          PIC 9(09).
          05 LC-LAST-CHECK        PIC 9(09).
          05 LC-LAST-DATE         PIC 9(06).
          05 LC-LAST-HOURS        PIC 99.
          05 LC-LAST-MINS         PIC 99.
          05 LC-LAST-SECS         PIC 99.
