      *-----------------------------------------------------------
      *    MONTHRSH.CPY
      *    Threshold deck for the OPSMON monitor, one card per
      *    limit, kept by operations as plain text.  TH-CHECK says
      *    what is measured and TH-ITEM what of:
      *      INTERVAL              minutes of AUDITLOG counted
      *                            per check (1 to 1440)
      *      BATCH    START | END  the nightly batch window, hhmm
      *      EVENT    <event>      most AUDITLOG lines of that
      *                            event allowed in one interval
      *      BACKLOG  <queue>      most entries waiting on the
      *                            queue file
      *      AGE      <queue>      oldest entry allowed, minutes
      *    where <queue> is LOBBY, PENDINGMATCH, CHALLENGE or
      *    STAKE.  TH-LIMIT is the number, zero-padded or not; the
      *    rest of the card is free for a note.  Lines starting
      *    "*" and blank lines are skipped.  A card replaces the
      *    monitor's own default for the same check and item.
      *-----------------------------------------------------------
       01 THRESHOLD-CARD.
          05 TH-CHECK             PIC X(08).
          05 FILLER               PIC X(01).
          05 TH-ITEM              PIC X(16).
          05 FILLER               PIC X(01).
          05 TH-LIMIT             PIC X(06).
          05 TH-NUM-LIMIT REDEFINES TH-LIMIT
                                  PIC 9(06).
          05 FILLER               PIC X(01).
          05 TH-NOTE              PIC X(47).
