      *-----------------------------------------------------------
      *    ALERTLOG.CPY
      *    The file the paging system picks up, appended by the
      *    OPSMON monitor and never rewritten.  One line when an
      *    alert is raised (AL-ACTION "RAISE") and one when it
      *    clears ("CLEAR"), never more while it stands.
      *    AL-SEVERITY is "CRIT" for a BAD-COMPUTE or any other
      *    event allowed no occurrence at all, and for a batch
      *    step left behind; "WARN" otherwise.  AL-VALUE is the
      *    reading that raised or cleared the alert against
      *    AL-LIMIT, in the check's own unit (lines per interval,
      *    entries, minutes, or the cycle date of a batch step).
      *-----------------------------------------------------------
       01 ALERT-LOG-RECORD.
          05 AL-DATE              PIC 9(06).
          05 AL-HOURS             PIC 99.
          05 AL-MINS              PIC 99.
          05 AL-SECS              PIC 99.
          05 AL-ACTION            PIC X(05).
          05 AL-SEVERITY          PIC X(04).
          05 AL-CHECK             PIC X(08).
          05 AL-ITEM              PIC X(16).
          05 AL-VALUE             PIC 9(08).
          05 AL-LIMIT             PIC 9(08).
          05 AL-TEXT              PIC X(30).
