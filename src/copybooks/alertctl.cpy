      *-----------------------------------------------------------
      *    ALERTCTL.CPY
      *    Standing state of every alert the OPSMON monitor has
      *    raised, keyed by check and item (EVENT BAD-INPUT,
      *    RUNCTL LEDGVRFY, AGE STAKE and so on).  AC-STATUS "O"
      *    is an alert still standing, "C" one that has cleared.
      *    An open alert is not paged again while its condition
      *    holds - each check only moves AC-VALUE, AC-PEAK and the
      *    last-seen stamp - and the first check that no longer
      *    finds the condition clears it.  The record is kept once
      *    cleared, so the next raise of the same alert counts up
      *    AC-RAISE-COUNT instead of starting afresh.
      *-----------------------------------------------------------
       01 ALERT-CONTROL-RECORD.
          05 AC-KEY.
             10 AC-CHECK          PIC X(08).
             10 AC-ITEM           PIC X(16).
          05 AC-STATUS            PIC X(01).
             88 ALERT-IS-OPEN          VALUE "O".
             88 ALERT-IS-CLEARED       VALUE "C".
          05 AC-SEVERITY          PIC X(04).
          05 AC-RAISED-DATE       PIC 9(06).
          05 AC-RAISED-TIME       PIC 9(06).
          05 AC-SEEN-DATE         PIC 9(06).
          05 AC-SEEN-TIME         PIC 9(06).
          05 AC-CLEARED-DATE      PIC 9(06).
          05 AC-CLEARED-TIME      PIC 9(06).
          05 AC-VALUE             PIC 9(08).
          05 AC-PEAK              PIC 9(08).
          05 AC-LIMIT             PIC 9(08).
          05 AC-RAISE-COUNT       PIC 9(06).
          05 AC-TEXT              PIC X(30).
