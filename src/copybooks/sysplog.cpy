      *-----------------------------------------------------------
      *    SYSPLOG.CPY
      *    Change journal for the SYSPARM file, appended by
      *    PARMAINT and never rewritten.  One line per change:
      *    when it was made and by whom, what was done (SL-ACTION
      *    ADD for a new effective date, CHANGE for a new value
      *    on a date already keyed, CANCEL for a scheduled entry
      *    taken back out), the parameter and the date the change
      *    takes effect, and the value in force on that date
      *    before and after.  Values are in SYSPARM's own SP-VALUE
      *    form.
      *-----------------------------------------------------------
       01 SYSTEM-PARM-LOG-RECORD.
          05 SL-DATE              PIC 9(06).
          05 SL-HOURS             PIC 99.
          05 SL-MINS              PIC 99.
          05 SL-SECS              PIC 99.
          05 SL-OPERATOR          PIC X(08).
          05 SL-ACTION            PIC X(06).
          05 SL-PARM-NAME         PIC X(20).
          05 SL-EFF-DATE          PIC 9(06).
          05 SL-OLD-VALUE         PIC X(08).
          05 SL-NEW-VALUE         PIC X(08).
