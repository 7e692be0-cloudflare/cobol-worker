      *-----------------------------------------------------------
      *    SYSPARM.CPY
      *    System parameter file, keyed by parameter name and the
      *    date the value takes effect, and maintained only by
      *    PARMAINT.  The worker and the batch jobs read it once
      *    at startup, in key order, keeping for each parameter
      *    the value of the latest entry whose SP-EFF-DATE is not
      *    after today - so a change can be keyed in ahead of the
      *    day it should bite, and history stays on file.  A
      *    parameter with no entry in force keeps the program's
      *    own default.
      *    SP-VALUE holds a number right-justified and zero-filled
      *    (read it through SP-NUM-VALUE) or a switch as "Y" or
      *    "N" in its first byte.  SP-SET-BY and the SP-SET-
      *    stamps say who keyed the entry and when; every change
      *    is also journalled to SYSPLOG.
      *-----------------------------------------------------------
       01 SYSTEM-PARM-RECORD.
          05 SP-KEY.
             10 SP-PARM-NAME      PIC X(20).
             10 SP-EFF-DATE       PIC 9(06).
          05 SP-VALUE             PIC X(08).
          05 SP-NUM-VALUE REDEFINES SP-VALUE
                                  PIC 9(08).
          05 SP-SET-BY            PIC X(08).
          05 SP-SET-DATE          PIC 9(06).
          05 SP-SET-HOURS         PIC 99.
          05 SP-SET-MINS          PIC 99.
          05 SP-SET-SECS          PIC 99.
