      *-----------------------------------------------------------
      *    ARCHDIR.CPY
      *    One line per dated GAMELOG archive GLARCHIV has cut, in
      *    the order the cuts ran.  AD-CUTOFF (yymmdd) names the
      *    archive file GLARCH<cutoff>.  The rest is the archive's
      *    place in the GAMELOG chain as it stood when cut: the
      *    lines it holds, its first and last sequence numbers and
      *    the check value of its last line, which the first line
      *    of the next archive (or of GAMELOG) chains from.  Lines
      *    listed before the chain existed hold the cutoff alone.
      *-----------------------------------------------------------
       01 ARCHDIR-RECORD.
          05 AD-CUTOFF            PIC X(06).
          05 AD-LINE-COUNT        PIC 9(07).
          05 AD-FIRST-SEQ         PIC 9(09).
          05 AD-LAST-SEQ          PIC 9(09).
          05 AD-LAST-CHECK        PIC 9(09).
