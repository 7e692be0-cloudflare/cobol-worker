      *-----------------------------------------------------------
      *    STMTRATE.CPY
      *    Rating snapshot kept by the monthly STMTRUN job, one
      *    line per directory player, rewritten in full each time
      *    statements are produced.  RATINGS only ever holds the
      *    current rating, so this is where a statement finds the
      *    rating its month started at.  SR-MONTH (yymm) is the
      *    month the line was written for; SR-OPEN-RATING is the
      *    rating that month opened at (zero when none was held)
      *    and SR-CLOSE-RATING the rating it closed at (zero when
      *    the player was unrated).  The next month opens at
      *    SR-CLOSE-RATING; a rerun of the same month opens at
      *    SR-OPEN-RATING again, so reruns print the same figure.
      *-----------------------------------------------------------
       01 STMT-RATE-RECORD.
          05 SR-MONTH             PIC 9(04).
          05 SR-PLAYER-ID         PIC X(16).
          05 SR-OPEN-RATING       PIC 9(04).
          05 SR-CLOSE-RATING      PIC 9(04).
