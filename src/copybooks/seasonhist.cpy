      *-----------------------------------------------------------
      *    SEASONHIST.CPY
      *    Season history, written once per season by SEASONCL
      *    CLOSE and keyed by season id plus player id.  Each
      *    player's record is the snapshot taken at the close:
      *    final rating and place in the season, lifetime
      *    LEADERBD rank, balance before any prize, the prize
      *    paid, the season's match record, and the soft-reset
      *    rating the player carries into the next season.
      *    SH-SEASON-RANK is zero for a player who did not play
      *    the season's minimum number of matches and so was not
      *    placed; rank 1 is the season's champion.
      *    One record per season under the reserved player id
      *    "*SEASON*" (sorts ahead of every real id) holds the
      *    season itself: it covers the PVP matches decided after
      *    SH-AFTER-DATE and up to SH-THRU-DATE, and the rules the
      *    close ran under.  RATECALC seeds every player from the
      *    latest season's SH-RESET-RATING and only replays the
      *    matches decided after its SH-THRU-DATE.
      *-----------------------------------------------------------
       01 SEASON-HIST-RECORD.
          05 SH-KEY.
             10 SH-SEASON-ID      PIC X(08).
             10 SH-PLAYER-ID      PIC X(16).
          05 SH-PLAYER-DATA.
             10 SH-SEASON-RANK    PIC 9(04).
             10 SH-FINAL-RATING   PIC 9(04).
             10 SH-RESET-RATING   PIC 9(04).
             10 SH-MATCHES-RATED  PIC 9(06).
             10 SH-LEADER-RANK    PIC 9(04).
             10 SH-BALANCE        PIC 9(06).
             10 SH-PRIZE          PIC 9(06).
             10 SH-PLAYED         PIC 9(04).
             10 SH-WON            PIC 9(04).
             10 SH-LOST           PIC 9(04).
             10 SH-VOIDED         PIC 9(04).
          05 SH-SEASON-DATA REDEFINES SH-PLAYER-DATA.
             10 SH-AFTER-DATE     PIC 9(06).
             10 SH-THRU-DATE      PIC 9(06).
             10 SH-CLOSE-DATE     PIC 9(06).
             10 SH-BASE-RATING    PIC 9(04).
             10 SH-CARRY-PCT      PIC 9(03).
             10 SH-MIN-MATCHES    PIC 9(03).
             10 SH-PLAYER-COUNT   PIC 9(04).
             10 SH-PLACED-COUNT   PIC 9(04).
             10 SH-PRIZE-TOTAL    PIC 9(08).
             10 FILLER            PIC X(06).
