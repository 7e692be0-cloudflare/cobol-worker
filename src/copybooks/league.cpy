      *-----------------------------------------------------------
      *    LEAGUE.CPY
      *    Round-robin league seasons, maintained by the LEAGUE
      *    batch program.  One keyed file holds three kinds of
      *    record per league, keyed by league id, record type and
      *    sequence number, so a league reads back in one ordered
      *    pass: its entrants ("E", sequence 1 thru the entrant
      *    count, in registration order), its fixtures ("F",
      *    sequence 1 thru the fixture count, in matchday order)
      *    and last its header ("H", sequence 0).
      *    Every entrant meets every other entrant once.  Fixture
      *    N is played through the worker's ordinary best-of-N flow
      *    under the generated match id <league-id>-F<nnn>, and
      *    LEAGUE posts the result once that match id reaches
      *    completion in MATCHSTATE (or MATCHADJ closes it out).
      *    The entrant record carries that player's standing: a
      *    win is worth 3 league points, a voided fixture 1 point
      *    to each side, a loss nothing.  Ties on points are
      *    broken by head-to-head points among the tied entrants,
      *    then round difference, then rounds won, then
      *    registration order.  LE-POSITION is set when the
      *    season is closed.
      *-----------------------------------------------------------
       01 LEAGUE-RECORD.
          05 LG-KEY.
             10 LG-LEAGUE-ID      PIC X(08).
             10 LG-REC-TYPE       PIC X(01).
                88 LG-IS-ENTRANT       VALUE "E".
                88 LG-IS-FIXTURE       VALUE "F".
                88 LG-IS-HEADER        VALUE "H".
             10 LG-SEQ            PIC 9(03).
          05 LG-BODY              PIC X(60).
          05 LG-HEADER REDEFINES LG-BODY.
             10 LH-STATUS         PIC X(01).
                88 LEAGUE-IS-OPEN      VALUE "O".
                88 LEAGUE-IS-CLOSED    VALUE "C".
             10 LH-BEST-OF        PIC 9(01).
             10 LH-ENTRANT-COUNT  PIC 9(02).
             10 LH-FIXTURE-COUNT  PIC 9(03).
             10 LH-PLAYED-COUNT   PIC 9(03).
             10 LH-MATCHDAY-COUNT PIC 9(02).
             10 LH-OPEN-DATE      PIC 9(06).
             10 LH-CLOSE-DATE     PIC 9(06).
             10 LH-CHAMPION-ID    PIC X(16).
             10 FILLER            PIC X(20).
          05 LG-ENTRANT REDEFINES LG-BODY.
             10 LE-PLAYER-ID      PIC X(16).
             10 LE-PLAYED         PIC 9(03).
             10 LE-WON            PIC 9(03).
             10 LE-LOST           PIC 9(03).
             10 LE-VOIDED         PIC 9(03).
             10 LE-ROUNDS-FOR     PIC 9(04).
             10 LE-ROUNDS-AGAINST PIC 9(04).
             10 LE-POINTS         PIC 9(04).
             10 LE-POSITION       PIC 9(03).
             10 FILLER            PIC X(17).
          05 LG-FIXTURE REDEFINES LG-BODY.
             10 LF-MATCHDAY       PIC 9(02).
             10 LF-HOME-ID        PIC X(16).
             10 LF-AWAY-ID        PIC X(16).
             10 LF-STATUS         PIC X(01).
                88 FIXTURE-IS-UNPLAYED VALUE SPACE.
                88 FIXTURE-WAS-PLAYED  VALUE "P".
                88 FIXTURE-WAS-FORFEIT VALUE "F".
                88 FIXTURE-WAS-VOIDED  VALUE "V".
             10 LF-WINNER-ID      PIC X(16).
             10 LF-HOME-ROUNDS    PIC 9(01).
             10 LF-AWAY-ROUNDS    PIC 9(01).
             10 LF-POSTED-DATE    PIC 9(06).
             10 FILLER            PIC X(01).
