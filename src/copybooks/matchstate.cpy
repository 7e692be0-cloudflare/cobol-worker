      *    is seen, so MS-PLAYER-WINS/MS-COMPUTER-WINS keep tracking
      *    the same two people across rounds no matter which one of
      *    them happens to complete a later round.
      *    MS-LAST-DATE stamps the day the last round resolved, so a
      *    match that stops halfway can be found and decided by the
      *    MATCHADJ adjudication step.  MS-CLOSE-STATUS records how
      *    a match was closed when it was not played out: "F" the
      *    no-show side forfeited and MS-CLOSE-WINNER-ID was given
      *    the match, "V" nobody could be blamed and it was voided.
      *    Blank means the match is open or was played out.
      *-----------------------------------------------------------
       01 MATCH-STATE-RECORD.
          05 MS-MATCH-ID          PIC X(16).
          05 MS-ROUNDS-PLAYED     PIC 9(02).
          05 MS-PLAYER-A-ID       PIC X(16).
          05 MS-PLAYER-B-ID       PIC X(16).
          05 MS-LAST-DATE         PIC 9(06).
          05 MS-CLOSE-STATUS      PIC X(01).
             88 MATCH-WAS-FORFEITED    VALUE "F".
             88 MATCH-WAS-VOIDED       VALUE "V".
          05 MS-CLOSE-WINNER-ID   PIC X(16).
          05 MS-CLOSE-DATE        PIC 9(06).
