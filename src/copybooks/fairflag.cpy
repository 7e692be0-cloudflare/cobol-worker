      *-----------------------------------------------------------
      *    FAIRFLAG.CPY
      *    One line per fair-play flag raised by the nightly
      *    FAIRSCAN job, rewritten in full every run and listed
      *    for the operators by DIRMAINT FLAGS.  Lines come in
      *    suspect rank order, every flag against one player
      *    together under that player's rank and total score.
      *    FF-CODE names the test that tripped:
      *      PAIRFREQ - the pair meets far more often than the
      *                 field's average pair (FF-VALUE is the
      *                 pair's meetings as a percentage of that
      *                 average);
      *      ONEWAY   - staked settlements between the pair run
      *                 mostly one way (FF-VALUE is the larger
      *                 side's percentage of the points moved;
      *                 FF-DETAIL says whether this player
      *                 RECEIVES or FEEDS);
      *      PATTERN  - the player's throws repeat on a fixed
      *                 cycle (FF-DETAIL "CYCLE n");
      *      SPEED    - the player's rounds arrive faster than a
      *                 person can play them.
      *    FF-LIMIT is the threshold FF-VALUE was judged against,
      *    FF-BASIS the sample behind it, and FF-FLAG-SCORE the
      *    value as a percentage of the limit (100 = just over).
      *    A flag is a lead for an operator, never a verdict -
      *    nothing in the system acts on this file by itself.
      *-----------------------------------------------------------
       01 FAIR-FLAG-RECORD.
          05 FF-RUN-DATE          PIC 9(06).
          05 FF-RANK              PIC 9(03).
          05 FF-PLAYER-ID         PIC X(16).
          05 FF-SCORE             PIC 9(04).
          05 FF-CODE              PIC X(08).
          05 FF-DETAIL            PIC X(08).
          05 FF-OTHER-ID          PIC X(16).
          05 FF-VALUE             PIC 9(05).
          05 FF-LIMIT             PIC 9(05).
          05 FF-BASIS             PIC 9(06).
          05 FF-FLAG-SCORE        PIC 9(04).
