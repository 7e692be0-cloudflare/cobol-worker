               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-TOURN-ID
               FILE STATUS IS TN-FILE-STATUS.
           SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS LG-FILE-STATUS.
           SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS SP-FILE-STATUS.
           SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-LEDGER
               FILE STATUS IS LC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
           COPY "pointslog.cpy".
       FD  TOURNAMENT-FILE.
           COPY "tournament.cpy".
       FD  LEAGUE-FILE.
           COPY "league.cpy".
       FD  SYSTEM-PARM-FILE.
           COPY "sysparm.cpy".
       FD  LEDGER-CONTROL-FILE.
           COPY "ledgctl.cpy".
       WORKING-STORAGE SECTION.
      *
           01 GL-FILE-STATUS     PIC X(02) VALUE "00".
           01 SK-FILE-STATUS     PIC X(02) VALUE "00".
           01 PX-FILE-STATUS     PIC X(02) VALUE "00".
           01 TN-FILE-STATUS     PIC X(02) VALUE "00".
           01 LG-FILE-STATUS     PIC X(02) VALUE "00".
           01 SP-FILE-STATUS     PIC X(02) VALUE "00".
           01 LC-FILE-STATUS     PIC X(02) VALUE "00".
      *
      *    The operating limits below - STARTING-POINTS,
      *    QUOTA-MAX-ROUNDS, RATING-BAND, BASE-RATING,
      *    PENDING-MAX-AGE-DAYS and REGISTER-REQD-SW - keep their
      *    VALUEs only as defaults.  Every call first reads the
      *    SYSPARM file PARMAINT maintains and takes whatever value
      *    is in force today, so operations can move a limit
      *    without a recompile.
           01 SYSTEM-PARM-EOF-SW PIC X(01) VALUE "N".
              88 SYSTEM-PARM-AT-EOF       VALUE "Y".
           01 SYSTEM-PARM-TODAY  PIC 9(6)  VALUE ZERO.
      *
      *    action=bracket reads the tournament record TOURNEY
      *    maintains and answers online what the pinned-up TOURNRPT
           01 NEXT-ROUND         PIC 9(02) VALUE ZERO.
           01 DISP-BR-ROUND      PIC Z9.
      *
      *    action=fixture does for a LEAGUE season what
      *    action=bracket does for a tournament: the league's
      *    status and progress and - when the caller names
      *    themselves - their standing so far and their next
      *    unplayed fixture, with the generated match id and the
      *    opponent, ready to play through the normal best-of-N
      *    flow.  The records are read exactly as LEAGUE writes
      *    them; the header and the caller's entrant record share
      *    one record area, so each is kept aside as it is read.
           01 ARG-NAME-LEAGUE    PIC A(6)  VALUE 'league'.
           01 STR-VALUE-LEAGUE   PIC X(8)  VALUE SPACES.
           01 LEAGUE-FOUND-SW    PIC X(01) VALUE "N".
              88 LEAGUE-WAS-FOUND         VALUE "Y".
           01 LEAGUE-SCAN-SW     PIC X(01) VALUE "N".
              88 LEAGUE-SCAN-DONE         VALUE "Y".
           01 LEAGUE-ENTRANT-SW  PIC X(01) VALUE "N".
              88 LEAGUE-ENTRANT-FOUND     VALUE "Y".
           01 LEAGUE-HEADER-SAVE PIC X(60) VALUE SPACES.
           01 LEAGUE-ENTRANT-SAVE PIC X(60) VALUE SPACES.
           01 LEAGUE-FIXTURE-X   PIC 9(03) VALUE ZERO.
           01 DISP-LEAGUE-COUNT  PIC ZZZ9.
      *
      *    The points economy - a registered player starts with
      *    STARTING-POINTS, a PVP caller can put stake= points on
      *    a match (first staker sets the amount, and must hold
              88 ACCEPT-ACTION            VALUE "A".
              88 DECLINE-ACTION           VALUE "D".
              88 BRACKET-ACTION           VALUE "B".
              88 FIXTURE-ACTION           VALUE "F".
      *
      *    Direct challenges - action=challenge parks this caller's
      *    pick against a named target player id under a minted
              88 REGISTRATION-REQUIRED    VALUE "Y".
           01 REG-CHECK-SW       PIC X(01) VALUE "N".
              88 PLAYER-NOT-REGISTERED    VALUE "Y".
      *    An id IDMERGE folded into another is refused on every
      *    call, casual or not, with its own text so the player is
      *    told to use the id they kept.
           01 DIR-MERGED-SW      PIC X(01) VALUE "N".
              88 PLAYER-ID-MERGED         VALUE "Y".
           01 DIR-CHECK-ID       PIC X(16) VALUE SPACES.
      *
      *    action=history walks one match back out of the ledger in
                                 VALUE 'match required for pvp'.
           01 ERROR-NOT-REGISTERED PIC A(24)
                                 VALUE 'player not registered'.
           01 ERROR-ID-MERGED    PIC A(24)
                                 VALUE 'player id was merged'.
           01 ERROR-MISSING-TARGET PIC A(24)
                                 VALUE 'target player required'.
           01 ERROR-MISSING-CHALLENGE PIC A(24)
                                 VALUE 'not enough points'.
           01 ERROR-MISSING-TOURN PIC A(24)
                                 VALUE 'tournament id required'.
           01 ERROR-MISSING-LEAGUE PIC A(24)
                                 VALUE 'league id required'.
      *
      *    Numeric twin of RESULT/the error text above, so a caller
      *    can switch on a code instead of pattern-matching the
              05 T-SECS          PIC 99.
              05 T-MS            PIC 999.
           01 CURRENT-DATE       PIC 9(6).
      *
      *    Ledger chaining - every GAMELOG, POINTSLOG and AUDITLOG
      *    line carries the next sequence number for its ledger and
      *    a check value chained from the line before it, both
      *    kept between calls on LEDGCTL (see LEDGCTL.CPY).
           01 CHAIN-LEDGER       PIC X(10) VALUE SPACES.
           01 CHAIN-IMAGE        PIC X(120) VALUE SPACES.
           01 CHAIN-VALUE        PIC 9(9)  VALUE ZERO.
           01 CHAIN-WORK         PIC 9(12) VALUE ZERO.
           01 CHAIN-QUOT         PIC 9(12) VALUE ZERO.
           01 CHAIN-SUB          PIC 9(3)  VALUE ZERO.
           01 CHAIN-NEW-SW       PIC X(01) VALUE "N".
              88 NEW-CHAIN-RECORD         VALUE "Y".
      *
           01 RAND-NUM           PIC 99.
           01 BLAH               PIC 99.
       PROCEDURE DIVISION.
      *
       MAIN.
           PERFORM LOAD-SYSTEM-PARMS.
           PERFORM GET-ACTION-PARAM.
           IF HEALTH-ACTION
              PERFORM SEND-HEALTH-REPORT
      *    named target player under a minted challenge id - the
      *    direct-challenge version of parking in the lobby.  The
      *    pick is taken now so accepting later needs nothing more
      *    from the challenger.  Both identities are checked
      *    against the directory: a merged id is always refused,
      *    an unregistered one only when registration is in force.
           IF CHALLENGE-ACTION
              PERFORM GET-MODE-PARAM
              PERFORM GET-PLAYER-ID-PARAM
                 STOP RUN RETURNING 1
              END-IF
              MOVE CHOICE-IND TO PLAYER-CHOICE
              MOVE STR-VALUE-PLAYER TO DIR-CHECK-ID
              PERFORM SCREEN-PLAYER-ID
              IF REGISTRATION-REQUIRED AND PLAYER-NOT-REGISTERED
                 PERFORM REFUSE-NOT-REGISTERED
              END-IF
              MOVE STR-VALUE-TARGET TO DIR-CHECK-ID
              PERFORM SCREEN-PLAYER-ID
              IF REGISTRATION-REQUIRED AND PLAYER-NOT-REGISTERED
                 PERFORM REFUSE-NOT-REGISTERED
              END-IF
              PERFORM FILE-CHALLENGE
              PERFORM SEND-STATUS
              STOP RUN
           END-IF.
      *
      *    action=fixture looks a league season up online - its
      *    progress and (with a player id) the caller's standing
      *    and next unplayed fixture, ready to play through the
      *    ordinary flow without waiting for the standings sheet.
           IF FIXTURE-ACTION
              PERFORM GET-LEAGUE-PARAM
              PERFORM GET-PLAYER-ID-PARAM
              IF STR-VALUE-LEAGUE = SPACES
                 MOVE HTTP-BAD-REQUEST     TO HTTP-RETURN
                 PERFORM SEND-STATUS
                 MOVE ERROR-MISSING-LEAGUE TO RESULT
                 MOVE ERROR-CODE-BAD-INPUT TO ERROR-CODE
                 MOVE "MISSING-LEAGUE"     TO AUDIT-EVENT
                 PERFORM WRITE-AUDIT-EVENT
                 PERFORM SEND-JSON
                 STOP RUN RETURNING 1
              END-IF
              PERFORM LOAD-LEAGUE
              IF NOT LEAGUE-WAS-FOUND
                 MOVE HTTP-BAD-REQUEST     TO HTTP-RETURN
                 PERFORM SEND-STATUS
                 MOVE "no such league"     TO RESULT
                 MOVE ERROR-CODE-BAD-INPUT TO ERROR-CODE
                 MOVE "NO-LEAGUE"          TO AUDIT-EVENT
                 PERFORM WRITE-AUDIT-EVENT
                 PERFORM SEND-JSON
                 STOP RUN RETURNING 1
              END-IF
              PERFORM SEND-FIXTURE-JSON
              STOP RUN
           END-IF.
      *
      *    Every identifying parameter is fetched before the first
      *    rejection can fire, so a journaled rejection carries the
      *    match id and idem key the request actually sent - the
      *    a PVP or lobby caller whose player id has no active
      *    directory record is turned away with its own code.  The
      *    check only bites once a PLAYERDIR file exists, so a shop
      *    that never registers anybody is unchanged.  Casual play
      *    needs no directory record, but an id that has been
      *    merged into another is no longer anybody's: its rounds
      *    would land on a history the batch jobs now count under
      *    the survivor, so it is turned away in every mode and
      *    whether or not registration is in force.
           IF STR-VALUE-PLAYER NOT = SPACES
              MOVE STR-VALUE-PLAYER TO DIR-CHECK-ID
              PERFORM SCREEN-PLAYER-ID
              IF PVP-MODE AND REGISTRATION-REQUIRED
                 AND PLAYER-NOT-REGISTERED
                 PERFORM REFUSE-NOT-REGISTERED
              END-IF
           END-IF.
      *
           ELSE
              MOVE ARG-VALUE TO CHOICE-IND
           END-IF.
      *
      *    Takes the operating limits in force today off SYSPARM.
      *    The file comes back in name and date order, so for each
      *    parameter the last entry not dated after today is the
      *    one left standing.  No file yet, or no entry in force
      *    for a parameter, leaves the compiled default; a value
      *    that is not a number (or Y/N for the switch) is passed
      *    over rather than trusted.
       LOAD-SYSTEM-PARMS.
           ACCEPT SYSTEM-PARM-TODAY FROM DATE
           MOVE "N" TO SYSTEM-PARM-EOF-SW
           OPEN INPUT SYSTEM-PARM-FILE
           IF SP-FILE-STATUS = "00"
              PERFORM APPLY-SYSTEM-PARM UNTIL SYSTEM-PARM-AT-EOF
              CLOSE SYSTEM-PARM-FILE
           END-IF.
      *
       APPLY-SYSTEM-PARM.
           READ SYSTEM-PARM-FILE NEXT RECORD
               AT END
                   SET SYSTEM-PARM-AT-EOF TO TRUE
               NOT AT END
                   IF SP-EFF-DATE NOT > SYSTEM-PARM-TODAY
                      AND SP-NUM-VALUE NUMERIC
                      EVALUATE SP-PARM-NAME
                          WHEN "STARTING-POINTS"
                              MOVE SP-NUM-VALUE TO STARTING-POINTS
                          WHEN "QUOTA-MAX-ROUNDS"
                              MOVE SP-NUM-VALUE TO QUOTA-MAX-ROUNDS
                          WHEN "RATING-BAND"
                              MOVE SP-NUM-VALUE TO RATING-BAND
                          WHEN "BASE-RATING"
                              MOVE SP-NUM-VALUE TO BASE-RATING
                          WHEN "PENDING-MAX-AGE-DAYS"
                              MOVE SP-NUM-VALUE
                                TO PENDING-MAX-AGE-DAYS
                      END-EVALUATE
                   END-IF
                   IF SP-EFF-DATE NOT > SYSTEM-PARM-TODAY
                      AND SP-PARM-NAME = "REGISTER-REQD-SW"
                      AND (SP-VALUE (1:1) = "Y" OR
                           SP-VALUE (1:1) = "N")
                      MOVE SP-VALUE (1:1) TO REGISTER-REQD-SW
                   END-IF
           END-READ.
      *
       GET-ACTION-PARAM.
           CALL "get_http_form_str" USING ARG-NAME-ACTION
           END-IF
           IF STR-VALUE-ACTION = "bracket"
              SET BRACKET-ACTION TO TRUE
           END-IF
           IF STR-VALUE-ACTION = "fixture"
              SET FIXTURE-ACTION TO TRUE
           END-IF.
      *
       GET-TOURN-PARAM.
           CALL "get_http_form_str" USING ARG-NAME-TOURN
                                           STR-VALUE-TOURN.
      *
       GET-LEAGUE-PARAM.
           CALL "get_http_form_str" USING ARG-NAME-LEAGUE
                                           STR-VALUE-LEAGUE.
      *
       GET-TARGET-PARAM.
           CALL "get_http_form_str" USING ARG-NAME-TARGET
                   ACCEPT CURRENT-DATE FROM DATE
                   MOVE CURRENT-DATE TO PD-REG-DATE
                   SET PLAYER-IS-ACTIVE TO TRUE
                   MOVE SPACES TO PD-MERGED-INTO
                   MOVE ZERO   TO PD-MERGED-DATE
                   WRITE PLAYER-DIR-RECORD
                   PERFORM GRANT-STARTING-POINTS
                   MOVE HTTP-OK      TO HTTP-RETURN
                      MOVE ERROR-NOT-REGISTERED TO RESULT
                      MOVE ERROR-CODE-NOT-REGISTERED TO ERROR-CODE
                      MOVE "NOT-REGISTERED"     TO AUDIT-EVENT
                      IF PLAYER-WAS-MERGED
                         MOVE ERROR-ID-MERGED   TO RESULT
                         MOVE "MERGED-ID"       TO AUDIT-EVENT
                      END-IF
                      PERFORM WRITE-AUDIT-EVENT
                   END-IF
           END-READ
      *    in DIR-CHECK-ID.  No directory file at all means the
      *    registration subsystem is not in use and nobody is
      *    turned away; a missing or deactivated record flags the
      *    id as not registered, and a merged one says so as well.
       CHECK-REGISTRATION.
           MOVE "N" TO REG-CHECK-SW
           MOVE "N" TO DIR-MERGED-SW
           OPEN INPUT PLAYER-DIR-FILE
           IF PD-FILE-STATUS = "00"
              MOVE DIR-CHECK-ID TO PD-PLAYER-ID
                      IF NOT PLAYER-IS-ACTIVE
                         SET PLAYER-NOT-REGISTERED TO TRUE
                      END-IF
                      IF PLAYER-WAS-MERGED
                         SET PLAYER-ID-MERGED TO TRUE
                      END-IF
              END-READ
              CLOSE PLAYER-DIR-FILE
           END-IF.
      *
      *    Looks up the id in DIR-CHECK-ID and turns a merged id
      *    away on the spot.  The not-registered flag is left for
      *    the caller, which alone knows whether registration
      *    matters for this call.
       SCREEN-PLAYER-ID.
           PERFORM CHECK-REGISTRATION
           IF PLAYER-ID-MERGED
              MOVE HTTP-BAD-REQUEST           TO HTTP-RETURN
              PERFORM SEND-STATUS
              MOVE ERROR-ID-MERGED            TO RESULT
              MOVE ERROR-CODE-NOT-REGISTERED  TO ERROR-CODE
              MOVE "MERGED-ID"                TO AUDIT-EVENT
              PERFORM WRITE-AUDIT-EVENT
              PERFORM SEND-JSON
              STOP RUN RETURNING 1
           END-IF.
      *
      *    Turns away an id with no active directory record.
       REFUSE-NOT-REGISTERED.
           MOVE HTTP-BAD-REQUEST           TO HTTP-RETURN
           PERFORM SEND-STATUS
           MOVE ERROR-NOT-REGISTERED       TO RESULT
           MOVE ERROR-CODE-NOT-REGISTERED  TO ERROR-CODE
           MOVE "NOT-REGISTERED"           TO AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM SEND-JSON
           STOP RUN RETURNING 1.
      *
      *    Parks the challenge.  The challenger's pick, mode and
      *    best-of are all captured now, so the target can accept
      *    any time inside the age window with nothing further
           MOVE PLAYER-CHOICE       TO GL-PLAYER-CHOICE
           MOVE COMPUTER-CHOICE     TO GL-COMPUTER-CHOICE
           MOVE RESULT              TO GL-RESULT
           MOVE "GAMELOG"           TO CHAIN-LEDGER
           PERFORM NEXT-LEDGER-LINK
           MOVE LC-LAST-SEQ         TO GL-SEQ
           MOVE ZERO                TO GL-CHECK
           MOVE GAME-LOG-RECORD     TO CHAIN-IMAGE
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE CHAIN-VALUE         TO GL-CHECK
           OPEN EXTEND GAME-LOG-FILE
           IF GL-FILE-STATUS NOT = "00"
              OPEN OUTPUT GAME-LOG-FILE
           END-IF
           WRITE GAME-LOG-RECORD
           CLOSE GAME-LOG-FILE
           PERFORM SAVE-LEDGER-LINK
           IF STR-VALUE-PLAYER NOT = SPACES
              PERFORM COUNT-QUOTA-ROUND
           END-IF
                  BR-MATCH-X  DELIMITED BY SIZE
                  INTO BRACKET-MATCH-ID.
      *
      *    One keyed read of the league header, kept aside, then -
      *    when the caller named themselves - one ordered walk of
      *    the league's entrant and fixture records (they sort
      *    ahead of the header) for their standing and their first
      *    unplayed fixture.  Fixtures are numbered in matchday
      *    order, so the first unplayed one is the next to play.
       LOAD-LEAGUE.
           MOVE "N" TO LEAGUE-FOUND-SW
           MOVE "N" TO LEAGUE-ENTRANT-SW
           MOVE "N" TO NEXT-MATCH-SW
           OPEN INPUT LEAGUE-FILE
           IF LG-FILE-STATUS = "00"
              MOVE STR-VALUE-LEAGUE TO LG-LEAGUE-ID
              MOVE "H"              TO LG-REC-TYPE
              MOVE ZERO             TO LG-SEQ
              READ LEAGUE-FILE KEY IS LG-KEY
                  NOT INVALID KEY
                      SET LEAGUE-WAS-FOUND TO TRUE
                      MOVE LG-BODY TO LEAGUE-HEADER-SAVE
              END-READ
              IF LEAGUE-WAS-FOUND
                 AND STR-VALUE-PLAYER NOT = SPACES
                 PERFORM FIND-LEAGUE-FIXTURE
              END-IF
              CLOSE LEAGUE-FILE
           END-IF.
      *
       FIND-LEAGUE-FIXTURE.
           MOVE "N" TO LEAGUE-SCAN-SW
           MOVE STR-VALUE-LEAGUE TO LG-LEAGUE-ID
           MOVE "E"              TO LG-REC-TYPE
           MOVE ZERO             TO LG-SEQ
           START LEAGUE-FILE KEY IS >= LG-KEY
               INVALID KEY
                   SET LEAGUE-SCAN-DONE TO TRUE
           END-START
           PERFORM SCAN-LEAGUE-RECORD UNTIL LEAGUE-SCAN-DONE.
      *
       SCAN-LEAGUE-RECORD.
           READ LEAGUE-FILE NEXT RECORD
               AT END
                   SET LEAGUE-SCAN-DONE TO TRUE
               NOT AT END
                   IF LG-LEAGUE-ID NOT = STR-VALUE-LEAGUE
                      OR LG-IS-HEADER
                      SET LEAGUE-SCAN-DONE TO TRUE
                   END-IF
           END-READ
           IF NOT LEAGUE-SCAN-DONE
              IF LG-IS-ENTRANT
                 AND LE-PLAYER-ID = STR-VALUE-PLAYER
                 SET LEAGUE-ENTRANT-FOUND TO TRUE
                 MOVE LG-BODY TO LEAGUE-ENTRANT-SAVE
              END-IF
              IF LG-IS-FIXTURE
                 AND FIXTURE-IS-UNPLAYED
                 AND NOT NEXT-MATCH-FOUND
                 IF LF-HOME-ID = STR-VALUE-PLAYER
                    SET NEXT-MATCH-FOUND TO TRUE
                    MOVE LF-AWAY-ID TO NEXT-OPPONENT-ID
                 ELSE
                    IF LF-AWAY-ID = STR-VALUE-PLAYER
                       SET NEXT-MATCH-FOUND TO TRUE
                       MOVE LF-HOME-ID TO NEXT-OPPONENT-ID
                    END-IF
                 END-IF
                 IF NEXT-MATCH-FOUND
                    MOVE LF-MATCHDAY TO NEXT-ROUND
                    PERFORM BUILD-FIXTURE-MATCH-ID
                 END-IF
              END-IF
           END-IF.
      *
      *    The same 16-byte match id LEAGUE generates for the
      *    fixture in hand: <league-id>-F<nnn>.
       BUILD-FIXTURE-MATCH-ID.
           MOVE LG-SEQ TO LEAGUE-FIXTURE-X
           MOVE SPACES TO NEXT-MATCH-ID
           STRING STR-VALUE-LEAGUE DELIMITED BY SPACE
                  "-F"             DELIMITED BY SIZE
                  LEAGUE-FIXTURE-X DELIMITED BY SIZE
                  INTO NEXT-MATCH-ID.
      *
      *    The league as JSON.  A closed season has nothing left
      *    to play, so its next fixture is always null; the
      *    caller's final position shows once the season closes.
       SEND-FIXTURE-JSON.
           MOVE HTTP-OK TO HTTP-RETURN
           PERFORM SEND-STATUS
           MOVE LEAGUE-HEADER-SAVE TO LG-BODY
           CALL "append_http_body" USING "{"
           CALL "append_http_body" USING '"league":'
           CALL "append_http_body" USING '"'
           CALL "append_http_body" USING STR-VALUE-LEAGUE
           CALL "append_http_body" USING '"'
           CALL "append_http_body" USING ',"status":'
           IF LEAGUE-IS-CLOSED
              CALL "append_http_body" USING '"closed"'
           ELSE
              CALL "append_http_body" USING '"open"'
           END-IF
           CALL "append_http_body" USING ',"best_of":'
           CALL "append_http_body" USING LH-BEST-OF
           CALL "append_http_body" USING ',"entrants":'
           MOVE LH-ENTRANT-COUNT TO DISP-LEAGUE-COUNT
           CALL "append_http_body" USING DISP-LEAGUE-COUNT
           CALL "append_http_body" USING ',"fixtures":'
           MOVE LH-FIXTURE-COUNT TO DISP-LEAGUE-COUNT
           CALL "append_http_body" USING DISP-LEAGUE-COUNT
           CALL "append_http_body" USING ',"played":'
           MOVE LH-PLAYED-COUNT TO DISP-LEAGUE-COUNT
           CALL "append_http_body" USING DISP-LEAGUE-COUNT
           CALL "append_http_body" USING ',"champion":'
           MOVE LH-CHAMPION-ID TO HIST-SIDE-ID
           PERFORM SEND-HISTORY-SIDE
           CALL "append_http_body" USING ',"next_fixture":'
           IF NEXT-MATCH-FOUND AND NOT LEAGUE-IS-CLOSED
              CALL "append_http_body" USING '{"match_id":'
              CALL "append_http_body" USING '"'
              CALL "append_http_body" USING NEXT-MATCH-ID
              CALL "append_http_body" USING '"'
              CALL "append_http_body" USING ',"matchday":'
              MOVE NEXT-ROUND TO DISP-BR-ROUND
              CALL "append_http_body" USING DISP-BR-ROUND
              CALL "append_http_body" USING ',"opponent":'
              MOVE NEXT-OPPONENT-ID TO HIST-SIDE-ID
              PERFORM SEND-HISTORY-SIDE
              CALL "append_http_body" USING "}"
           ELSE
              CALL "append_http_body" USING "null"
           END-IF
           CALL "append_http_body" USING ',"standing":'
           IF LEAGUE-ENTRANT-FOUND
              MOVE LEAGUE-ENTRANT-SAVE TO LG-BODY
              CALL "append_http_body" USING '{"played":'
              MOVE LE-PLAYED TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"won":'
              MOVE LE-WON TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"lost":'
              MOVE LE-LOST TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"voided":'
              MOVE LE-VOIDED TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"rounds_for":'
              MOVE LE-ROUNDS-FOR TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"rounds_against":'
              MOVE LE-ROUNDS-AGAINST TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"points":'
              MOVE LE-POINTS TO DISP-LEAGUE-COUNT
              CALL "append_http_body" USING DISP-LEAGUE-COUNT
              CALL "append_http_body" USING ',"position":'
              IF LE-POSITION = ZERO
                 CALL "append_http_body" USING "null"
              ELSE
                 MOVE LE-POSITION TO DISP-LEAGUE-COUNT
                 CALL "append_http_body" USING DISP-LEAGUE-COUNT
              END-IF
              CALL "append_http_body" USING "}"
           ELSE
              CALL "append_http_body" USING "null"
           END-IF
           CALL "append_http_body" USING "}".
      *
      *    Parks the stake on the match.  Only the first staker
      *    writes the record - and only after their own balance
      *    proves they hold the amount; a match that already
           MOVE POINTS-PLAYER-ID    TO PX-PLAYER-ID
           MOVE POINTS-OTHER-ID     TO PX-OTHER-ID
           MOVE POINTS-AMOUNT       TO PX-AMOUNT
           MOVE "POINTSLOG"         TO CHAIN-LEDGER
           PERFORM NEXT-LEDGER-LINK
           MOVE LC-LAST-SEQ         TO PX-SEQ
           MOVE ZERO                TO PX-CHECK
           MOVE POINTS-LOG-RECORD   TO CHAIN-IMAGE
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE CHAIN-VALUE         TO PX-CHECK
           OPEN EXTEND POINTS-LOG-FILE
           IF PX-FILE-STATUS NOT = "00"
              OPEN OUTPUT POINTS-LOG-FILE
           END-IF
           WRITE POINTS-LOG-RECORD
           CLOSE POINTS-LOG-FILE
           PERFORM SAVE-LEDGER-LINK.
      *
      *    One journal line for an event the ledger will never see -
      *    a rejection, a parked pick, a replay, a deleted pending
           MOVE STR-VALUE-MATCH     TO AJ-MATCH-ID
           MOVE STR-VALUE-PLAYER    TO AJ-PLAYER-ID
           MOVE STR-VALUE-IDEM      TO AJ-IDEM-KEY
           MOVE "AUDITLOG"          TO CHAIN-LEDGER
           PERFORM NEXT-LEDGER-LINK
           MOVE LC-LAST-SEQ         TO AJ-SEQ
           MOVE ZERO                TO AJ-CHECK
           MOVE AUDIT-RECORD        TO CHAIN-IMAGE
           PERFORM COMPUTE-CHAIN-CHECK
           MOVE CHAIN-VALUE         TO AJ-CHECK
           OPEN EXTEND AUDIT-FILE
           IF AJ-FILE-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           PERFORM SAVE-LEDGER-LINK.
      *
      *    Takes the next link in CHAIN-LEDGER's chain: leaves
      *    LEDGCTL open with the ledger's record read and advanced
      *    to the sequence number the new line gets, and
      *    CHAIN-VALUE seeded with the check value of the line
      *    before it.  A ledger's first chained line is number 1,
      *    chained from zero.  SAVE-LEDGER-LINK, once the line is
      *    down, puts the record back and closes the file.
       NEXT-LEDGER-LINK.
           OPEN I-O LEDGER-CONTROL-FILE
           IF LC-FILE-STATUS NOT = "00"
              OPEN OUTPUT LEDGER-CONTROL-FILE
              CLOSE LEDGER-CONTROL-FILE
              OPEN I-O LEDGER-CONTROL-FILE
           END-IF
           MOVE "N" TO CHAIN-NEW-SW
           MOVE CHAIN-LEDGER TO LC-LEDGER
           READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
               INVALID KEY
                   SET NEW-CHAIN-RECORD TO TRUE
                   MOVE CHAIN-LEDGER TO LC-LEDGER
                   MOVE ZERO         TO LC-LAST-SEQ
                   MOVE ZERO         TO LC-LAST-CHECK
           END-READ
           ADD 1 TO LC-LAST-SEQ
           MOVE LC-LAST-CHECK TO CHAIN-VALUE.
      *
      *    The check value over CHAIN-IMAGE, carried on from
      *    whatever CHAIN-VALUE holds - the rule in LEDGCTL.CPY,
      *    which LEDGVRFY applies again to prove the line.
       COMPUTE-CHAIN-CHECK.
           PERFORM ADD-CHAIN-BYTE
               VARYING CHAIN-SUB FROM 1 BY 1
               UNTIL CHAIN-SUB > 120.
      *
       ADD-CHAIN-BYTE.
           COMPUTE CHAIN-WORK = CHAIN-VALUE * 31
                   + FUNCTION ORD (CHAIN-IMAGE (CHAIN-SUB:1))
           DIVIDE CHAIN-WORK BY 999999937
               GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.
      *
       SAVE-LEDGER-LINK.
           MOVE CHAIN-VALUE   TO LC-LAST-CHECK
           MOVE CURRENT-DATE  TO LC-LAST-DATE
           MOVE T-HOURS       TO LC-LAST-HOURS
           MOVE T-MINS        TO LC-LAST-MINS
           MOVE T-SECS        TO LC-LAST-SECS
           IF NEW-CHAIN-RECORD
              WRITE LEDGER-CONTROL-RECORD
           ELSE
              REWRITE LEDGER-CONTROL-RECORD
           END-IF
           CLOSE LEDGER-CONTROL-FILE.
      *
      *    Read-only look at the running tally for a match token,
      *    used only to fill in the "match" object on a round left
              SET MATCH-IS-COMPLETE TO TRUE
           ELSE
              MOVE "N" TO MATCH-COMPLETE-SW
           END-IF
           IF MATCH-WAS-FORFEITED OR MATCH-WAS-VOIDED
              SET MATCH-IS-COMPLETE TO TRUE
           END-IF.
      *
      *    Keep a running best-of-N score for this match token so
              END-EVALUATE
           END-IF
           ADD 1 TO MS-ROUNDS-PLAYED
           ACCEPT CURRENT-DATE FROM DATE
           MOVE CURRENT-DATE TO MS-LAST-DATE
           COMPUTE NEEDED-WINS = (MS-BEST-OF + 1) / 2
           IF MS-PLAYER-WINS >= NEEDED-WINS
              OR MS-COMPUTER-WINS >= NEEDED-WINS
           ELSE
              MOVE "N" TO MATCH-COMPLETE-SW
           END-IF
      *    A match MATCHADJ already closed out as stalled stays
      *    decided - a straggler's round is still tallied so the
      *    ledger and MATCHSTATE agree, but its stake was already
      *    settled or released when the match was closed.
           IF MATCH-WAS-FORFEITED OR MATCH-WAS-VOIDED
              SET MATCH-IS-COMPLETE TO TRUE
           END-IF
           IF NEW-MATCH-STATE
              WRITE MATCH-STATE-RECORD
           ELSE
      *    a stray late round re-completing the match cannot pay
      *    the same stake out twice.
           IF MATCH-IS-COMPLETE
              AND NOT MATCH-WAS-FORFEITED
              AND NOT MATCH-WAS-VOIDED
              PERFORM SETTLE-MATCH-STAKE
           END-IF.
      *
           MOVE ZERO TO MS-ROUNDS-PLAYED
           MOVE SPACES TO MS-PLAYER-A-ID
           MOVE SPACES TO MS-PLAYER-B-ID
           MOVE ZERO TO MS-LAST-DATE
           MOVE SPACE TO MS-CLOSE-STATUS
           MOVE SPACES TO MS-CLOSE-WINNER-ID
           MOVE ZERO TO MS-CLOSE-DATE
           SET NEW-MATCH-STATE TO TRUE.
