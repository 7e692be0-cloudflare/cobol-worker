001200*                    A BANDED ELO ADJUSTMENT AND REBUILDS THE
001300*                    KEYED RATINGS FILE, THEN PRINTS THE RANKED
001400*                    RATING LIST TO RATERPT.
001410*   2026-10-15  OPS  A MATCH MATCHADJ FORFEITED RATES AS A WIN
001420*                    FOR THE SIDE IT WAS AWARDED TO; A VOIDED
001430*                    MATCH NEVER RATES.
001440*   2026-10-15  OPS  RATE A MERGED PLAYER ID'S MATCHES UNDER
001450*                    THE ID IDMERGE MERGED IT INTO; A MATCH
001460*                    THAT MAPS TO ONE PLAYER ON BOTH SIDES IS
001470*                    SKIPPED.
001475*   2026-10-15  OPS  THE STARTING RATING AND THE K FACTOR NOW
001480*                    COME FROM BASE-RATING AND RATING-K-FACTOR
001485*                    ON SYSPARM WHEN AN ENTRY IS IN FORCE.
001487*   2026-10-15  OPS  SEASONS: ONCE SEASONCL HAS CLOSED A SEASON,
001489*                    EVERY PLAYER STARTS FROM THE SOFT-RESET
001491*                    RATING IT LEFT ON SEASONHIST AND ONLY THE
001493*                    MATCHES DECIDED AFTER THAT SEASON ARE
001495*                    REPLAYED.  AN OPTIONAL THROUGH DATE STOPS
001497*                    THE REPLAY AT A SEASON'S LAST DAY.
001500*--------------------------------------------------------------
001550* EVERY PLAYER STARTS AT BASE-RATING (1500 UNLESS SYSPARM
001600* SAYS OTHERWISE).  EACH DECIDED MATCH MOVES THE
001700* WINNER UP AND THE LOSER DOWN BY K * (100 - EXPECTED) / 100,
001800* WHERE EXPECTED IS THE WINNER'S EXPECTED SCORE IN PERCENT OFF
001900* THE BANDED TABLE IN 2300-APPLY-RESULT - AN UPSET OVER A MUCH
002400* MAKES A RERUN LAND ON THE SAME RATINGS INSTEAD OF COUNTING A
002500* MATCH TWICE.  THE RANKED REPORT IS THE FAIRNESS ANSWER TO
002600* THE RAW-WIN-COUNT LEADERBOARD: VOLUME ALONE NO LONGER RANKS.
002605* SEASONS: WHEN SEASONHIST HOLDS A CLOSED SEASON, THE REBUILD
002610* STARTS EVERY PLAYER FROM THE LATEST SEASON'S RESET RATING
002615* (AT BASE-RATING IF THE PLAYER WAS NOT IN IT) INSTEAD OF FROM
002620* SCRATCH, AND RATES ONLY THE MATCHES DECIDED AFTER THAT
002625* SEASON'S THROUGH DATE - THE CLOSED SEASON'S MATCHES ARE
002630* ALREADY IN THE RESET.  A MATCH IS DECIDED ON ITS LAST ROUND'S
002635* DATE, OR ON ITS CLOSE DATE WHEN MATCHADJ FORFEITED IT.
002640* ARGUMENT 1 (OPTIONAL) IS A THROUGH DATE, yymmdd: MATCHES
002645* DECIDED AFTER IT ARE LEFT OUT.  SEASONCL RUNS THIS JOB THAT
002650* WAY TO RATE A SEASON TO ITS LAST DAY BEFORE IT CLOSES IT;
002655* THE NIGHTLY RUN PASSES NOTHING AND RATES EVERYTHING.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004100     SELECT RPT-FILE ASSIGN TO "RATERPT"
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS RPT-FILE-STATUS.
004310     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
004320         ORGANIZATION INDEXED
004330         ACCESS MODE IS DYNAMIC
004340         RECORD KEY IS PD-PLAYER-ID
004350         FILE STATUS IS PD-FILE-STATUS.
004355     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
004360         ORGANIZATION INDEXED
004365         ACCESS MODE IS DYNAMIC
004370         RECORD KEY IS SP-KEY
004375         FILE STATUS IS SP-FILE-STATUS.
004377     SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST"
004379         ORGANIZATION INDEXED
004381         ACCESS MODE IS DYNAMIC
004383         RECORD KEY IS SH-KEY
004385         FILE STATUS IS SH-FILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MATCH-STATE-FILE.
004900     COPY "ratings.cpy".
005000 FD  RPT-FILE.
005100 01  RPT-LINE              PIC X(80).
005110 FD  PLAYER-DIR-FILE.
005120     COPY "playerdir.cpy".
005130 FD  SYSTEM-PARM-FILE.
005140     COPY "sysparm.cpy".
005150 FD  SEASON-HIST-FILE.
005160     COPY "seasonhist.cpy".
005200 WORKING-STORAGE SECTION.
005300*--------------------------------------------------------------
005400* SWITCHES AND COUNTERS
005600 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
005700 77  RT-FILE-STATUS        PIC X(02) VALUE "00".
005800 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
005850 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
005860 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
005862 77  SH-FILE-STATUS        PIC X(02) VALUE "00".
005864 77  WS-SEASON-EOF-SW      PIC X(01) VALUE "N".
005866     88 SEASON-AT-EOF           VALUE "Y".
005870 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
005880     88 PARM-AT-EOF             VALUE "Y".
005900 77  WS-EOF-SW             PIC X(01) VALUE "N".
006000     88 INPUT-AT-EOF            VALUE "Y".
006010 77  WS-DIR-EOF-SW         PIC X(01) VALUE "N".
006020     88 DIRECTORY-AT-EOF        VALUE "Y".
006100 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
006200 77  WS-MATCH-COUNT        PIC 9(06) VALUE ZERO.
006300 77  WS-RATED-COUNT        PIC 9(06) VALUE ZERO.
006400 77  WS-SKIPPED-COUNT      PIC 9(06) VALUE ZERO.
006405 77  WS-OTHER-SEASON-COUNT PIC 9(06) VALUE ZERO.
006410 77  WS-SEEDED-COUNT       PIC 9(06) VALUE ZERO.
006415*--------------------------------------------------------------
006420* SEASON WINDOW - THE SEASON THE RATINGS START FROM (NONE WHEN
006425* SEASONHIST HAS NO CLOSED SEASON) AND THE THROUGH DATE FROM
006430* THE ARGUMENT (ZERO WHEN NONE WAS GIVEN).  A MATCH RATES ONLY
006435* WHEN IT WAS DECIDED AFTER WS-AFTER-DATE AND NOT AFTER
006440* WS-THRU-DATE.
006445*--------------------------------------------------------------
006450 01  WS-ARG-THRU           PIC X(06) VALUE SPACES.
006455 77  WS-THRU-DATE          PIC 9(06) VALUE ZERO.
006460 77  WS-SEASON-SW          PIC X(01) VALUE "N".
006465     88 SEASON-SEEDED           VALUE "Y".
006470 01  WS-SEASON-ID          PIC X(08) VALUE SPACES.
006475 77  WS-AFTER-DATE         PIC 9(06) VALUE ZERO.
006480 77  WS-DECIDED-DATE       PIC 9(06) VALUE ZERO.
006485 77  WS-SEED-COUNT-BEFORE  PIC 9(04) COMP VALUE ZERO.
006490 77  WS-SEED-WEIGHT        PIC 9(12) COMP VALUE ZERO.
006500*--------------------------------------------------------------
006600* RATING CONSTANTS - THE STARTING RATING EVERY UNSEEN PLAYER
006700* CARRIES AND THE K FACTOR A SINGLE MATCH CAN MOVE AT MOST.
006710* DEFAULTS ONLY: BASE-RATING AND RATING-K-FACTOR IN FORCE ON
006720* SYSPARM REPLACE THEM AT THE START OF THE RUN.
006800*--------------------------------------------------------------
006900 77  WS-BASE-RATING        PIC 9(04) VALUE 1500.
007000 77  WS-K-FACTOR           PIC 9(02) VALUE 32.
008900     05 HOLD-PLAYER-ID     PIC X(16).
009000     05 HOLD-RATING        PIC S9(05) COMP.
009100     05 HOLD-MATCHES       PIC 9(06) COMP.
009105*--------------------------------------------------------------
009110* MERGED-ID MAP: EVERY DIRECTORY ENTRY IDMERGE RETIRED, WITH
009115* THE ID IT WAS FOLDED INTO.  THE LEDGERS KEEP THE IDS ROUNDS
009120* WERE PLAYED UNDER, SO A RETIRED ID READ OFF MATCHSTATE IS
009125* COUNTED UNDER ITS SURVIVOR (FOLLOWING A LATER MERGE OF THE
009130* SURVIVOR ITSELF, UP TO NINE DEEP).
009135*--------------------------------------------------------------
009140 77  WS-MAX-MERGES         PIC 9(04) COMP VALUE 500.
009145 77  WS-MG-COUNT           PIC 9(04) COMP VALUE ZERO.
009150 77  WS-MG-OVERFLOW        PIC 9(06) COMP VALUE ZERO.
009155 77  WS-MG-SUB             PIC 9(04) COMP VALUE ZERO.
009160 77  WS-MG-HOP             PIC 9(02) COMP VALUE ZERO.
009165 77  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
009170     88 MERGED-ID-FOUND         VALUE "Y".
009175 01  WS-MAP-ID             PIC X(16) VALUE SPACES.
009180 01  MERGE-MAP-TABLE.
009185     05 MG-ENTRY OCCURS 500 TIMES.
009190        10 MG-RETIRED-ID   PIC X(16).
009195        10 MG-SURVIVOR-ID  PIC X(16).
009200*--------------------------------------------------------------
009300* PER-MATCH SCORING WORK FIELDS
009400*--------------------------------------------------------------
010900            "PLAYER SKILL RATINGS          ".
011000     05 FILLER             PIC X(09) VALUE "RUN DATE ".
011100     05 HDG-DATE           PIC 9(06).
011105 01  HDG-LINE-SEASON.
011110     05 FILLER             PIC X(14) VALUE "FROM SEASON   ".
011115     05 HDG-SEASON-ID      PIC X(08).
011120     05 FILLER             PIC X(24) VALUE
011125            " RESET, MATCHES AFTER   ".
011130     05 HDG-AFTER-DATE     PIC 9(06).
011135 01  HDG-LINE-THRU.
011140     05 FILLER             PIC X(30) VALUE
011145            "MATCHES DECIDED THROUGH       ".
011150     05 HDG-THRU-DATE      PIC 9(06).
011200 01  HDG-LINE-2.
011300     05 FILLER             PIC X(80) VALUE
011400     "RANK PLAYER           RATING MATCHES".
012600 01  TOT-LINE-2.
012700     05 FILLER             PIC X(15) VALUE "  SKIPPED    : ".
012800     05 TOT-SKIPPED        PIC ZZZZZ9.
012810 01  TOT-LINE-3.
012820     05 FILLER             PIC X(15) VALUE "  OTHER SEASON:".
012830     05 TOT-OTHER-SEASON   PIC ZZZZZ9.
012900 01  BLANK-LINE            PIC X(80) VALUE SPACES.
013000 PROCEDURE DIVISION.
013100*--------------------------------------------------------------
013200 0000-MAINLINE.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013350     PERFORM 1100-LOAD-MERGE-MAP THRU 1100-EXIT
013360     PERFORM 1300-LOAD-SEASON-SEED THRU 1300-EXIT
013400     PERFORM 2000-SCORE-ONE-MATCH THRU 2000-EXIT
013500         UNTIL INPUT-AT-EOF
013600     PERFORM 3000-WRITE-RATINGS THRU 3000-EXIT
014000*--------------------------------------------------------------
014100 1000-INITIALIZE.
014200     ACCEPT WS-RUN-DATE FROM DATE
014202     DISPLAY 1 UPON ARGUMENT-NUMBER
014204     ACCEPT WS-ARG-THRU FROM ARGUMENT-VALUE
014206         ON EXCEPTION
014208             MOVE SPACES TO WS-ARG-THRU
014210     END-ACCEPT
014212     IF WS-ARG-THRU NOT = SPACES
014214         IF WS-ARG-THRU NOT NUMERIC
014216             DISPLAY "RATECALC: THROUGH DATE MUST BE yymmdd"
014218             STOP RUN RETURNING 1
014220         END-IF
014222         MOVE WS-ARG-THRU TO WS-THRU-DATE
014224     END-IF
014250     PERFORM 1200-LOAD-SYSTEM-PARMS THRU 1200-EXIT
014300     OPEN INPUT MATCH-STATE-FILE
014400     IF MS-FILE-STATUS NOT = "00"
014500         DISPLAY "RATECALC: NO MATCHSTATE FILE - NOTHING TO"
014800     END-IF.
014900 1000-EXIT.
015000     EXIT.
015004*--------------------------------------------------------------
015008* LOAD THE MERGED-ID MAP FROM PLAYERDIR.  NO DIRECTORY, OR NO
015012* MERGES IN IT, LEAVES THE MAP EMPTY AND EVERY ID AS READ.
015016*--------------------------------------------------------------
015020 1100-LOAD-MERGE-MAP.
015024     MOVE ZERO TO WS-MG-COUNT
015028     OPEN INPUT PLAYER-DIR-FILE
015032     IF PD-FILE-STATUS NOT = "00"
015036         GO TO 1100-EXIT
015040     END-IF
015044     MOVE "N" TO WS-DIR-EOF-SW
015048     PERFORM 1110-LOAD-ONE-MERGE THRU 1110-EXIT
015052         UNTIL DIRECTORY-AT-EOF
015056     CLOSE PLAYER-DIR-FILE
015060     MOVE "N" TO WS-DIR-EOF-SW
015064     IF WS-MG-OVERFLOW > ZERO
015068         DISPLAY "RATECALC: MERGE MAP FULL - "
015072             WS-MG-OVERFLOW " MERGED IDS NOT MAPPED"
015076     END-IF.
015080 1100-EXIT.
015084     EXIT.
015088 1110-LOAD-ONE-MERGE.
015092     READ PLAYER-DIR-FILE NEXT RECORD
015096         AT END
015100             SET DIRECTORY-AT-EOF TO TRUE
015104             GO TO 1110-EXIT
015108     END-READ
015112     IF NOT PLAYER-WAS-MERGED
015116         GO TO 1110-EXIT
015120     END-IF
015124     IF WS-MG-COUNT >= WS-MAX-MERGES
015128         ADD 1 TO WS-MG-OVERFLOW
015132         GO TO 1110-EXIT
015136     END-IF
015140     ADD 1 TO WS-MG-COUNT
015144     MOVE PD-PLAYER-ID   TO MG-RETIRED-ID (WS-MG-COUNT)
015148     MOVE PD-MERGED-INTO TO MG-SURVIVOR-ID (WS-MG-COUNT).
015152 1110-EXIT.
015156     EXIT.
015160*--------------------------------------------------------------
015164* OPERATING LIMITS IN FORCE TODAY, FROM THE SYSPARM FILE
015168* PARMAINT MAINTAINS.  ENTRIES COME BACK IN NAME AND DATE
015172* ORDER, SO THE LAST ONE NOT DATED AFTER TODAY STANDS.  NO
015176* FILE, OR NO ENTRY IN FORCE, KEEPS THE DEFAULT ABOVE.
015180*--------------------------------------------------------------
015184 1200-LOAD-SYSTEM-PARMS.
015188     OPEN INPUT SYSTEM-PARM-FILE
015192     IF SP-FILE-STATUS NOT = "00"
015196         GO TO 1200-EXIT
015200     END-IF
015204     MOVE "N" TO WS-PARM-EOF-SW
015208     PERFORM 1210-APPLY-SYSTEM-PARM THRU 1210-EXIT
015212         UNTIL PARM-AT-EOF
015216     CLOSE SYSTEM-PARM-FILE.
015220 1200-EXIT.
015224     EXIT.
015228 1210-APPLY-SYSTEM-PARM.
015232     READ SYSTEM-PARM-FILE NEXT RECORD
015236         AT END
015240             SET PARM-AT-EOF TO TRUE
015244             GO TO 1210-EXIT
015248     END-READ
015252     IF SP-EFF-DATE > WS-RUN-DATE OR SP-NUM-VALUE NOT NUMERIC
015256         GO TO 1210-EXIT
015260     END-IF
015264     IF SP-PARM-NAME = "BASE-RATING"
015268         MOVE SP-NUM-VALUE TO WS-BASE-RATING
015272     END-IF
015276     IF SP-PARM-NAME = "RATING-K-FACTOR"
015280         MOVE SP-NUM-VALUE TO WS-K-FACTOR
015284     END-IF.
015288 1210-EXIT.
015292     EXIT.
015296*--------------------------------------------------------------
015300* THE SEASON TO START FROM: THE LATEST ONE SEASONCL HAS CLOSED
015304* (BEFORE THE THROUGH DATE, WHEN ONE IS GIVEN).  ITS PLAYERS
015308* GO INTO THE TABLE AT THEIR RESET RATINGS, UNDER THE IDS THEY
015312* NOW COUNT AS; TWO SNAPSHOTS THAT NOW COUNT AS ONE PLAYER ARE
015316* AVERAGED BY MATCHES RATED, AS IDMERGE FOLDS TWO RATINGS.  NO
015320* SEASONHIST FILE, OR NO SEASON IN IT, STARTS EVERYONE FROM
015324* BASE-RATING AS BEFORE.
015328*--------------------------------------------------------------
015332 1300-LOAD-SEASON-SEED.
015336     OPEN INPUT SEASON-HIST-FILE
015340     IF SH-FILE-STATUS NOT = "00"
015344         GO TO 1300-EXIT
015348     END-IF
015352     MOVE "N" TO WS-SEASON-EOF-SW
015356     PERFORM 1310-FIND-LATEST-SEASON THRU 1310-EXIT
015360         UNTIL SEASON-AT-EOF
015364     IF NOT SEASON-SEEDED
015368         CLOSE SEASON-HIST-FILE
015372         GO TO 1300-EXIT
015376     END-IF
015380     MOVE "N" TO WS-SEASON-EOF-SW
015384     MOVE WS-SEASON-ID TO SH-SEASON-ID
015388     MOVE LOW-VALUES   TO SH-PLAYER-ID
015392     START SEASON-HIST-FILE KEY IS >= SH-KEY
015396         INVALID KEY SET SEASON-AT-EOF TO TRUE
015400     END-START
015404     PERFORM 1320-SEED-ONE-PLAYER THRU 1320-EXIT
015408         UNTIL SEASON-AT-EOF
015412     CLOSE SEASON-HIST-FILE.
015416 1300-EXIT.
015420     EXIT.
015424 1310-FIND-LATEST-SEASON.
015428     READ SEASON-HIST-FILE NEXT RECORD
015432         AT END
015436             SET SEASON-AT-EOF TO TRUE
015440             GO TO 1310-EXIT
015444     END-READ
015448     IF SH-PLAYER-ID NOT = "*SEASON*"
015452         GO TO 1310-EXIT
015456     END-IF
015460     IF WS-THRU-DATE > ZERO AND SH-THRU-DATE NOT < WS-THRU-DATE
015464         GO TO 1310-EXIT
015468     END-IF
015472     IF SEASON-SEEDED AND SH-THRU-DATE NOT > WS-AFTER-DATE
015476         GO TO 1310-EXIT
015480     END-IF
015484     SET SEASON-SEEDED TO TRUE
015488     MOVE SH-SEASON-ID TO WS-SEASON-ID
015492     MOVE SH-THRU-DATE TO WS-AFTER-DATE.
015496 1310-EXIT.
015500     EXIT.
015504 1320-SEED-ONE-PLAYER.
015508     READ SEASON-HIST-FILE NEXT RECORD
015512         AT END
015516             SET SEASON-AT-EOF TO TRUE
015520             GO TO 1320-EXIT
015524     END-READ
015528     IF SH-SEASON-ID NOT = WS-SEASON-ID
015532         SET SEASON-AT-EOF TO TRUE
015536         GO TO 1320-EXIT
015540     END-IF
015544     IF SH-PLAYER-ID = "*SEASON*"
015548         GO TO 1320-EXIT
015552     END-IF
015556     MOVE SH-PLAYER-ID TO WS-MAP-ID
015560     PERFORM 2260-MAP-MERGED-ID THRU 2260-EXIT
015564     MOVE WS-MAP-ID TO WS-LOOK-ID
015568     MOVE WS-PLAYER-COUNT TO WS-SEED-COUNT-BEFORE
015572     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
015576     IF WS-SUB = ZERO
015580         GO TO 1320-EXIT
015584     END-IF
015588     ADD 1 TO WS-SEEDED-COUNT
015592     IF WS-PLAYER-COUNT > WS-SEED-COUNT-BEFORE
015596         MOVE SH-RESET-RATING  TO RTE-RATING (WS-SUB)
015600         MOVE SH-MATCHES-RATED TO RTE-MATCHES (WS-SUB)
015604         GO TO 1320-EXIT
015608     END-IF
015612     COMPUTE WS-SEED-WEIGHT =
015616         RTE-MATCHES (WS-SUB) + SH-MATCHES-RATED
015620     IF WS-SEED-WEIGHT > ZERO
015624         COMPUTE RTE-RATING (WS-SUB) =
015628             (RTE-RATING (WS-SUB) * RTE-MATCHES (WS-SUB)
015632            + SH-RESET-RATING * SH-MATCHES-RATED)
015636            / WS-SEED-WEIGHT
015640     END-IF
015644     ADD SH-MATCHES-RATED TO RTE-MATCHES (WS-SUB).
015648 1320-EXIT.
015652     EXIT.
015656*--------------------------------------------------------------
015660* ONE MATCHSTATE RECORD.  ONLY A DECIDED PVP MATCH RATES: BOTH
015664* SIDE IDS STAMPED AND ONE SIDE AT THE NEEDED WINS.  HOUSE
015668* MATCHES (NO SIDE IDS) AND MATCHES STILL IN FLIGHT ARE
015672* COUNTED SKIPPED SO THE RUN TOTALS STILL ADD UP.  A STALLED
015676* MATCH CLOSED OUT BY MATCHADJ IS DECIDED BY ITS CLOSE STATUS
015680* INSTEAD: A FORFEIT RATES FOR MS-CLOSE-WINNER-ID, A VOID IS
015684* SKIPPED LIKE ANY UNFINISHED MATCH.
015688*--------------------------------------------------------------
015700 2000-SCORE-ONE-MATCH.
015800     READ MATCH-STATE-FILE NEXT RECORD
015900         AT END
016500         ADD 1 TO WS-SKIPPED-COUNT
016600         GO TO 2000-EXIT
016700     END-IF
016710     IF MATCH-WAS-VOIDED
016720         ADD 1 TO WS-SKIPPED-COUNT
016730         GO TO 2000-EXIT
016740     END-IF
016750     IF MATCH-WAS-FORFEITED
016760         PERFORM 2100-TAKE-FORFEIT THRU 2100-EXIT
016770         GO TO 2000-RATE
016780     END-IF
016800     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
016900*    THE WORKER BOOKS SIDE B'S WINS IN MS-PLAYER-WINS AND SIDE
017000*    A'S IN MS-COMPUTER-WINS - SAME MAPPING TOURNEY READS.
017900             ADD 1 TO WS-SKIPPED-COUNT
018000             GO TO 2000-EXIT
018100         END-IF
018200     END-IF.
018204 2000-RATE.
018208     IF WS-WINNER-ID = SPACES
018212         ADD 1 TO WS-SKIPPED-COUNT
018216         GO TO 2000-EXIT
018220     END-IF
018224     IF MATCH-WAS-FORFEITED
018228         MOVE MS-CLOSE-DATE TO WS-DECIDED-DATE
018232     ELSE
018236         MOVE MS-LAST-DATE  TO WS-DECIDED-DATE
018240     END-IF
018244     IF (SEASON-SEEDED AND WS-DECIDED-DATE NOT > WS-AFTER-DATE)
018248         OR (WS-THRU-DATE > ZERO
018252             AND WS-DECIDED-DATE > WS-THRU-DATE)
018256         ADD 1 TO WS-OTHER-SEASON-COUNT
018260         GO TO 2000-EXIT
018264     END-IF
018268     PERFORM 2250-MAP-MATCH-SIDES THRU 2250-EXIT
018272     IF WS-WINNER-ID = WS-LOSER-ID
018276         ADD 1 TO WS-SKIPPED-COUNT
018280         GO TO 2000-EXIT
018284     END-IF
018300     MOVE WS-WINNER-ID TO WS-LOOK-ID
018400     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT
018500     MOVE WS-SUB TO WS-W-SUB
019400     ADD 1 TO WS-RATED-COUNT.
019500 2000-EXIT.
019600     EXIT.
019605*--------------------------------------------------------------
019610* THE SIDE THE FORFEIT WAS AWARDED TO WINS; THE OTHER STAMPED
019615* SIDE LOSES.  AN AWARD NAMING NEITHER SIDE RATES NOBODY.
019620*--------------------------------------------------------------
019625 2100-TAKE-FORFEIT.
019630     MOVE SPACES TO WS-WINNER-ID
019635     IF MS-CLOSE-WINNER-ID = MS-PLAYER-A-ID
019640         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
019645         MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
019650     END-IF
019655     IF MS-CLOSE-WINNER-ID = MS-PLAYER-B-ID
019660         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
019665         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
019670     END-IF.
019675 2100-EXIT.
019680     EXIT.
019700*--------------------------------------------------------------
019800* LOCATE (OR ADD AT THE BASE RATING) THE TABLE ENTRY FOR THE
019900* PLAYER IN WS-LOOK-ID.  WS-SUB COMES BACK ZERO ONLY WHEN THE
022400     END-IF.
022500 2210-EXIT.
022600     EXIT.
022602*--------------------------------------------------------------
022604* BOTH SIDES UNDER THE IDS THEY NOW COUNT AS.  A MATCH BETWEEN
022606* TWO IDS SINCE MERGED INTO ONE PLAYER COMES OUT WITH THE SAME
022608* ID ON BOTH SIDES AND CANNOT MOVE THAT PLAYER'S RATING.
022610*--------------------------------------------------------------
022612 2250-MAP-MATCH-SIDES.
022614     MOVE WS-WINNER-ID TO WS-MAP-ID
022616     PERFORM 2260-MAP-MERGED-ID THRU 2260-EXIT
022618     MOVE WS-MAP-ID    TO WS-WINNER-ID
022620     MOVE WS-LOSER-ID  TO WS-MAP-ID
022622     PERFORM 2260-MAP-MERGED-ID THRU 2260-EXIT
022624     MOVE WS-MAP-ID    TO WS-LOSER-ID.
022626 2250-EXIT.
022628     EXIT.
022630*--------------------------------------------------------------
022632* WS-MAP-ID IN, THE ID IT NOW COUNTS UNDER OUT.
022634*--------------------------------------------------------------
022636 2260-MAP-MERGED-ID.
022638     IF WS-MG-COUNT = ZERO OR WS-MAP-ID = SPACES
022640         GO TO 2260-EXIT
022642     END-IF
022644     SET MERGED-ID-FOUND TO TRUE
022646     PERFORM 2270-MAP-ONE-HOP THRU 2270-EXIT
022648         VARYING WS-MG-HOP FROM 1 BY 1
022650         UNTIL WS-MG-HOP > 9 OR NOT MERGED-ID-FOUND.
022652 2260-EXIT.
022654     EXIT.
022656 2270-MAP-ONE-HOP.
022658     MOVE "N" TO WS-MG-FOUND-SW
022660     PERFORM 2280-MATCH-MERGE-ENTRY THRU 2280-EXIT
022662         VARYING WS-MG-SUB FROM 1 BY 1
022664         UNTIL WS-MG-SUB > WS-MG-COUNT OR MERGED-ID-FOUND.
022666 2270-EXIT.
022668     EXIT.
022670 2280-MATCH-MERGE-ENTRY.
022672     IF MG-RETIRED-ID (WS-MG-SUB) = WS-MAP-ID
022674         MOVE MG-SURVIVOR-ID (WS-MG-SUB) TO WS-MAP-ID
022676         SET MERGED-ID-FOUND TO TRUE
022678     END-IF.
022680 2280-EXIT.
022682     EXIT.
022700*--------------------------------------------------------------
022800* BANDED ELO ADJUSTMENT.  THE EXPECTED SCORE (IN PERCENT, FROM
022900* THE WINNER'S SEAT) STEPS BY RATING DIFFERENCE INSTEAD OF
032400     MOVE WS-RUN-DATE TO HDG-DATE
032500     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
032600     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
032605     IF SEASON-SEEDED
032610         MOVE WS-SEASON-ID  TO HDG-SEASON-ID
032615         MOVE WS-AFTER-DATE TO HDG-AFTER-DATE
032620         MOVE HDG-LINE-SEASON TO RPT-LINE  WRITE RPT-LINE
032625     END-IF
032630     IF WS-THRU-DATE > ZERO
032635         MOVE WS-THRU-DATE  TO HDG-THRU-DATE
032640         MOVE HDG-LINE-THRU TO RPT-LINE  WRITE RPT-LINE
032645     END-IF
032650     IF SEASON-SEEDED OR WS-THRU-DATE > ZERO
032655         MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
032660     END-IF
032700     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
032800     PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
032900         VARYING WS-SUB FROM 1 BY 1
033300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
033400     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
033500     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
033510     MOVE WS-OTHER-SEASON-COUNT TO TOT-OTHER-SEASON
033520     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
033600     CLOSE RPT-FILE
033700     IF WS-OVERFLOW-COUNT > ZERO
033800         DISPLAY "RATECALC: PLAYER TABLE FULL - "
