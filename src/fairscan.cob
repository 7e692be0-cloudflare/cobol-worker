000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FAIRSCAN.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  NIGHTLY FAIR-PLAY SCAN OF HOW MATCHES AND
001000*                    POINTS MOVE: FLAGS PAIRS WHO MEET FAR MORE
001100*                    THAN THE FIELD, PAIRS WHOSE STAKES SETTLE
001200*                    MOSTLY ONE WAY, AND CALLERS WHOSE THROWS
001300*                    ARE TOO REGULAR OR TOO FAST TO BE HUMAN.
001400*                    RANKED SUSPECTS GO TO FAIRRPT AND THE
001500*                    FLAGS TO FAIRFLAG FOR DIRMAINT FLAGS.
001600*--------------------------------------------------------------
001700* THREE READ-ONLY PASSES, THEN THE JUDGING:
001800*   MATCHSTATE - EVERY PVP MATCH WITH BOTH SIDES KNOWN COUNTS
001900*                ONE MEETING FOR ITS PAIR.
002000*   POINTSLOG  - EVERY STAKE-CR LINE IS ONE SETTLEMENT BETWEEN
002100*                THE PAIR, ITS AMOUNT CREDITED TO THE WINNER.
002200*                (THE MATCHING STAKE-DR IS THE SAME MOVEMENT SEEN
002300*                FROM THE OTHER SIDE AND IS NOT COUNTED AGAIN.)
002400*   GAMELOG    - EVERY ROUND WITH A PLAYER ID: HOW OFTEN EACH
002500*                THROW REPEATS THE THROW 1 TO 5 ROUNDS BACK
002600*                (A SCRIPTED CYCLE OF LENGTH N REPEATS AT LAG N
002700*                NEARLY EVERY TIME, A PERSON NOWHERE NEAR), AND
002800*                THE GAP IN SECONDS SINCE THE CALLER'S PREVIOUS
002900*                ROUND THE SAME DAY.
003000* FLAGS (THRESHOLDS IN THE TABLE BELOW):
003100*   PAIRFREQ - A PAIR WITH AT LEAST THE MINIMUM MEETINGS THAT
003200*              MEETS AT LEAST 3 TIMES AS OFTEN AS THE AVERAGE
003300*              PAIR IN THE FIELD.
003400*   ONEWAY   - A PAIR WITH AT LEAST THE MINIMUM SETTLEMENTS
003500*              WHERE 90% OR MORE OF THE POINTS WENT ONE WAY.
003600*   PATTERN  - 90% OR MORE OF A CALLER'S THROWS REPEAT THE THROW
003700*              AT SOME FIXED LAG, OVER THE MINIMUM SAMPLE.
003800*   SPEED    - HALF OR MORE OF A CALLER'S ROUNDS CAME WITHIN 2
003900*              SECONDS OF THE ONE BEFORE, OVER THE MINIMUM SAMPLE.
004000* PAIR FLAGS ARE RAISED AGAINST BOTH PLAYERS.  EACH FLAG SCORES
004100* ITS VALUE AS A PERCENTAGE OF ITS LIMIT (100 = JUST OVER) AND A
004200* PLAYER'S SCORE IS THE SUM OF THEIR FLAGS; SUSPECTS ARE RANKED
004300* HIGHEST SCORE FIRST.  NOTHING IS BLOCKED OR BANNED HERE - THE
004400* OPERATORS REVIEW FAIRFLAG AND USE DIRMAINT DEACT IF THEY
004500* AGREE.  GAMELOG IS THE CURRENT PERIOD ONLY, SO THIS RUNS AHEAD
004600* OF THE MONTH-END CUT; MATCHSTATE AND POINTSLOG ARE LIFETIME.
004700*--------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
005200         ORGANIZATION INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS MS-MATCH-ID
005500         FILE STATUS IS MS-FILE-STATUS.
005600     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS PX-FILE-STATUS.
005900     SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS GL-FILE-STATUS.
006200     SELECT FLAG-FILE ASSIGN TO "FAIRFLAG"
006300         ORGANIZATION LINE SEQUENTIAL
006400         FILE STATUS IS FF-FILE-STATUS.
006500     SELECT RPT-FILE ASSIGN TO "FAIRRPT"
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS RPT-FILE-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  MATCH-STATE-FILE.
007100     COPY "matchstate.cpy".
007200 FD  POINTS-LOG-FILE.
007300     COPY "pointslog.cpy".
007400 FD  GAME-LOG-FILE.
007500     COPY "gamelog.cpy".
007600 FD  FLAG-FILE.
007700     COPY "fairflag.cpy".
007800 FD  RPT-FILE.
007900 01  RPT-LINE              PIC X(80).
008000 WORKING-STORAGE SECTION.
008100*--------------------------------------------------------------
008200* SWITCHES AND COUNTERS
008300*--------------------------------------------------------------
008400 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
008500 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
008600 77  GL-FILE-STATUS        PIC X(02) VALUE "00".
008700 77  FF-FILE-STATUS        PIC X(02) VALUE "00".
008800 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
008900 77  WS-EOF-SW             PIC X(01) VALUE "N".
009000     88 INPUT-AT-EOF            VALUE "Y".
009100 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
009200 77  WS-MATCH-READ-COUNT   PIC 9(06) VALUE ZERO.
009300 77  WS-PVP-COUNT          PIC 9(06) VALUE ZERO.
009400 77  WS-POINTS-READ-COUNT  PIC 9(06) VALUE ZERO.
009500 77  WS-SETTLED-COUNT      PIC 9(06) VALUE ZERO.
009600 77  WS-ROUND-READ-COUNT   PIC 9(06) VALUE ZERO.
009700 77  WS-ROUND-COUNT        PIC 9(06) VALUE ZERO.
009800 77  WS-MET-PAIRS          PIC 9(06) VALUE ZERO.
009900 77  WS-SUSPECT-COUNT      PIC 9(04) VALUE ZERO.
010000 77  WS-FLAG-WRITTEN       PIC 9(06) VALUE ZERO.
010100*--------------------------------------------------------------
010200* THRESHOLDS.  DELIBERATELY LOOSE ENOUGH THAT A REGULAR
010300* LUNCHTIME RIVALRY OR A PLAYER WITH A FAVOURITE THROW DOES NOT
010400* TRIP THEM; EVERY FLAG STILL GOES TO A PERSON, NOT A BAN.
010500*--------------------------------------------------------------
010600 77  WS-MIN-PAIR-MATCHES   PIC 9(04) VALUE 5.
010700 77  WS-PAIR-FACTOR-PCT    PIC 9(05) VALUE 300.
010800 77  WS-MIN-SETTLED        PIC 9(04) VALUE 3.
010900 77  WS-ONEWAY-PCT         PIC 9(05) VALUE 90.
011000 77  WS-MIN-ROUNDS         PIC 9(04) VALUE 30.
011100 77  WS-PATTERN-PCT        PIC 9(05) VALUE 90.
011200 77  WS-FAST-SECS          PIC 9(02) VALUE 2.
011300 77  WS-FAST-PCT           PIC 9(05) VALUE 50.
011400*--------------------------------------------------------------
011500* IN-CORE PLAYER TABLE.  PT-HIST HOLDS THE CALLER'S LAST FIVE
011600* THROWS, MOST RECENT FIRST; PT-LAG-TRIES/PT-LAG-HITS COUNT, FOR
011700* EACH LAG 1-5, THE THROWS COMPARED AND THE THROWS THAT REPEATED.
011800*--------------------------------------------------------------
011900 77  WS-MAX-PLAYERS        PIC 9(04) COMP VALUE 500.
012000 77  WS-PLAYER-COUNT       PIC 9(04) COMP VALUE ZERO.
012100 77  WS-OVERFLOW-COUNT     PIC 9(06) COMP VALUE ZERO.
012200 77  WS-SUB                PIC 9(04) COMP VALUE ZERO.
012300 77  WS-SUB-2              PIC 9(04) COMP VALUE ZERO.
012400 77  WS-NEXT-SUB           PIC 9(04) COMP VALUE ZERO.
012500 77  WS-BEST-SUB           PIC 9(04) COMP VALUE ZERO.
012600 77  WS-LAG                PIC 9(02) COMP VALUE ZERO.
012700 77  WS-PREV-LAG           PIC 9(02) COMP VALUE ZERO.
012800 01  WS-FIND-ID            PIC X(16) VALUE SPACES.
012900 01  PLAYER-TABLE.
013000     05 PT-ENTRY OCCURS 500 TIMES.
013100        10 PT-PLAYER-ID    PIC X(16).
013200        10 PT-MATCHES      PIC 9(06) COMP.
013300        10 PT-ROUNDS       PIC 9(06) COMP.
013400        10 PT-HIST-COUNT   PIC 9(02) COMP.
013500        10 PT-HIST         PIC 9(01) OCCURS 5 TIMES.
013600        10 PT-LAG-TRIES    PIC 9(06) COMP OCCURS 5 TIMES.
013700        10 PT-LAG-HITS     PIC 9(06) COMP OCCURS 5 TIMES.
013800        10 PT-LAST-DATE    PIC 9(06).
013900        10 PT-LAST-SECS    PIC 9(05) COMP.
014000        10 PT-TIMED        PIC 9(06) COMP.
014100        10 PT-FAST         PIC 9(06) COMP.
014200        10 PT-SCORE        PIC 9(05) COMP.
014300        10 PT-FLAGS        PIC 9(02) COMP.
014400*--------------------------------------------------------------
014500* IN-CORE PAIR TABLE.  PR-ID-1 IS ALWAYS THE LOWER ID, SO A PAIR
014600* HAS ONE ENTRY WHICHEVER SIDE IT WAS SEEN FROM.  PR-WON-BY-1 IS
014700* THE POINTS PR-ID-1 TOOK OFF PR-ID-2 IN SETTLEMENTS, AND
014800* PR-WON-BY-2 THE REVERSE.
014900*--------------------------------------------------------------
015000 77  WS-MAX-PAIRS          PIC 9(04) COMP VALUE 1000.
015100 77  WS-PAIR-COUNT         PIC 9(04) COMP VALUE ZERO.
015200 77  WS-PAIR-OVERFLOW      PIC 9(06) COMP VALUE ZERO.
015300 77  WS-PAIR-SUB           PIC 9(04) COMP VALUE ZERO.
015400 77  WS-PAIR-SUB-2         PIC 9(04) COMP VALUE ZERO.
015500 01  WS-PAIR-ID-1          PIC X(16) VALUE SPACES.
015600 01  WS-PAIR-ID-2          PIC X(16) VALUE SPACES.
015700 01  PAIR-TABLE.
015800     05 PR-ENTRY OCCURS 1000 TIMES.
015900        10 PR-ID-1         PIC X(16).
016000        10 PR-ID-2         PIC X(16).
016100        10 PR-MATCHES      PIC 9(06) COMP.
016200        10 PR-SETTLED      PIC 9(06) COMP.
016300        10 PR-WON-BY-1     PIC 9(08) COMP.
016400        10 PR-WON-BY-2     PIC 9(08) COMP.
016500*--------------------------------------------------------------
016600* FLAGS RAISED, AND THE SUSPECTS (PLAYER SUBSCRIPTS) IN RANK
016700* ORDER
016800*--------------------------------------------------------------
016900 77  WS-MAX-FLAGS          PIC 9(04) COMP VALUE 2000.
017000 77  WS-FLAG-COUNT         PIC 9(04) COMP VALUE ZERO.
017100 77  WS-FLAG-OVERFLOW      PIC 9(06) COMP VALUE ZERO.
017200 77  WS-FLAG-SUB           PIC 9(04) COMP VALUE ZERO.
017300 01  FLAG-TABLE.
017400     05 FG-ENTRY OCCURS 2000 TIMES.
017500        10 FG-PLAYER-SUB   PIC 9(04) COMP.
017600        10 FG-CODE         PIC X(08).
017700        10 FG-DETAIL       PIC X(08).
017800        10 FG-OTHER-ID     PIC X(16).
017900        10 FG-VALUE        PIC 9(05) COMP.
018000        10 FG-LIMIT        PIC 9(05) COMP.
018100        10 FG-BASIS        PIC 9(06) COMP.
018200        10 FG-SCORE        PIC 9(04) COMP.
018300 01  SUSPECT-TABLE.
018400     05 SU-PLAYER-SUB      PIC 9(04) COMP OCCURS 500 TIMES.
018500 77  WS-HOLD-SUB           PIC 9(04) COMP VALUE ZERO.
018600 77  WS-CAND-SUB           PIC 9(04) COMP VALUE ZERO.
018700 77  WS-LEAD-SUB           PIC 9(04) COMP VALUE ZERO.
018800*--------------------------------------------------------------
018900* THE FLAG IN HAND, AND THE ARITHMETIC WORK AREA
019000*--------------------------------------------------------------
019100 77  WS-NEW-PLAYER-SUB     PIC 9(04) COMP VALUE ZERO.
019200 01  WS-NEW-CODE           PIC X(08) VALUE SPACES.
019300 01  WS-NEW-DETAIL         PIC X(08) VALUE SPACES.
019400 01  WS-NEW-OTHER-ID       PIC X(16) VALUE SPACES.
019500 77  WS-NEW-VALUE          PIC 9(05) COMP VALUE ZERO.
019600 77  WS-NEW-LIMIT          PIC 9(05) COMP VALUE ZERO.
019700 77  WS-NEW-BASIS          PIC 9(06) COMP VALUE ZERO.
019800 77  WS-NEW-SCORE          PIC 9(04) COMP VALUE ZERO.
019900 77  WS-PCT                PIC 9(09) COMP VALUE ZERO.
020000 77  WS-BEST-PCT           PIC 9(09) COMP VALUE ZERO.
020100 77  WS-BEST-LAG           PIC 9(02) COMP VALUE ZERO.
020200 77  WS-BEST-TRIES         PIC 9(06) COMP VALUE ZERO.
020300 77  WS-FLOW-TOTAL         PIC 9(09) COMP VALUE ZERO.
020400 77  WS-ROUND-SECS         PIC 9(05) COMP VALUE ZERO.
020500 77  WS-GAP-SECS           PIC S9(06) COMP VALUE ZERO.
020600 01  WS-CYCLE-DETAIL.
020700     05 FILLER             PIC X(06) VALUE "CYCLE ".
020800     05 WS-CYCLE-LEN       PIC 9(01) VALUE ZERO.
020900     05 FILLER             PIC X(01) VALUE SPACE.
021000 01  WS-FAST-DETAIL.
021100     05 FILLER             PIC X(02) VALUE "<=".
021200     05 WS-FAST-SHOW       PIC 9(01) VALUE ZERO.
021300     05 FILLER             PIC X(05) VALUE " SECS".
021400*--------------------------------------------------------------
021500* REPORT LINES
021600*--------------------------------------------------------------
021700 01  HDG-LINE-1.
021800     05 FILLER             PIC X(40) VALUE
021900            "FAIR-PLAY SCAN - RANKED SUSPECTS       ".
022000     05 FILLER             PIC X(09) VALUE "RUN DATE ".
022100     05 HDG-DATE           PIC 9(06).
022200 01  HDG-LINE-2.
022300     05 FILLER             PIC X(40) VALUE
022400     "RANK PLAYER           SCORE FLAGS       ".
022500 01  HDG-LINE-3.
022600     05 FILLER             PIC X(40) VALUE
022700     "      FLAG     DETAIL   OTHER ID        ".
022800     05 FILLER             PIC X(40) VALUE
022900     "  VALUE LIMIT  BASIS SCORE".
023000 01  LIM-LINE-1.
023100     05 FILLER             PIC X(24) VALUE
023200            "  PAIRFREQ : MEETINGS >=".
023300     05 LIM-PAIR-FACTOR    PIC ZZZZ9.
023400     05 FILLER             PIC X(25) VALUE
023500            "% OF THE AVERAGE PAIR, >=".
023600     05 LIM-MIN-PAIR       PIC ZZZ9.
023700     05 FILLER             PIC X(09) VALUE " MEETINGS".
023800 01  LIM-LINE-2.
023900     05 FILLER             PIC X(24) VALUE
024000            "  ONEWAY   : ONE SIDE >=".
024100     05 LIM-ONEWAY         PIC ZZZZ9.
024200     05 FILLER             PIC X(25) VALUE
024300            "% OF THE POINTS MOVED, >=".
024400     05 LIM-MIN-SETTLED    PIC ZZZ9.
024500     05 FILLER             PIC X(12) VALUE " SETTLEMENTS".
024600 01  LIM-LINE-3.
024700     05 FILLER             PIC X(24) VALUE
024800            "  PATTERN  : REPEATS  >=".
024900     05 LIM-PATTERN        PIC ZZZZ9.
025000     05 FILLER             PIC X(20) VALUE
025100            "% AT A FIXED LAG, >=".
025200     05 LIM-MIN-ROUNDS-1   PIC ZZZ9.
025300     05 FILLER             PIC X(07) VALUE " ROUNDS".
025400 01  LIM-LINE-4.
025500     05 FILLER             PIC X(24) VALUE
025600            "  SPEED    : ROUNDS   >=".
025700     05 LIM-FAST-PCT       PIC ZZZZ9.
025800     05 FILLER             PIC X(09) VALUE "% WITHIN ".
025900     05 LIM-FAST-SECS      PIC Z9.
026000     05 FILLER             PIC X(09) VALUE " SECS, >=".
026100     05 LIM-MIN-ROUNDS-2   PIC ZZZ9.
026200     05 FILLER             PIC X(07) VALUE " ROUNDS".
026300 01  SUS-LINE.
026400     05 SUS-RANK           PIC ZZZ9.
026500     05 FILLER             PIC X(01) VALUE SPACES.
026600     05 SUS-PLAYER         PIC X(16).
026700     05 FILLER             PIC X(01) VALUE SPACES.
026800     05 SUS-SCORE          PIC ZZZZ9.
026900     05 FILLER             PIC X(01) VALUE SPACES.
027000     05 SUS-FLAGS          PIC ZZZ9.
027100 01  FLG-LINE.
027200     05 FILLER             PIC X(06) VALUE SPACES.
027300     05 FLG-CODE           PIC X(08).
027400     05 FILLER             PIC X(01) VALUE SPACES.
027500     05 FLG-DETAIL         PIC X(08).
027600     05 FILLER             PIC X(01) VALUE SPACES.
027700     05 FLG-OTHER          PIC X(16).
027800     05 FILLER             PIC X(01) VALUE SPACES.
027900     05 FLG-VALUE          PIC ZZZZZ9.
028000     05 FILLER             PIC X(01) VALUE SPACES.
028100     05 FLG-LIMIT          PIC ZZZZ9.
028200     05 FILLER             PIC X(01) VALUE SPACES.
028300     05 FLG-BASIS          PIC ZZZZZ9.
028400     05 FILLER             PIC X(01) VALUE SPACES.
028500     05 FLG-SCORE          PIC ZZZZ9.
028600 01  NONE-LINE.
028700     05 FILLER             PIC X(40) VALUE
028800            "  NO PLAYER TRIPPED ANY FAIR-PLAY TEST.".
028900 01  TOT-LINE-1.
029000     05 FILLER             PIC X(21) VALUE
029100            "  MATCHES READ     : ".
029200     05 TOT-MATCH-READ     PIC ZZZZZ9.
029300     05 FILLER             PIC X(14) VALUE "   PVP PAIRED ".
029400     05 TOT-PVP            PIC ZZZZZ9.
029500 01  TOT-LINE-2.
029600     05 FILLER             PIC X(21) VALUE
029700            "  POINTS LINES READ: ".
029800     05 TOT-POINTS-READ    PIC ZZZZZ9.
029900     05 FILLER             PIC X(14) VALUE "   SETTLEMENTS".
030000     05 TOT-SETTLED        PIC ZZZZZ9.
030100 01  TOT-LINE-3.
030200     05 FILLER             PIC X(21) VALUE
030300            "  ROUNDS READ      : ".
030400     05 TOT-ROUND-READ     PIC ZZZZZ9.
030500     05 FILLER             PIC X(14) VALUE "   WITH ID    ".
030600     05 TOT-ROUNDS         PIC ZZZZZ9.
030700 01  TOT-LINE-4.
030800     05 FILLER             PIC X(21) VALUE
030900            "  PLAYERS SEEN     : ".
031000     05 TOT-PLAYERS        PIC ZZZZZ9.
031100     05 FILLER             PIC X(14) VALUE "   PAIRS MET  ".
031200     05 TOT-PAIRS          PIC ZZZZZ9.
031300 01  TOT-LINE-5.
031400     05 FILLER             PIC X(21) VALUE
031500            "  SUSPECTS         : ".
031600     05 TOT-SUSPECTS       PIC ZZZZZ9.
031700     05 FILLER             PIC X(14) VALUE "   FLAGS      ".
031800     05 TOT-FLAGS          PIC ZZZZZ9.
031900 01  BLANK-LINE            PIC X(80) VALUE SPACES.
032000 PROCEDURE DIVISION.
032100*--------------------------------------------------------------
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032400     PERFORM 2000-SCAN-MATCHES THRU 2000-EXIT
032500     PERFORM 3000-SCAN-POINTS THRU 3000-EXIT
032600     PERFORM 4000-SCAN-ROUNDS THRU 4000-EXIT
032700     PERFORM 5000-RAISE-FLAGS THRU 5000-EXIT
032800     PERFORM 6000-RANK-SUSPECTS THRU 6000-EXIT
032900     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT
033000     PERFORM 8000-FINALIZE THRU 8000-EXIT
033100     GO TO 9999-EXIT.
033200*--------------------------------------------------------------
033300 1000-INITIALIZE.
033400     ACCEPT WS-RUN-DATE FROM DATE
033500     OPEN OUTPUT RPT-FILE
033600     OPEN OUTPUT FLAG-FILE.
033700 1000-EXIT.
033800     EXIT.
033900*--------------------------------------------------------------
034000* PASS 1 - MATCHSTATE.  HOUSE MATCHES AND A MATCH AWARDED WITH
034100* NOBODY ON THE OTHER SIDE HAVE NO PAIR TO COUNT.
034200*--------------------------------------------------------------
034300 2000-SCAN-MATCHES.
034400     OPEN INPUT MATCH-STATE-FILE
034500     IF MS-FILE-STATUS NOT = "00"
034600         DISPLAY "FAIRSCAN: NO MATCHSTATE FILE - NO PAIRS COUNTED"
034700         GO TO 2000-EXIT
034800     END-IF
034900     MOVE "N" TO WS-EOF-SW
035000     PERFORM 2100-READ-MATCH THRU 2100-EXIT
035100         UNTIL INPUT-AT-EOF
035200     CLOSE MATCH-STATE-FILE.
035300 2000-EXIT.
035400     EXIT.
035500 2100-READ-MATCH.
035600     READ MATCH-STATE-FILE NEXT RECORD
035700         AT END
035800             SET INPUT-AT-EOF TO TRUE
035900             GO TO 2100-EXIT
036000     END-READ
036100     ADD 1 TO WS-MATCH-READ-COUNT
036200     IF MS-PLAYER-A-ID = SPACES OR MS-PLAYER-B-ID = SPACES
036300         OR MS-PLAYER-A-ID = MS-PLAYER-B-ID
036400         GO TO 2100-EXIT
036500     END-IF
036600     ADD 1 TO WS-PVP-COUNT
036700     MOVE MS-PLAYER-A-ID TO WS-PAIR-ID-1
036800     MOVE MS-PLAYER-B-ID TO WS-PAIR-ID-2
036900     PERFORM 2200-FIND-PAIR THRU 2200-EXIT
037000     IF WS-PAIR-SUB > ZERO
037100         ADD 1 TO PR-MATCHES (WS-PAIR-SUB)
037200     END-IF
037300     MOVE MS-PLAYER-A-ID TO WS-FIND-ID
037400     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
037500     IF WS-SUB > ZERO
037600         ADD 1 TO PT-MATCHES (WS-SUB)
037700     END-IF
037800     MOVE MS-PLAYER-B-ID TO WS-FIND-ID
037900     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
038000     IF WS-SUB > ZERO
038100         ADD 1 TO PT-MATCHES (WS-SUB)
038200     END-IF.
038300 2100-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------
038600* LOCATE (OR ADD) THE PAIR WS-PAIR-ID-1/WS-PAIR-ID-2, PUT INTO
038700* LOW/HIGH ORDER FIRST.  WS-PAIR-SUB COMES BACK ZERO ONLY WHEN
038800* THE TABLE IS FULL AND THE PAIR IS NEW.
038900*--------------------------------------------------------------
039000 2200-FIND-PAIR.
039100     IF WS-PAIR-ID-1 > WS-PAIR-ID-2
039200         MOVE WS-PAIR-ID-1 TO WS-FIND-ID
039300         MOVE WS-PAIR-ID-2 TO WS-PAIR-ID-1
039400         MOVE WS-FIND-ID   TO WS-PAIR-ID-2
039500     END-IF
039600     MOVE ZERO TO WS-PAIR-SUB
039700     PERFORM 2210-MATCH-PAIR THRU 2210-EXIT
039800         VARYING WS-PAIR-SUB-2 FROM 1 BY 1
039900         UNTIL WS-PAIR-SUB-2 > WS-PAIR-COUNT OR WS-PAIR-SUB > ZERO
040000     IF WS-PAIR-SUB > ZERO
040100         GO TO 2200-EXIT
040200     END-IF
040300     IF WS-PAIR-COUNT >= WS-MAX-PAIRS
040400         ADD 1 TO WS-PAIR-OVERFLOW
040500         GO TO 2200-EXIT
040600     END-IF
040700     ADD 1 TO WS-PAIR-COUNT
040800     MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
040900     INITIALIZE PR-ENTRY (WS-PAIR-SUB)
041000     MOVE WS-PAIR-ID-1 TO PR-ID-1 (WS-PAIR-SUB)
041100     MOVE WS-PAIR-ID-2 TO PR-ID-2 (WS-PAIR-SUB).
041200 2200-EXIT.
041300     EXIT.
041400 2210-MATCH-PAIR.
041500     IF PR-ID-1 (WS-PAIR-SUB-2) = WS-PAIR-ID-1
041600        AND PR-ID-2 (WS-PAIR-SUB-2) = WS-PAIR-ID-2
041700         MOVE WS-PAIR-SUB-2 TO WS-PAIR-SUB
041800     END-IF.
041900 2210-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------
042200* LOCATE (OR ADD) PLAYER WS-FIND-ID.  WS-SUB COMES BACK ZERO ONLY
042300* WHEN THE TABLE IS FULL AND THE PLAYER IS NEW.
042400*--------------------------------------------------------------
042500 2300-FIND-PLAYER.
042600     MOVE ZERO TO WS-SUB
042700     PERFORM 2310-MATCH-PLAYER THRU 2310-EXIT
042800         VARYING WS-SUB-2 FROM 1 BY 1
042900         UNTIL WS-SUB-2 > WS-PLAYER-COUNT OR WS-SUB > ZERO
043000     IF WS-SUB > ZERO
043100         GO TO 2300-EXIT
043200     END-IF
043300     IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
043400         ADD 1 TO WS-OVERFLOW-COUNT
043500         GO TO 2300-EXIT
043600     END-IF
043700     ADD 1 TO WS-PLAYER-COUNT
043800     MOVE WS-PLAYER-COUNT TO WS-SUB
043900     INITIALIZE PT-ENTRY (WS-SUB)
044000     MOVE WS-FIND-ID TO PT-PLAYER-ID (WS-SUB).
044100 2300-EXIT.
044200     EXIT.
044300 2310-MATCH-PLAYER.
044400     IF PT-PLAYER-ID (WS-SUB-2) = WS-FIND-ID
044500         MOVE WS-SUB-2 TO WS-SUB
044600     END-IF.
044700 2310-EXIT.
044800     EXIT.
044900*--------------------------------------------------------------
045000* PASS 2 - POINTSLOG.  ONLY THE CREDIT HALF OF EACH SETTLEMENT
045100* IS COUNTED: PX-PLAYER-ID WON PX-AMOUNT OFF PX-OTHER-ID.
045200*--------------------------------------------------------------
045300 3000-SCAN-POINTS.
045400     OPEN INPUT POINTS-LOG-FILE
045500     IF PX-FILE-STATUS NOT = "00"
045600         DISPLAY "FAIRSCAN: NO POINTSLOG FILE - NO SETTLEMENTS"
045700             " COUNTED"
045800         GO TO 3000-EXIT
045900     END-IF
046000     MOVE "N" TO WS-EOF-SW
046100     PERFORM 3100-READ-POINTS THRU 3100-EXIT
046200         UNTIL INPUT-AT-EOF
046300     CLOSE POINTS-LOG-FILE.
046400 3000-EXIT.
046500     EXIT.
046600 3100-READ-POINTS.
046700     READ POINTS-LOG-FILE
046800         AT END
046900             SET INPUT-AT-EOF TO TRUE
047000             GO TO 3100-EXIT
047100     END-READ
047200     ADD 1 TO WS-POINTS-READ-COUNT
047300     IF PX-TYPE NOT = "STAKE-CR"
047400         OR PX-OTHER-ID = SPACES
047500         OR PX-OTHER-ID = PX-PLAYER-ID
047600         GO TO 3100-EXIT
047700     END-IF
047800     ADD 1 TO WS-SETTLED-COUNT
047900     MOVE PX-PLAYER-ID TO WS-PAIR-ID-1
048000     MOVE PX-OTHER-ID  TO WS-PAIR-ID-2
048100     PERFORM 2200-FIND-PAIR THRU 2200-EXIT
048200     IF WS-PAIR-SUB = ZERO
048300         GO TO 3100-EXIT
048400     END-IF
048500     ADD 1 TO PR-SETTLED (WS-PAIR-SUB)
048600     IF PX-PLAYER-ID = PR-ID-1 (WS-PAIR-SUB)
048700         ADD PX-AMOUNT TO PR-WON-BY-1 (WS-PAIR-SUB)
048800     ELSE
048900         ADD PX-AMOUNT TO PR-WON-BY-2 (WS-PAIR-SUB)
049000     END-IF.
049100 3100-EXIT.
049200     EXIT.
049300*--------------------------------------------------------------
049400* PASS 3 - GAMELOG, IN ARRIVAL ORDER.  HOUSE ROUNDS WITH NO
049500* PLAYER ID BELONG TO NOBODY AND ARE PASSED OVER.
049600*--------------------------------------------------------------
049700 4000-SCAN-ROUNDS.
049800     OPEN INPUT GAME-LOG-FILE
049900     IF GL-FILE-STATUS NOT = "00"
050000         DISPLAY "FAIRSCAN: NO GAMELOG FILE - NO ROUNDS SCANNED"
050100         GO TO 4000-EXIT
050200     END-IF
050300     MOVE "N" TO WS-EOF-SW
050400     PERFORM 4100-READ-ROUND THRU 4100-EXIT
050500         UNTIL INPUT-AT-EOF
050600     CLOSE GAME-LOG-FILE.
050700 4000-EXIT.
050800     EXIT.
050900 4100-READ-ROUND.
051000     READ GAME-LOG-FILE
051100         AT END
051200             SET INPUT-AT-EOF TO TRUE
051300             GO TO 4100-EXIT
051400     END-READ
051500     ADD 1 TO WS-ROUND-READ-COUNT
051600     IF GL-PLAYER-ID = SPACES
051700         OR GL-PLAYER-CHOICE < 1 OR GL-PLAYER-CHOICE > 5
051800         GO TO 4100-EXIT
051900     END-IF
052000     MOVE GL-PLAYER-ID TO WS-FIND-ID
052100     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
052200     IF WS-SUB = ZERO
052300         GO TO 4100-EXIT
052400     END-IF
052500     ADD 1 TO WS-ROUND-COUNT
052600     COMPUTE WS-ROUND-SECS =
052700         GL-HOURS * 3600 + GL-MINS * 60 + GL-SECS
052800*    THE GAP IS ONLY MEASURED WITHIN ONE DAY; A LINE STAMPED
052900*    EARLIER THAN THE ONE BEFORE IT IS NOT COUNTED EITHER WAY.
053000     IF PT-ROUNDS (WS-SUB) > ZERO
053100        AND PT-LAST-DATE (WS-SUB) = GL-DATE
053200         COMPUTE WS-GAP-SECS =
053300             WS-ROUND-SECS - PT-LAST-SECS (WS-SUB)
053400         IF WS-GAP-SECS >= ZERO
053500             ADD 1 TO PT-TIMED (WS-SUB)
053600             IF WS-GAP-SECS <= WS-FAST-SECS
053700                 ADD 1 TO PT-FAST (WS-SUB)
053800             END-IF
053900         END-IF
054000     END-IF
054100     PERFORM 4200-CHECK-LAG THRU 4200-EXIT
054200         VARYING WS-LAG FROM 1 BY 1
054300         UNTIL WS-LAG > PT-HIST-COUNT (WS-SUB)
054400     PERFORM 4300-SHIFT-HISTORY THRU 4300-EXIT
054500         VARYING WS-LAG FROM 5 BY -1
054600         UNTIL WS-LAG < 2
054700     MOVE GL-PLAYER-CHOICE TO PT-HIST (WS-SUB, 1)
054800     IF PT-HIST-COUNT (WS-SUB) < 5
054900         ADD 1 TO PT-HIST-COUNT (WS-SUB)
055000     END-IF
055100     ADD 1 TO PT-ROUNDS (WS-SUB)
055200     MOVE GL-DATE       TO PT-LAST-DATE (WS-SUB)
055300     MOVE WS-ROUND-SECS TO PT-LAST-SECS (WS-SUB).
055400 4100-EXIT.
055500     EXIT.
055600 4200-CHECK-LAG.
055700     ADD 1 TO PT-LAG-TRIES (WS-SUB, WS-LAG)
055800     IF GL-PLAYER-CHOICE = PT-HIST (WS-SUB, WS-LAG)
055900         ADD 1 TO PT-LAG-HITS (WS-SUB, WS-LAG)
056000     END-IF.
056100 4200-EXIT.
056200     EXIT.
056300 4300-SHIFT-HISTORY.
056400     COMPUTE WS-PREV-LAG = WS-LAG - 1
056500     MOVE PT-HIST (WS-SUB, WS-PREV-LAG)
056600       TO PT-HIST (WS-SUB, WS-LAG).
056700 4300-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------
057000* JUDGE EVERY PAIR, THEN EVERY PLAYER.  THE FIELD'S AVERAGE PAIR
057100* IS TAKEN OVER THE PAIRS THAT HAVE MET AT LEAST ONCE.
057200*--------------------------------------------------------------
057300 5000-RAISE-FLAGS.
057400     PERFORM 5010-COUNT-MET-PAIR THRU 5010-EXIT
057500         VARYING WS-PAIR-SUB FROM 1 BY 1
057600         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
057700     PERFORM 5100-JUDGE-PAIR THRU 5100-EXIT
057800         VARYING WS-PAIR-SUB FROM 1 BY 1
057900         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
058000     PERFORM 5200-JUDGE-PLAYER THRU 5200-EXIT
058100         VARYING WS-SUB FROM 1 BY 1
058200         UNTIL WS-SUB > WS-PLAYER-COUNT.
058300 5000-EXIT.
058400     EXIT.
058500 5010-COUNT-MET-PAIR.
058600     IF PR-MATCHES (WS-PAIR-SUB) > ZERO
058700         ADD 1 TO WS-MET-PAIRS
058800     END-IF.
058900 5010-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------
059200* PAIRFREQ: MEETINGS AS A PERCENTAGE OF THE AVERAGE PAIR'S
059300* (PR-MATCHES * PAIRS-MET * 100 / PVP MATCHES).  ONEWAY: THE
059400* LARGER SIDE'S SHARE OF THE POINTS THE PAIR'S SETTLEMENTS MOVED.
059500*--------------------------------------------------------------
059600 5100-JUDGE-PAIR.
059700     IF PR-MATCHES (WS-PAIR-SUB) >= WS-MIN-PAIR-MATCHES
059800        AND WS-PVP-COUNT > ZERO
059900         COMPUTE WS-PCT = PR-MATCHES (WS-PAIR-SUB) * WS-MET-PAIRS
060000             * 100 / WS-PVP-COUNT
060100         IF WS-PCT >= WS-PAIR-FACTOR-PCT
060200             MOVE "PAIRFREQ"             TO WS-NEW-CODE
060300             MOVE SPACES                 TO WS-NEW-DETAIL
060400             MOVE WS-PAIR-FACTOR-PCT     TO WS-NEW-LIMIT
060500             MOVE PR-MATCHES (WS-PAIR-SUB) TO WS-NEW-BASIS
060600             PERFORM 5110-FLAG-BOTH-SIDES THRU 5110-EXIT
060700         END-IF
060800     END-IF
060900     COMPUTE WS-FLOW-TOTAL = PR-WON-BY-1 (WS-PAIR-SUB)
061000                           + PR-WON-BY-2 (WS-PAIR-SUB)
061100     IF PR-SETTLED (WS-PAIR-SUB) < WS-MIN-SETTLED
061200        OR WS-FLOW-TOTAL = ZERO
061300         GO TO 5100-EXIT
061400     END-IF
061500     IF PR-WON-BY-1 (WS-PAIR-SUB) >= PR-WON-BY-2 (WS-PAIR-SUB)
061600         COMPUTE WS-PCT =
061700             PR-WON-BY-1 (WS-PAIR-SUB) * 100 / WS-FLOW-TOTAL
061800     ELSE
061900         COMPUTE WS-PCT =
062000             PR-WON-BY-2 (WS-PAIR-SUB) * 100 / WS-FLOW-TOTAL
062100     END-IF
062200     IF WS-PCT < WS-ONEWAY-PCT
062300         GO TO 5100-EXIT
062400     END-IF
062500     MOVE "ONEWAY"                 TO WS-NEW-CODE
062600     MOVE WS-ONEWAY-PCT            TO WS-NEW-LIMIT
062700     MOVE PR-SETTLED (WS-PAIR-SUB) TO WS-NEW-BASIS
062800     PERFORM 5110-FLAG-BOTH-SIDES THRU 5110-EXIT.
062900 5100-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------
063200* RAISE THE FLAG IN HAND AGAINST BOTH SIDES OF THE PAIR, EACH
063300* NAMING THE OTHER.  ON A ONEWAY FLAG THE SIDE THAT TOOK THE
063400* POINTS RECEIVES AND THE SIDE THAT PAID THEM FEEDS.
063500*--------------------------------------------------------------
063600 5110-FLAG-BOTH-SIDES.
063700     MOVE WS-PCT TO WS-NEW-VALUE
063800     IF WS-PCT > 99999
063900         MOVE 99999 TO WS-NEW-VALUE
064000     END-IF
064100     MOVE PR-ID-1 (WS-PAIR-SUB) TO WS-FIND-ID
064200     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
064300     MOVE WS-SUB TO WS-NEW-PLAYER-SUB
064400     MOVE PR-ID-2 (WS-PAIR-SUB) TO WS-NEW-OTHER-ID
064500     IF WS-NEW-CODE = "ONEWAY"
064600         IF PR-WON-BY-1 (WS-PAIR-SUB) >= PR-WON-BY-2 (WS-PAIR-SUB)
064700             MOVE "RECEIVES" TO WS-NEW-DETAIL
064800         ELSE
064900             MOVE "FEEDS"    TO WS-NEW-DETAIL
065000         END-IF
065100     END-IF
065200     PERFORM 5300-ADD-FLAG THRU 5300-EXIT
065300     MOVE PR-ID-2 (WS-PAIR-SUB) TO WS-FIND-ID
065400     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
065500     MOVE WS-SUB TO WS-NEW-PLAYER-SUB
065600     MOVE PR-ID-1 (WS-PAIR-SUB) TO WS-NEW-OTHER-ID
065700     IF WS-NEW-CODE = "ONEWAY"
065800         IF PR-WON-BY-1 (WS-PAIR-SUB) >= PR-WON-BY-2 (WS-PAIR-SUB)
065900             MOVE "FEEDS"    TO WS-NEW-DETAIL
066000         ELSE
066100             MOVE "RECEIVES" TO WS-NEW-DETAIL
066200         END-IF
066300     END-IF
066400     PERFORM 5300-ADD-FLAG THRU 5300-EXIT.
066500 5110-EXIT.
066600     EXIT.
066700*--------------------------------------------------------------
066800* PATTERN: THE LAG WHOSE THROWS REPEATED MOST OFTEN, JUDGED ONLY
066900* OVER THE MINIMUM SAMPLE.  SPEED: THE SHARE OF TIMED ROUNDS
067000* THAT CAME WITHIN THE FAST GAP OF THE ROUND BEFORE.
067100*--------------------------------------------------------------
067200 5200-JUDGE-PLAYER.
067300     MOVE ZERO TO WS-BEST-PCT
067400     MOVE ZERO TO WS-BEST-LAG
067500     MOVE ZERO TO WS-BEST-TRIES
067600     PERFORM 5210-RATE-LAG THRU 5210-EXIT
067700         VARYING WS-LAG FROM 1 BY 1
067800         UNTIL WS-LAG > 5
067900     IF WS-BEST-LAG > ZERO
068000        AND WS-BEST-PCT >= WS-PATTERN-PCT
068100         MOVE WS-SUB          TO WS-NEW-PLAYER-SUB
068200         MOVE "PATTERN"       TO WS-NEW-CODE
068300         MOVE WS-BEST-LAG     TO WS-CYCLE-LEN
068400         MOVE WS-CYCLE-DETAIL TO WS-NEW-DETAIL
068500         MOVE SPACES          TO WS-NEW-OTHER-ID
068600         MOVE WS-BEST-PCT     TO WS-NEW-VALUE
068700         MOVE WS-PATTERN-PCT  TO WS-NEW-LIMIT
068800         MOVE WS-BEST-TRIES   TO WS-NEW-BASIS
068900         PERFORM 5300-ADD-FLAG THRU 5300-EXIT
069000     END-IF
069100     IF PT-TIMED (WS-SUB) < WS-MIN-ROUNDS
069200         GO TO 5200-EXIT
069300     END-IF
069400     COMPUTE WS-PCT = PT-FAST (WS-SUB) * 100 / PT-TIMED (WS-SUB)
069500     IF WS-PCT < WS-FAST-PCT
069600         GO TO 5200-EXIT
069700     END-IF
069800     MOVE WS-SUB            TO WS-NEW-PLAYER-SUB
069900     MOVE "SPEED"           TO WS-NEW-CODE
070000     MOVE WS-FAST-SECS      TO WS-FAST-SHOW
070100     MOVE WS-FAST-DETAIL    TO WS-NEW-DETAIL
070200     MOVE SPACES            TO WS-NEW-OTHER-ID
070300     MOVE WS-PCT            TO WS-NEW-VALUE
070400     MOVE WS-FAST-PCT       TO WS-NEW-LIMIT
070500     MOVE PT-TIMED (WS-SUB) TO WS-NEW-BASIS
070600     PERFORM 5300-ADD-FLAG THRU 5300-EXIT.
070700 5200-EXIT.
070800     EXIT.
070900 5210-RATE-LAG.
071000     IF PT-LAG-TRIES (WS-SUB, WS-LAG) < WS-MIN-ROUNDS
071100         GO TO 5210-EXIT
071200     END-IF
071300     COMPUTE WS-PCT = PT-LAG-HITS (WS-SUB, WS-LAG) * 100
071400                    / PT-LAG-TRIES (WS-SUB, WS-LAG)
071500     IF WS-PCT > WS-BEST-PCT
071600         MOVE WS-PCT TO WS-BEST-PCT
071700         MOVE WS-LAG TO WS-BEST-LAG
071800         MOVE PT-LAG-TRIES (WS-SUB, WS-LAG) TO WS-BEST-TRIES
071900     END-IF.
072000 5210-EXIT.
072100     EXIT.
072200*--------------------------------------------------------------
072300* FILE THE FLAG IN HAND AND ADD ITS SCORE TO THE PLAYER'S.  A
072400* PLAYER WHO NEVER MADE THE TABLE (IT FILLED FIRST) CANNOT BE
072500* FLAGGED; THE OVERFLOW COUNT SAYS SO AT THE END OF THE RUN.
072600*--------------------------------------------------------------
072700 5300-ADD-FLAG.
072800     IF WS-NEW-PLAYER-SUB = ZERO
072900         GO TO 5300-EXIT
073000     END-IF
073100     IF WS-FLAG-COUNT >= WS-MAX-FLAGS
073200         ADD 1 TO WS-FLAG-OVERFLOW
073300         GO TO 5300-EXIT
073400     END-IF
073500     COMPUTE WS-PCT = WS-NEW-VALUE * 100 / WS-NEW-LIMIT
073600     IF WS-PCT > 999
073700         MOVE 999 TO WS-NEW-SCORE
073800     ELSE
073900         MOVE WS-PCT TO WS-NEW-SCORE
074000     END-IF
074100     ADD 1 TO WS-FLAG-COUNT
074200     MOVE WS-FLAG-COUNT     TO WS-FLAG-SUB
074300     MOVE WS-NEW-PLAYER-SUB TO FG-PLAYER-SUB (WS-FLAG-SUB)
074400     MOVE WS-NEW-CODE       TO FG-CODE (WS-FLAG-SUB)
074500     MOVE WS-NEW-DETAIL     TO FG-DETAIL (WS-FLAG-SUB)
074600     MOVE WS-NEW-OTHER-ID   TO FG-OTHER-ID (WS-FLAG-SUB)
074700     MOVE WS-NEW-VALUE      TO FG-VALUE (WS-FLAG-SUB)
074800     MOVE WS-NEW-LIMIT      TO FG-LIMIT (WS-FLAG-SUB)
074900     MOVE WS-NEW-BASIS      TO FG-BASIS (WS-FLAG-SUB)
075000     MOVE WS-NEW-SCORE      TO FG-SCORE (WS-FLAG-SUB)
075100     ADD WS-NEW-SCORE TO PT-SCORE (WS-NEW-PLAYER-SUB)
075200     ADD 1            TO PT-FLAGS (WS-NEW-PLAYER-SUB).
075300 5300-EXIT.
075400     EXIT.
075500*--------------------------------------------------------------
075600* GATHER THE FLAGGED PLAYERS AND SELECTION-SORT THEM, HIGHEST
075700* SCORE FIRST, MORE FLAGS FIRST ON EQUAL SCORES.
075800*--------------------------------------------------------------
075900 6000-RANK-SUSPECTS.
076000     PERFORM 6010-GATHER-SUSPECT THRU 6010-EXIT
076100         VARYING WS-SUB FROM 1 BY 1
076200         UNTIL WS-SUB > WS-PLAYER-COUNT
076300     PERFORM 6100-SELECT-PASS THRU 6100-EXIT
076400         VARYING WS-SUB FROM 1 BY 1
076500         UNTIL WS-SUB >= WS-SUSPECT-COUNT.
076600 6000-EXIT.
076700     EXIT.
076800 6010-GATHER-SUSPECT.
076900     IF PT-FLAGS (WS-SUB) > ZERO
077000         ADD 1 TO WS-SUSPECT-COUNT
077100         MOVE WS-SUB TO SU-PLAYER-SUB (WS-SUSPECT-COUNT)
077200     END-IF.
077300 6010-EXIT.
077400     EXIT.
077500 6100-SELECT-PASS.
077600     MOVE WS-SUB TO WS-BEST-SUB
077700     COMPUTE WS-NEXT-SUB = WS-SUB + 1
077800     PERFORM 6110-COMPARE-RANK THRU 6110-EXIT
077900         VARYING WS-SUB-2 FROM WS-NEXT-SUB BY 1
078000         UNTIL WS-SUB-2 > WS-SUSPECT-COUNT
078100     IF WS-BEST-SUB NOT = WS-SUB
078200         MOVE SU-PLAYER-SUB (WS-BEST-SUB) TO WS-HOLD-SUB
078300         MOVE SU-PLAYER-SUB (WS-SUB)
078400           TO SU-PLAYER-SUB (WS-BEST-SUB)
078500         MOVE WS-HOLD-SUB TO SU-PLAYER-SUB (WS-SUB)
078600     END-IF.
078700 6100-EXIT.
078800     EXIT.
078900 6110-COMPARE-RANK.
079000     MOVE SU-PLAYER-SUB (WS-SUB-2)    TO WS-CAND-SUB
079100     MOVE SU-PLAYER-SUB (WS-BEST-SUB) TO WS-LEAD-SUB
079200     IF PT-SCORE (WS-CAND-SUB) > PT-SCORE (WS-LEAD-SUB)
079300         MOVE WS-SUB-2 TO WS-BEST-SUB
079400     ELSE
079500         IF PT-SCORE (WS-CAND-SUB) = PT-SCORE (WS-LEAD-SUB)
079600            AND PT-FLAGS (WS-CAND-SUB) > PT-FLAGS (WS-LEAD-SUB)
079700             MOVE WS-SUB-2 TO WS-BEST-SUB
079800         END-IF
079900     END-IF.
080000 6110-EXIT.
080100     EXIT.
080200*--------------------------------------------------------------
080300* EACH SUSPECT IN RANK ORDER, WITH THEIR FLAGS BENEATH; EVERY
080400* FLAG PRINTED IS ALSO WRITTEN TO FAIRFLAG.
080500*--------------------------------------------------------------
080600 7000-PRINT-REPORT.
080700     MOVE WS-RUN-DATE TO HDG-DATE
080800     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
080900     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
081000     MOVE WS-PAIR-FACTOR-PCT  TO LIM-PAIR-FACTOR
081100     MOVE WS-MIN-PAIR-MATCHES TO LIM-MIN-PAIR
081200     MOVE WS-ONEWAY-PCT       TO LIM-ONEWAY
081300     MOVE WS-MIN-SETTLED      TO LIM-MIN-SETTLED
081400     MOVE WS-PATTERN-PCT      TO LIM-PATTERN
081500     MOVE WS-MIN-ROUNDS       TO LIM-MIN-ROUNDS-1
081600     MOVE WS-FAST-PCT         TO LIM-FAST-PCT
081700     MOVE WS-FAST-SECS        TO LIM-FAST-SECS
081800     MOVE WS-MIN-ROUNDS       TO LIM-MIN-ROUNDS-2
081900     MOVE LIM-LINE-1 TO RPT-LINE  WRITE RPT-LINE
082000     MOVE LIM-LINE-2 TO RPT-LINE  WRITE RPT-LINE
082100     MOVE LIM-LINE-3 TO RPT-LINE  WRITE RPT-LINE
082200     MOVE LIM-LINE-4 TO RPT-LINE  WRITE RPT-LINE
082300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
082400     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
082500     MOVE HDG-LINE-3 TO RPT-LINE  WRITE RPT-LINE
082600     IF WS-SUSPECT-COUNT = ZERO
082700         MOVE NONE-LINE TO RPT-LINE  WRITE RPT-LINE
082800     END-IF
082900     PERFORM 7100-PRINT-SUSPECT THRU 7100-EXIT
083000         VARYING WS-SUB FROM 1 BY 1
083100         UNTIL WS-SUB > WS-SUSPECT-COUNT
083200     MOVE WS-MATCH-READ-COUNT  TO TOT-MATCH-READ
083300     MOVE WS-PVP-COUNT         TO TOT-PVP
083400     MOVE WS-POINTS-READ-COUNT TO TOT-POINTS-READ
083500     MOVE WS-SETTLED-COUNT     TO TOT-SETTLED
083600     MOVE WS-ROUND-READ-COUNT  TO TOT-ROUND-READ
083700     MOVE WS-ROUND-COUNT       TO TOT-ROUNDS
083800     MOVE WS-PLAYER-COUNT      TO TOT-PLAYERS
083900     MOVE WS-MET-PAIRS         TO TOT-PAIRS
084000     MOVE WS-SUSPECT-COUNT     TO TOT-SUSPECTS
084100     MOVE WS-FLAG-WRITTEN      TO TOT-FLAGS
084200     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
084300     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
084400     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
084500     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
084600     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
084700     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE.
084800 7000-EXIT.
084900     EXIT.
085000 7100-PRINT-SUSPECT.
085100     MOVE SU-PLAYER-SUB (WS-SUB) TO WS-BEST-SUB
085200     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
085300     MOVE WS-SUB                      TO SUS-RANK
085400     MOVE PT-PLAYER-ID (WS-BEST-SUB)  TO SUS-PLAYER
085500     MOVE PT-SCORE (WS-BEST-SUB)      TO SUS-SCORE
085600     MOVE PT-FLAGS (WS-BEST-SUB)      TO SUS-FLAGS
085700     MOVE SUS-LINE TO RPT-LINE
085800     WRITE RPT-LINE
085900     PERFORM 7110-PRINT-FLAG THRU 7110-EXIT
086000         VARYING WS-FLAG-SUB FROM 1 BY 1
086100         UNTIL WS-FLAG-SUB > WS-FLAG-COUNT.
086200 7100-EXIT.
086300     EXIT.
086400 7110-PRINT-FLAG.
086500     IF FG-PLAYER-SUB (WS-FLAG-SUB) NOT = WS-BEST-SUB
086600         GO TO 7110-EXIT
086700     END-IF
086800     MOVE FG-CODE (WS-FLAG-SUB)     TO FLG-CODE
086900     MOVE FG-DETAIL (WS-FLAG-SUB)   TO FLG-DETAIL
087000     MOVE FG-OTHER-ID (WS-FLAG-SUB) TO FLG-OTHER
087100     MOVE FG-VALUE (WS-FLAG-SUB)    TO FLG-VALUE
087200     MOVE FG-LIMIT (WS-FLAG-SUB)    TO FLG-LIMIT
087300     MOVE FG-BASIS (WS-FLAG-SUB)    TO FLG-BASIS
087400     MOVE FG-SCORE (WS-FLAG-SUB)    TO FLG-SCORE
087500     MOVE FLG-LINE TO RPT-LINE
087600     WRITE RPT-LINE
087700     MOVE WS-RUN-DATE                TO FF-RUN-DATE
087800     MOVE WS-SUB                     TO FF-RANK
087900     MOVE PT-PLAYER-ID (WS-BEST-SUB) TO FF-PLAYER-ID
088000     MOVE PT-SCORE (WS-BEST-SUB)     TO FF-SCORE
088100     MOVE FG-CODE (WS-FLAG-SUB)      TO FF-CODE
088200     MOVE FG-DETAIL (WS-FLAG-SUB)    TO FF-DETAIL
088300     MOVE FG-OTHER-ID (WS-FLAG-SUB)  TO FF-OTHER-ID
088400     MOVE FG-VALUE (WS-FLAG-SUB)     TO FF-VALUE
088500     MOVE FG-LIMIT (WS-FLAG-SUB)     TO FF-LIMIT
088600     MOVE FG-BASIS (WS-FLAG-SUB)     TO FF-BASIS
088700     MOVE FG-SCORE (WS-FLAG-SUB)     TO FF-FLAG-SCORE
088800     WRITE FAIR-FLAG-RECORD
088900     ADD 1 TO WS-FLAG-WRITTEN.
089000 7110-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------
089300 8000-FINALIZE.
089400     IF WS-OVERFLOW-COUNT > ZERO
089500         DISPLAY "FAIRSCAN: PLAYER TABLE FULL - "
089600             WS-OVERFLOW-COUNT " ENTRIES NOT COUNTED"
089700     END-IF
089800     IF WS-PAIR-OVERFLOW > ZERO
089900         DISPLAY "FAIRSCAN: PAIR TABLE FULL - "
090000             WS-PAIR-OVERFLOW " ENTRIES NOT COUNTED"
090100     END-IF
090200     IF WS-FLAG-OVERFLOW > ZERO
090300         DISPLAY "FAIRSCAN: FLAG TABLE FULL - "
090400             WS-FLAG-OVERFLOW " FLAGS NOT RAISED"
090500     END-IF
090600     CLOSE FLAG-FILE
090700     CLOSE RPT-FILE
090800     DISPLAY "FAIRSCAN: " WS-SUSPECT-COUNT " SUSPECTS, "
090900         WS-FLAG-WRITTEN " FLAGS WRITTEN TO FAIRFLAG".
091000 8000-EXIT.
091100     EXIT.
091200*--------------------------------------------------------------
091300 9999-EXIT.
091400     STOP RUN.
