000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEAGUE.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  ROUND-ROBIN LEAGUE SEASONS ALONGSIDE THE
001000*                    TOURNEY KNOCKOUT DRAW: REGISTERS A LEAGUE
001100*                    AND ITS ENTRANTS, GENERATES THE EVERY-
001200*                    PLAYER-PLAYS-EVERY-PLAYER FIXTURE LIST AND
001300*                    ITS MATCH IDS, POSTS RESULTS TO THE
001400*                    STANDINGS AS FIXTURES COMPLETE, AND CLOSES
001500*                    THE SEASON WITH THE FINAL STANDINGS REPORT.
001600*--------------------------------------------------------------
001700* ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE LEAGUE ID:
001800*   REGISTER <id> [BEST-OF]  - CREATE THE LEAGUE FROM THE
001900*        ENTRANT LIST IN LEAGUEIN (ONE PLAYER ID PER LINE, 2 TO
002000*        20 OF THEM) AND GENERATE ITS FIXTURES.  BEST-OF 3 OR
002100*        5, DEFAULT 3.
002200*   RECORD   <id>  - POST EVERY FIXTURE WHOSE MATCH ID HAS
002300*        REACHED COMPLETION IN MATCHSTATE TO THE STANDINGS.
002400*        SAFE TO RUN AS OFTEN AS WANTED.
002500*   REPORT   <id>  - PRINT THE STANDINGS AND RESULTS TO LEAGRPT.
002600*   CLOSE    <id>  - POST THE LAST RESULTS, FIX THE FINAL
002700*        POSITIONS, CROWN THE CHAMPION AND PRINT THE CLOSING
002800*        STANDINGS.  A CLOSED LEAGUE TAKES NO MORE RESULTS.
002900*   SWEEP          - RECORD EVERY LEAGUE STILL OPEN.  NO ID;
003000*        THIS IS THE FORM THE NIGHTLY CYCLE RUNS.
003100* FIXTURES ARE DRAWN BY THE CIRCLE METHOD: ONE ENTRANT STAYS
003200* PUT WHILE THE REST ROTATE ROUND IT, SO EACH MATCHDAY PAIRS
003300* EVERYONE ONCE (AN ODD FIELD GIVES ONE ENTRANT THE DAY OFF)
003400* AND NOBODY MEETS THE SAME OPPONENT TWICE.  FIXTURE N IS
003500* PLAYED THROUGH THE WORKER AS AN ORDINARY PVP BEST-OF-N ROUND
003600* SET UNDER THE GENERATED MATCH ID <id>-F<nnn>.  A FIXTURE
003700* MATCHADJ CLOSES OUT AS STALLED IS POSTED AS IT WAS DECIDED: A
003800* FORFEIT IS A WIN FOR THE SIDE IT WAS AWARDED TO, A VOID IS
003900* ONE POINT APIECE.
004000*--------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
004500         ORGANIZATION INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LG-KEY
004800         FILE STATUS IS LG-FILE-STATUS.
004900     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
005000         ORGANIZATION INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS MS-MATCH-ID
005300         FILE STATUS IS MS-FILE-STATUS.
005400     SELECT ENTRANT-FILE ASSIGN TO "LEAGUEIN"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS EN-FILE-STATUS.
005700     SELECT RPT-FILE ASSIGN TO "LEAGRPT"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS RPT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LEAGUE-FILE.
006300     COPY "league.cpy".
006400 FD  MATCH-STATE-FILE.
006500     COPY "matchstate.cpy".
006600 FD  ENTRANT-FILE.
006700 01  ENTRANT-RECORD        PIC X(16).
006800 FD  RPT-FILE.
006900 01  RPT-LINE              PIC X(80).
007000 WORKING-STORAGE SECTION.
007100*--------------------------------------------------------------
007200* SWITCHES AND COUNTERS
007300*--------------------------------------------------------------
007400 77  LG-FILE-STATUS        PIC X(02) VALUE "00".
007500 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
007600 77  EN-FILE-STATUS        PIC X(02) VALUE "00".
007700 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
007800 77  WS-EOF-SW             PIC X(01) VALUE "N".
007900     88 INPUT-AT-EOF            VALUE "Y".
008000 77  WS-MS-OPEN-SW         PIC X(01) VALUE "N".
008100     88 MATCH-STATE-IS-OPEN     VALUE "Y".
008200 77  WS-FOUND-SW           PIC X(01) VALUE "N".
008300     88 LEAGUE-WAS-FOUND        VALUE "Y".
008400 77  WS-DUP-SW             PIC X(01) VALUE "N".
008500     88 ENTRANT-IS-DUPLICATE    VALUE "Y".
008600 77  WS-TODAY              PIC 9(06) VALUE ZERO.
008700 77  WS-LEAGUE-COUNT       PIC 9(04) VALUE ZERO.
008800 77  WS-OPEN-COUNT         PIC 9(04) VALUE ZERO.
008900 77  WS-POSTED-COUNT       PIC 9(03) VALUE ZERO.
009000 77  WS-TOTAL-POSTED       PIC 9(05) VALUE ZERO.
009100 77  WS-UNPLAYED-COUNT     PIC 9(03) VALUE ZERO.
009200*--------------------------------------------------------------
009300* ARGUMENTS
009400*--------------------------------------------------------------
009500 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
009600 77  WS-ARG-LEAGUE-ID      PIC X(08) VALUE SPACES.
009700 77  WS-ARG-BESTOF         PIC X(01) VALUE SPACES.
009800*--------------------------------------------------------------
009900* LEAGUE POINTS.  A WIN (PLAYED OUT OR BY FORFEIT) IS WORTH
010000* THREE, A VOIDED FIXTURE ONE TO EACH SIDE, A LOSS NOTHING.
010100*--------------------------------------------------------------
010200 77  WS-WIN-POINTS         PIC 9(01) VALUE 3.
010300 77  WS-VOID-POINTS        PIC 9(01) VALUE 1.
010400*--------------------------------------------------------------
010500* THE LEAGUE IN HAND - ITS HEADER VALUES, ITS ENTRANTS WITH
010600* THEIR STANDINGS, AND ITS FIXTURES - LOADED WHOLE BY
010700* 5000-LOAD-LEAGUE.  A FIXTURE NAMES ITS TWO SIDES BY THEIR
010800* SUBSCRIPT IN THE ENTRANT TABLE.
010900*--------------------------------------------------------------
011000 01  WS-LEAGUE-ID          PIC X(08) VALUE SPACES.
011100 77  WS-LG-STATUS          PIC X(01) VALUE SPACES.
011200     88 LEAGUE-WAS-CLOSED       VALUE "C".
011300 77  WS-LG-BEST-OF         PIC 9(01) VALUE ZERO.
011400 77  WS-LG-MATCHDAYS       PIC 9(02) VALUE ZERO.
011500 77  WS-LG-OPEN-DATE       PIC 9(06) VALUE ZERO.
011600 77  WS-LG-CLOSE-DATE      PIC 9(06) VALUE ZERO.
011700 01  WS-LG-CHAMPION-ID     PIC X(16) VALUE SPACES.
011800 77  WS-ENTRANT-COUNT      PIC 9(02) COMP VALUE ZERO.
011900 77  WS-FIXTURE-COUNT      PIC 9(03) VALUE ZERO.
012000 77  WS-PLAYED-COUNT       PIC 9(03) VALUE ZERO.
012100 01  ENTRANT-TABLE.
012200     05 ET-ENTRY           OCCURS 20 TIMES.
012300        10 ET-PLAYER-ID    PIC X(16).
012400        10 ET-PLAYED       PIC 9(03).
012500        10 ET-WON          PIC 9(03).
012600        10 ET-LOST         PIC 9(03).
012700        10 ET-VOIDED       PIC 9(03).
012800        10 ET-ROUNDS-FOR   PIC 9(04).
012900        10 ET-ROUNDS-AGN   PIC 9(04).
013000        10 ET-POINTS       PIC 9(04).
013100        10 ET-POSITION     PIC 9(03).
013200        10 ET-H2H-POINTS   PIC 9(04).
013300        10 ET-DIFF         PIC S9(04).
013400 01  FIXTURE-TABLE.
013500     05 FT-ENTRY           OCCURS 190 TIMES.
013600        10 FT-MATCHDAY     PIC 9(02).
013700        10 FT-HOME-SUB     PIC 9(02) COMP.
013800        10 FT-AWAY-SUB     PIC 9(02) COMP.
013900        10 FT-STATUS       PIC X(01).
014000        10 FT-WINNER-SUB   PIC 9(02) COMP.
014100        10 FT-HOME-ROUNDS  PIC 9(01).
014200        10 FT-AWAY-ROUNDS  PIC 9(01).
014300        10 FT-POSTED-DATE  PIC 9(06).
014400*--------------------------------------------------------------
014500* SUBSCRIPTS AND THE FIXTURE BEING WORKED
014600*--------------------------------------------------------------
014700 77  WS-SUB                PIC 9(02) COMP VALUE ZERO.
014800 77  WS-SUB2               PIC 9(02) COMP VALUE ZERO.
014900 77  WS-ENT-SUB            PIC 9(02) COMP VALUE ZERO.
015000 77  WS-FX                 PIC 9(03) COMP VALUE ZERO.
015100 77  WS-HOME-SUB           PIC 9(02) COMP VALUE ZERO.
015200 77  WS-AWAY-SUB           PIC 9(02) COMP VALUE ZERO.
015300 77  WS-WIN-SUB            PIC 9(02) COMP VALUE ZERO.
015400 77  WS-LOSE-SUB           PIC 9(02) COMP VALUE ZERO.
015500 77  WS-FOUND-SUB          PIC 9(02) COMP VALUE ZERO.
015600 01  WS-SEARCH-ID          PIC X(16) VALUE SPACES.
015700 01  WS-HOME-ID            PIC X(16) VALUE SPACES.
015800 01  WS-AWAY-ID            PIC X(16) VALUE SPACES.
015900 01  WS-WINNER-ID          PIC X(16) VALUE SPACES.
016000 77  WS-RESULT-STATUS      PIC X(01) VALUE SPACES.
016100 77  WS-HOME-ROUNDS        PIC 9(01) VALUE ZERO.
016200 77  WS-AWAY-ROUNDS        PIC 9(01) VALUE ZERO.
016300 77  WS-NEEDED-WINS        PIC 9(01) VALUE ZERO.
016400*--------------------------------------------------------------
016500* GENERATED MATCH ID - <LEAGUE-ID>-F<NNN>, THE SAME 16-BYTE
016600* SHAPE THE WORKER KEYS MATCHSTATE BY.
016700*--------------------------------------------------------------
016800 01  WS-MATCH-ID           PIC X(16) VALUE SPACES.
016900 77  WS-FIXTURE-X          PIC 9(03) VALUE ZERO.
017000*--------------------------------------------------------------
017100* FIXTURE GENERATION - THE CIRCLE.  POSITIONS 1 THRU THE CIRCLE
017200* SIZE HOLD ENTRANT SUBSCRIPTS; IN AN ODD FIELD THE EXTRA
017300* POSITION HOLDS A SUBSCRIPT PAST THE LAST ENTRANT, AND
017400* WHOEVER DRAWS IT SITS THAT MATCHDAY OUT.
017500*--------------------------------------------------------------
017600 77  WS-CIRCLE-SIZE        PIC 9(02) COMP VALUE ZERO.
017700 77  WS-HALF               PIC 9(02) COMP VALUE ZERO.
017800 77  WS-ODD                PIC 9(02) COMP VALUE ZERO.
017900 77  WS-MATCHDAY           PIC 9(02) COMP VALUE ZERO.
018000 77  WS-PAIR               PIC 9(02) COMP VALUE ZERO.
018100 77  WS-SAVED-POS          PIC 9(02) COMP VALUE ZERO.
018200 77  WS-QUOTIENT           PIC 9(02) COMP VALUE ZERO.
018300 01  CIRCLE-TABLE.
018400     05 CT-POS             PIC 9(02) COMP OCCURS 20 TIMES.
018500*--------------------------------------------------------------
018600* STANDINGS ORDER - RK-SUB (N) IS THE ENTRANT IN NTH PLACE.
018700*--------------------------------------------------------------
018800 77  WS-PASS               PIC 9(02) COMP VALUE ZERO.
018900 77  WS-A-SUB              PIC 9(02) COMP VALUE ZERO.
019000 77  WS-B-SUB              PIC 9(02) COMP VALUE ZERO.
019100 01  RANK-TABLE.
019200     05 RK-SUB             PIC 9(02) COMP OCCURS 20 TIMES.
019300*--------------------------------------------------------------
019400* SWEEP - THE OPEN LEAGUES, COLLECTED BEFORE ANY IS RECORDED SO
019500* THE RECORDING PASSES DO NOT DISTURB THE COLLECTING WALK.
019600*--------------------------------------------------------------
019700 77  WS-SWEEP-COUNT        PIC 9(02) COMP VALUE ZERO.
019800 77  WS-SWEEP-SUB          PIC 9(02) COMP VALUE ZERO.
019900 01  SWEEP-TABLE.
020000     05 SW-LEAGUE-ID       PIC X(08) OCCURS 99 TIMES.
020100*--------------------------------------------------------------
020200* REPORT LINES
020300*--------------------------------------------------------------
020400 01  HDG-LINE-1.
020500     05 FILLER             PIC X(24) VALUE
020600            "LEAGUE STANDINGS".
020700     05 HDG-LEAGUE-ID      PIC X(08).
020800     05 FILLER             PIC X(10) VALUE "  BEST OF ".
020900     05 HDG-BEST-OF        PIC 9(01).
021000     05 FILLER             PIC X(09) VALUE "  STATUS ".
021100     05 HDG-STATUS         PIC X(08).
021200 01  HDG-LINE-2.
021300     05 FILLER             PIC X(09) VALUE "ENTRANTS ".
021400     05 HDG-ENTRANTS       PIC Z9.
021500     05 FILLER             PIC X(11) VALUE "  FIXTURES ".
021600     05 HDG-FIXTURES       PIC ZZ9.
021700     05 FILLER             PIC X(09) VALUE "  PLAYED ".
021800     05 HDG-PLAYED         PIC ZZ9.
021900     05 FILLER             PIC X(09) VALUE "  OPENED ".
022000     05 HDG-OPEN-DATE      PIC 9(06).
022100 01  HDG-LINE-3.
022200     05 FILLER             PIC X(40) VALUE
022300     "POS PLAYER            PLD  WON LOST VOID".
022400     05 FILLER             PIC X(40) VALUE
022500     "  RDS-F  RDS-A   DIFF  PTS".
022600 01  STD-LINE.
022700     05 STD-POS            PIC ZZ9.
022800     05 FILLER             PIC X(01) VALUE SPACES.
022900     05 STD-PLAYER         PIC X(16).
023000     05 FILLER             PIC X(02) VALUE SPACES.
023100     05 STD-PLAYED         PIC ZZ9.
023200     05 FILLER             PIC X(02) VALUE SPACES.
023300     05 STD-WON            PIC ZZ9.
023400     05 FILLER             PIC X(02) VALUE SPACES.
023500     05 STD-LOST           PIC ZZ9.
023600     05 FILLER             PIC X(02) VALUE SPACES.
023700     05 STD-VOIDED         PIC ZZ9.
023800     05 FILLER             PIC X(03) VALUE SPACES.
023900     05 STD-ROUNDS-FOR     PIC ZZZ9.
024000     05 FILLER             PIC X(03) VALUE SPACES.
024100     05 STD-ROUNDS-AGN     PIC ZZZ9.
024200     05 FILLER             PIC X(02) VALUE SPACES.
024300     05 STD-DIFF           PIC -ZZZ9.
024400     05 FILLER             PIC X(01) VALUE SPACES.
024500     05 STD-POINTS         PIC ZZZ9.
024600 01  RES-HDG-LINE.
024700     05 FILLER             PIC X(40) VALUE
024800     "MD MATCH ID      HOME             AWAY".
024900     05 FILLER             PIC X(40) VALUE
025000     "           RDS  RESULT".
025100 01  FIX-LINE.
025200     05 FIX-DAY            PIC Z9.
025300     05 FILLER             PIC X(01) VALUE SPACES.
025400     05 FIX-MATCH-ID       PIC X(13).
025500     05 FILLER             PIC X(01) VALUE SPACES.
025600     05 FIX-HOME           PIC X(16).
025700     05 FILLER             PIC X(01) VALUE SPACES.
025800     05 FIX-AWAY           PIC X(16).
025900     05 FILLER             PIC X(01) VALUE SPACES.
026000     05 FIX-SCORE.
026100        10 FIX-HOME-RDS    PIC 9(01).
026200        10 FIX-DASH        PIC X(01).
026300        10 FIX-AWAY-RDS    PIC 9(01).
026400     05 FILLER             PIC X(02) VALUE SPACES.
026500     05 FIX-RESULT         PIC X(16).
026600     05 FILLER             PIC X(01) VALUE SPACES.
026700     05 FIX-NOTE           PIC X(07).
026800 01  RULE-LINE.
026900     05 FILLER             PIC X(40) VALUE
027000     "POINTS: WIN 3, VOID 1 EACH.  TIES SPLIT ".
027100     05 FILLER             PIC X(40) VALUE
027200     "ON HEAD-TO-HEAD, ROUND DIFF, ROUNDS WON.".
027300 01  CHAMP-LINE.
027400     05 FILLER             PIC X(11) VALUE "CHAMPION : ".
027500     05 CHAMP-ID           PIC X(16).
027600     05 FILLER             PIC X(12) VALUE "  CLOSED ON ".
027700     05 CHAMP-DATE         PIC 9(06).
027800 01  BLANK-LINE            PIC X(80) VALUE SPACES.
027900 PROCEDURE DIVISION.
028000*--------------------------------------------------------------
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300     EVALUATE WS-ARG-FUNCTION
028400         WHEN "REGISTER"
028500             PERFORM 2000-REGISTER THRU 2000-EXIT
028600         WHEN "RECORD"
028700             PERFORM 3000-RECORD THRU 3000-EXIT
028800         WHEN "REPORT"
028900             PERFORM 4000-REPORT THRU 4000-EXIT
029000         WHEN "CLOSE"
029100             PERFORM 4500-CLOSE THRU 4500-EXIT
029200         WHEN "SWEEP"
029300             PERFORM 3500-SWEEP THRU 3500-EXIT
029400         WHEN OTHER
029500             DISPLAY "LEAGUE: FUNCTION MUST BE REGISTER, RECORD,"
029600                 " REPORT, CLOSE OR SWEEP"
029700     END-EVALUATE
029800     GO TO 9999-EXIT.
029900*--------------------------------------------------------------
030000 1000-INITIALIZE.
030100     ACCEPT WS-TODAY FROM DATE
030200     DISPLAY 1 UPON ARGUMENT-NUMBER
030300     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
030400         ON EXCEPTION
030500             MOVE SPACES TO WS-ARG-FUNCTION
030600     END-ACCEPT
030700     DISPLAY 2 UPON ARGUMENT-NUMBER
030800     ACCEPT WS-ARG-LEAGUE-ID FROM ARGUMENT-VALUE
030900         ON EXCEPTION
031000             MOVE SPACES TO WS-ARG-LEAGUE-ID
031100     END-ACCEPT
031200     DISPLAY 3 UPON ARGUMENT-NUMBER
031300     ACCEPT WS-ARG-BESTOF FROM ARGUMENT-VALUE
031400         ON EXCEPTION
031500             MOVE SPACES TO WS-ARG-BESTOF
031600     END-ACCEPT
031700     MOVE WS-ARG-LEAGUE-ID TO WS-LEAGUE-ID
031800     IF WS-ARG-LEAGUE-ID = SPACES
031900         AND WS-ARG-FUNCTION NOT = SPACES
032000         AND WS-ARG-FUNCTION NOT = "SWEEP"
032100         DISPLAY "LEAGUE: LEAGUE ID REQUIRED"
032200         MOVE SPACES TO WS-ARG-FUNCTION
032300     END-IF.
032400 1000-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------
032700* REGISTER: READ THE ENTRANTS, DRAW THE FIXTURES AND WRITE THE
032800* LEAGUE.  THE MATCH IDS ARE FIXED FROM HERE ON, SO THE FIXTURE
032900* LIST IS PUBLISHABLE AS SOON AS THIS STEP HAS RUN.
033000*--------------------------------------------------------------
033100 2000-REGISTER.
033200     MOVE "N" TO WS-EOF-SW
033300     OPEN INPUT ENTRANT-FILE
033400     IF EN-FILE-STATUS NOT = "00"
033500         DISPLAY "LEAGUE: ENTRANT FILE LEAGUEIN NOT FOUND"
033600         GO TO 2000-EXIT
033700     END-IF
033800     MOVE ZERO TO WS-ENTRANT-COUNT
033900     PERFORM 2100-READ-ENTRANT THRU 2100-EXIT
034000         UNTIL INPUT-AT-EOF
034100     CLOSE ENTRANT-FILE
034200     IF WS-ENTRANT-COUNT < 2
034300         DISPLAY "LEAGUE: NEED AT LEAST 2 ENTRANTS"
034400         GO TO 2000-EXIT
034500     END-IF
034600     OPEN I-O LEAGUE-FILE
034700     IF LG-FILE-STATUS NOT = "00"
034800         OPEN OUTPUT LEAGUE-FILE
034900         CLOSE LEAGUE-FILE
035000         OPEN I-O LEAGUE-FILE
035100     END-IF
035200     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
035300     MOVE "H"          TO LG-REC-TYPE
035400     MOVE ZERO         TO LG-SEQ
035500     READ LEAGUE-FILE KEY IS LG-KEY
035600         NOT INVALID KEY
035700             DISPLAY "LEAGUE: " WS-LEAGUE-ID
035800                 " ALREADY REGISTERED"
035900             CLOSE LEAGUE-FILE
036000             GO TO 2000-EXIT
036100     END-READ
036200     PERFORM 2200-BUILD-FIXTURES THRU 2200-EXIT
036300     MOVE "O" TO WS-LG-STATUS
036400     IF WS-ARG-BESTOF = "5"
036500         MOVE 5 TO WS-LG-BEST-OF
036600     ELSE
036700         MOVE 3 TO WS-LG-BEST-OF
036800     END-IF
036900     MOVE WS-TODAY TO WS-LG-OPEN-DATE
037000     MOVE ZERO     TO WS-LG-CLOSE-DATE
037100     MOVE SPACES   TO WS-LG-CHAMPION-ID
037200     MOVE ZERO     TO WS-PLAYED-COUNT
037300     PERFORM 2300-WRITE-ENTRANT THRU 2300-EXIT
037400         VARYING WS-ENT-SUB FROM 1 BY 1
037500         UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT
037600     PERFORM 2310-WRITE-FIXTURE THRU 2310-EXIT
037700         VARYING WS-FX FROM 1 BY 1
037800         UNTIL WS-FX > WS-FIXTURE-COUNT
037900     PERFORM 8400-BUILD-HEADER THRU 8400-EXIT
038000     WRITE LEAGUE-RECORD
038100     CLOSE LEAGUE-FILE
038200     DISPLAY "LEAGUE: " WS-LEAGUE-ID " REGISTERED WITH "
038300         WS-ENTRANT-COUNT " ENTRANTS, " WS-FIXTURE-COUNT
038400         " FIXTURES OVER " WS-LG-MATCHDAYS " MATCHDAYS".
038500 2000-EXIT.
038600     EXIT.
038700 2100-READ-ENTRANT.
038800     READ ENTRANT-FILE
038900         AT END
039000             SET INPUT-AT-EOF TO TRUE
039100             GO TO 2100-EXIT
039200     END-READ
039300     IF ENTRANT-RECORD = SPACES
039400         GO TO 2100-EXIT
039500     END-IF
039600     MOVE "N" TO WS-DUP-SW
039700     PERFORM 2110-CHECK-DUPLICATE THRU 2110-EXIT
039800         VARYING WS-SUB FROM 1 BY 1
039900         UNTIL WS-SUB > WS-ENTRANT-COUNT
040000     IF ENTRANT-IS-DUPLICATE
040100         DISPLAY "LEAGUE: " ENTRANT-RECORD
040200             " LISTED TWICE - SECOND ENTRY IGNORED"
040300         GO TO 2100-EXIT
040400     END-IF
040500     IF WS-ENTRANT-COUNT >= 20
040600         DISPLAY "LEAGUE: MORE THAN 20 ENTRANTS - EXTRAS"
040700             " IGNORED"
040800         GO TO 2100-EXIT
040900     END-IF
041000     ADD 1 TO WS-ENTRANT-COUNT
041100     MOVE ENTRANT-RECORD TO ET-PLAYER-ID (WS-ENTRANT-COUNT)
041200     MOVE ZERO TO ET-PLAYED (WS-ENTRANT-COUNT)
041300                  ET-WON (WS-ENTRANT-COUNT)
041400                  ET-LOST (WS-ENTRANT-COUNT)
041500                  ET-VOIDED (WS-ENTRANT-COUNT)
041600                  ET-ROUNDS-FOR (WS-ENTRANT-COUNT)
041700                  ET-ROUNDS-AGN (WS-ENTRANT-COUNT)
041800                  ET-POINTS (WS-ENTRANT-COUNT)
041900                  ET-POSITION (WS-ENTRANT-COUNT).
042000 2100-EXIT.
042100     EXIT.
042200 2110-CHECK-DUPLICATE.
042300     IF ET-PLAYER-ID (WS-SUB) = ENTRANT-RECORD
042400         SET ENTRANT-IS-DUPLICATE TO TRUE
042500     END-IF.
042600 2110-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900* THE CIRCLE METHOD.  AN ODD FIELD IS ROUNDED UP TO AN EVEN
043000* CIRCLE WITH ONE EMPTY POSITION.  EACH MATCHDAY PAIRS POSITION
043100* K AGAINST POSITION (CIRCLE + 1 - K), THEN EVERY POSITION BUT
043200* THE FIRST MOVES ROUND ONE PLACE; CIRCLE - 1 MATCHDAYS MEET
043300* EVERY PAIR EXACTLY ONCE.  THE FIXED ENTRANT SWAPS HOME AND
043400* AWAY ON EVEN MATCHDAYS SO IT IS NOT ALWAYS LISTED FIRST.
043500*--------------------------------------------------------------
043600 2200-BUILD-FIXTURES.
043700     MOVE ZERO TO WS-FIXTURE-COUNT
043800     MOVE WS-ENTRANT-COUNT TO WS-CIRCLE-SIZE
043900     DIVIDE WS-CIRCLE-SIZE BY 2 GIVING WS-HALF
044000         REMAINDER WS-ODD
044100     IF WS-ODD NOT = ZERO
044200         ADD 1 TO WS-CIRCLE-SIZE
044300     END-IF
044400     DIVIDE WS-CIRCLE-SIZE BY 2 GIVING WS-HALF
044500     PERFORM 2210-SET-POSITION THRU 2210-EXIT
044600         VARYING WS-SUB FROM 1 BY 1
044700         UNTIL WS-SUB > WS-CIRCLE-SIZE
044800     COMPUTE WS-LG-MATCHDAYS = WS-CIRCLE-SIZE - 1
044900     PERFORM 2220-BUILD-MATCHDAY THRU 2220-EXIT
045000         VARYING WS-MATCHDAY FROM 1 BY 1
045100         UNTIL WS-MATCHDAY > WS-LG-MATCHDAYS.
045200 2200-EXIT.
045300     EXIT.
045400 2210-SET-POSITION.
045500     MOVE WS-SUB TO CT-POS (WS-SUB).
045600 2210-EXIT.
045700     EXIT.
045800 2220-BUILD-MATCHDAY.
045900     PERFORM 2230-PAIR-ONE THRU 2230-EXIT
046000         VARYING WS-PAIR FROM 1 BY 1
046100         UNTIL WS-PAIR > WS-HALF
046200     MOVE CT-POS (WS-CIRCLE-SIZE) TO WS-SAVED-POS
046300     PERFORM 2240-SHIFT-ONE THRU 2240-EXIT
046400         VARYING WS-SUB FROM WS-CIRCLE-SIZE BY -1
046500         UNTIL WS-SUB < 3
046600     MOVE WS-SAVED-POS TO CT-POS (2).
046700 2220-EXIT.
046800     EXIT.
046900 2230-PAIR-ONE.
047000     COMPUTE WS-SUB2 = WS-CIRCLE-SIZE + 1 - WS-PAIR
047100     MOVE CT-POS (WS-PAIR) TO WS-HOME-SUB
047200     MOVE CT-POS (WS-SUB2) TO WS-AWAY-SUB
047300     IF WS-HOME-SUB > WS-ENTRANT-COUNT
047400         OR WS-AWAY-SUB > WS-ENTRANT-COUNT
047500         GO TO 2230-EXIT
047600     END-IF
047700     DIVIDE WS-MATCHDAY BY 2 GIVING WS-QUOTIENT
047800         REMAINDER WS-ODD
047900     IF WS-PAIR = 1 AND WS-ODD = ZERO
048000         MOVE CT-POS (WS-SUB2) TO WS-HOME-SUB
048100         MOVE CT-POS (WS-PAIR) TO WS-AWAY-SUB
048200     END-IF
048300     ADD 1 TO WS-FIXTURE-COUNT
048400     MOVE WS-MATCHDAY TO FT-MATCHDAY (WS-FIXTURE-COUNT)
048500     MOVE WS-HOME-SUB TO FT-HOME-SUB (WS-FIXTURE-COUNT)
048600     MOVE WS-AWAY-SUB TO FT-AWAY-SUB (WS-FIXTURE-COUNT)
048700     MOVE SPACE       TO FT-STATUS (WS-FIXTURE-COUNT)
048800     MOVE ZERO        TO FT-WINNER-SUB (WS-FIXTURE-COUNT)
048900                         FT-HOME-ROUNDS (WS-FIXTURE-COUNT)
049000                         FT-AWAY-ROUNDS (WS-FIXTURE-COUNT)
049100                         FT-POSTED-DATE (WS-FIXTURE-COUNT).
049200 2230-EXIT.
049300     EXIT.
049400 2240-SHIFT-ONE.
049500     COMPUTE WS-SUB2 = WS-SUB - 1
049600     MOVE CT-POS (WS-SUB2) TO CT-POS (WS-SUB).
049700 2240-EXIT.
049800     EXIT.
049900 2300-WRITE-ENTRANT.
050000     PERFORM 8200-BUILD-ENTRANT THRU 8200-EXIT
050100     WRITE LEAGUE-RECORD.
050200 2300-EXIT.
050300     EXIT.
050400 2310-WRITE-FIXTURE.
050500     PERFORM 8300-BUILD-FIXTURE THRU 8300-EXIT
050600     WRITE LEAGUE-RECORD.
050700 2310-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------
051000* RECORD: POST EVERY UNPLAYED FIXTURE WHOSE MATCH HAS BEEN
051100* DECIDED, THEN REWRITE THE STANDINGS AND HEADER IF ANYTHING
051200* MOVED.  RERUNNING IS HARMLESS: A POSTED FIXTURE IS NEVER
051300* POSTED AGAIN.
051400*--------------------------------------------------------------
051500 3000-RECORD.
051600     OPEN I-O LEAGUE-FILE
051700     IF LG-FILE-STATUS NOT = "00"
051800         DISPLAY "LEAGUE: NO LEAGUE FILE"
051900         GO TO 3000-EXIT
052000     END-IF
052100     MOVE "N" TO WS-MS-OPEN-SW
052200     OPEN INPUT MATCH-STATE-FILE
052300     IF MS-FILE-STATUS = "00"
052400         SET MATCH-STATE-IS-OPEN TO TRUE
052500     END-IF
052600     PERFORM 3050-RECORD-LEAGUE THRU 3050-EXIT
052700     IF MATCH-STATE-IS-OPEN
052800         CLOSE MATCH-STATE-FILE
052900     END-IF
053000     CLOSE LEAGUE-FILE.
053100 3000-EXIT.
053200     EXIT.
053300*--------------------------------------------------------------
053400* RECORD THE LEAGUE NAMED IN WS-LEAGUE-ID.  SHARED BY RECORD,
053500* SWEEP AND CLOSE.
053600*--------------------------------------------------------------
053700 3050-RECORD-LEAGUE.
053800     MOVE ZERO TO WS-POSTED-COUNT
053900     PERFORM 5000-LOAD-LEAGUE THRU 5000-EXIT
054000     IF NOT LEAGUE-WAS-FOUND
054100         DISPLAY "LEAGUE: " WS-LEAGUE-ID " NOT FOUND"
054200         GO TO 3050-EXIT
054300     END-IF
054400     IF LEAGUE-WAS-CLOSED
054500         DISPLAY "LEAGUE: " WS-LEAGUE-ID " IS CLOSED"
054600         GO TO 3050-EXIT
054700     END-IF
054800     IF MATCH-STATE-IS-OPEN
054900         PERFORM 3100-POST-FIXTURE THRU 3100-EXIT
055000             VARYING WS-FX FROM 1 BY 1
055100             UNTIL WS-FX > WS-FIXTURE-COUNT
055200     END-IF
055300     IF WS-POSTED-COUNT > ZERO
055400         PERFORM 3300-SAVE-ENTRANT THRU 3300-EXIT
055500             VARYING WS-ENT-SUB FROM 1 BY 1
055600             UNTIL WS-ENT-SUB > WS-ENTRANT-COUNT
055700         PERFORM 8400-BUILD-HEADER THRU 8400-EXIT
055800         REWRITE LEAGUE-RECORD
055900     END-IF
056000     ADD WS-POSTED-COUNT TO WS-TOTAL-POSTED
056100     DISPLAY "LEAGUE: " WS-LEAGUE-ID " POSTED " WS-POSTED-COUNT
056200         " RESULTS - " WS-PLAYED-COUNT " OF " WS-FIXTURE-COUNT
056300         " FIXTURES PLAYED".
056400 3050-EXIT.
056500     EXIT.
056600*--------------------------------------------------------------
056700* ONE FIXTURE.  THE WORKER BOOKS SIDE B'S WINS IN MS-PLAYER-WINS
056800* AND SIDE A'S IN MS-COMPUTER-WINS, SO THE WINNER AND THE ROUND
056900* COUNTS ARE TAKEN FROM THE STAMPED SIDE IDS, NOT FROM HOME AND
057000* AWAY.  A FORFEIT NAMES ITS WINNER IN MS-CLOSE-WINNER-ID; A
057100* VOID HAS NONE.  A WINNER WHO IS NOT IN THE FIXTURE IS
057200* SOMEBODY PLAYING THE WRONG MATCH - FLAGGED, NOT POSTED.
057300*--------------------------------------------------------------
057400 3100-POST-FIXTURE.
057500     IF FT-STATUS (WS-FX) NOT = SPACE
057600         GO TO 3100-EXIT
057700     END-IF
057800     MOVE FT-HOME-SUB (WS-FX) TO WS-HOME-SUB
057900     MOVE FT-AWAY-SUB (WS-FX) TO WS-AWAY-SUB
058000     IF WS-HOME-SUB = ZERO OR WS-AWAY-SUB = ZERO
058100         GO TO 3100-EXIT
058200     END-IF
058300     PERFORM 8100-BUILD-MATCH-ID THRU 8100-EXIT
058400     MOVE WS-MATCH-ID TO MS-MATCH-ID
058500     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
058600         INVALID KEY
058700             GO TO 3100-EXIT
058800     END-READ
058900     MOVE ET-PLAYER-ID (WS-HOME-SUB) TO WS-HOME-ID
059000     MOVE ET-PLAYER-ID (WS-AWAY-SUB) TO WS-AWAY-ID
059100     MOVE SPACES TO WS-WINNER-ID
059200     PERFORM 3110-TAKE-ROUNDS THRU 3110-EXIT
059300     IF MATCH-WAS-VOIDED
059400         MOVE "V"  TO WS-RESULT-STATUS
059500         MOVE ZERO TO WS-WIN-SUB
059600         GO TO 3100-POST-RESULT
059700     END-IF
059800     IF MATCH-WAS-FORFEITED
059900         MOVE "F" TO WS-RESULT-STATUS
060000         MOVE MS-CLOSE-WINNER-ID TO WS-WINNER-ID
060100         GO TO 3100-CHECK-WINNER
060200     END-IF
060300     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
060400     IF WS-NEEDED-WINS = ZERO
060500         GO TO 3100-EXIT
060600     END-IF
060700     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
060800         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
060900     ELSE
061000         IF MS-COMPUTER-WINS >= WS-NEEDED-WINS
061100             MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
061200         END-IF
061300     END-IF
061400     IF WS-WINNER-ID = SPACES
061500         GO TO 3100-EXIT
061600     END-IF
061700     MOVE "P" TO WS-RESULT-STATUS.
061800 3100-CHECK-WINNER.
061900     IF WS-WINNER-ID = WS-HOME-ID
062000         MOVE WS-HOME-SUB TO WS-WIN-SUB
062100         MOVE WS-AWAY-SUB TO WS-LOSE-SUB
062200     ELSE
062300         IF WS-WINNER-ID = WS-AWAY-ID
062400             MOVE WS-AWAY-SUB TO WS-WIN-SUB
062500             MOVE WS-HOME-SUB TO WS-LOSE-SUB
062600         ELSE
062700             DISPLAY "LEAGUE: " WS-MATCH-ID " WON BY "
062800                 WS-WINNER-ID " WHO IS NOT IN THAT FIXTURE -"
062900                 " NOT POSTED"
063000             GO TO 3100-EXIT
063100         END-IF
063200     END-IF.
063300 3100-POST-RESULT.
063400     MOVE WS-RESULT-STATUS TO FT-STATUS (WS-FX)
063500     MOVE WS-WIN-SUB       TO FT-WINNER-SUB (WS-FX)
063600     MOVE WS-HOME-ROUNDS   TO FT-HOME-ROUNDS (WS-FX)
063700     MOVE WS-AWAY-ROUNDS   TO FT-AWAY-ROUNDS (WS-FX)
063800     MOVE WS-TODAY         TO FT-POSTED-DATE (WS-FX)
063900     PERFORM 3200-APPLY-RESULT THRU 3200-EXIT
064000     PERFORM 8300-BUILD-FIXTURE THRU 8300-EXIT
064100     REWRITE LEAGUE-RECORD
064200     ADD 1 TO WS-POSTED-COUNT
064300     ADD 1 TO WS-PLAYED-COUNT.
064400 3100-EXIT.
064500     EXIT.
064600*--------------------------------------------------------------
064700* ROUNDS WON BY EACH SIDE, MATCHED TO HOME AND AWAY THROUGH
064800* WHICHEVER STAMPED SIDE ID IS PRESENT (A MATCH MATCHADJ CLOSED
064900* BEFORE ITS FIRST ROUND RESOLVED HAS ONLY SIDE A).
065000*--------------------------------------------------------------
065100 3110-TAKE-ROUNDS.
065200     MOVE ZERO TO WS-HOME-ROUNDS
065300     MOVE ZERO TO WS-AWAY-ROUNDS
065400     IF MS-PLAYER-A-ID = WS-HOME-ID
065500         OR MS-PLAYER-B-ID = WS-AWAY-ID
065600         MOVE MS-COMPUTER-WINS TO WS-HOME-ROUNDS
065700         MOVE MS-PLAYER-WINS   TO WS-AWAY-ROUNDS
065800     ELSE
065900         IF MS-PLAYER-A-ID = WS-AWAY-ID
066000             OR MS-PLAYER-B-ID = WS-HOME-ID
066100             MOVE MS-PLAYER-WINS   TO WS-HOME-ROUNDS
066200             MOVE MS-COMPUTER-WINS TO WS-AWAY-ROUNDS
066300         END-IF
066400     END-IF.
066500 3110-EXIT.
066600     EXIT.
066700 3200-APPLY-RESULT.
066800     ADD 1 TO ET-PLAYED (WS-HOME-SUB)
066900              ET-PLAYED (WS-AWAY-SUB)
067000     ADD WS-HOME-ROUNDS TO ET-ROUNDS-FOR (WS-HOME-SUB)
067100                           ET-ROUNDS-AGN (WS-AWAY-SUB)
067200     ADD WS-AWAY-ROUNDS TO ET-ROUNDS-FOR (WS-AWAY-SUB)
067300                           ET-ROUNDS-AGN (WS-HOME-SUB)
067400     IF WS-RESULT-STATUS = "V"
067500         ADD 1 TO ET-VOIDED (WS-HOME-SUB)
067600                  ET-VOIDED (WS-AWAY-SUB)
067700         ADD WS-VOID-POINTS TO ET-POINTS (WS-HOME-SUB)
067800                               ET-POINTS (WS-AWAY-SUB)
067900         GO TO 3200-EXIT
068000     END-IF
068100     ADD 1 TO ET-WON (WS-WIN-SUB)
068200     ADD 1 TO ET-LOST (WS-LOSE-SUB)
068300     ADD WS-WIN-POINTS TO ET-POINTS (WS-WIN-SUB).
068400 3200-EXIT.
068500     EXIT.
068600 3300-SAVE-ENTRANT.
068700     PERFORM 8200-BUILD-ENTRANT THRU 8200-EXIT
068800     REWRITE LEAGUE-RECORD.
068900 3300-EXIT.
069000     EXIT.
069100*--------------------------------------------------------------
069200* SWEEP: RECORD EVERY LEAGUE STILL OPEN, SO THE NIGHTLY CYCLE
069300* POSTS THE DAY'S RESULTS (AND MATCHADJ'S DECISIONS) WITHOUT AN
069400* OPERATOR NAMING EACH LEAGUE.  CLOSED LEAGUES ARE LEFT ALONE.
069500*--------------------------------------------------------------
069600 3500-SWEEP.
069700     MOVE "N" TO WS-EOF-SW
069800     OPEN I-O LEAGUE-FILE
069900     IF LG-FILE-STATUS NOT = "00"
070000         DISPLAY "LEAGUE: NO LEAGUE FILE - NOTHING TO SWEEP"
070100         GO TO 3500-EXIT
070200     END-IF
070300     MOVE "N" TO WS-MS-OPEN-SW
070400     OPEN INPUT MATCH-STATE-FILE
070500     IF MS-FILE-STATUS = "00"
070600         SET MATCH-STATE-IS-OPEN TO TRUE
070700     END-IF
070800     MOVE ZERO TO WS-SWEEP-COUNT
070900     MOVE LOW-VALUES TO LG-KEY
071000     START LEAGUE-FILE KEY IS >= LG-KEY
071100         INVALID KEY
071200             SET INPUT-AT-EOF TO TRUE
071300     END-START
071400     PERFORM 3510-COLLECT-LEAGUE THRU 3510-EXIT
071500         UNTIL INPUT-AT-EOF
071600     PERFORM 3520-SWEEP-ONE-LEAGUE THRU 3520-EXIT
071700         VARYING WS-SWEEP-SUB FROM 1 BY 1
071800         UNTIL WS-SWEEP-SUB > WS-SWEEP-COUNT
071900     IF MATCH-STATE-IS-OPEN
072000         CLOSE MATCH-STATE-FILE
072100     END-IF
072200     CLOSE LEAGUE-FILE
072300     DISPLAY "LEAGUE: SWEPT " WS-OPEN-COUNT " OPEN OF "
072400         WS-LEAGUE-COUNT " LEAGUES, " WS-TOTAL-POSTED
072500         " RESULTS POSTED".
072600 3500-EXIT.
072700     EXIT.
072800 3510-COLLECT-LEAGUE.
072900     READ LEAGUE-FILE NEXT RECORD
073000         AT END
073100             SET INPUT-AT-EOF TO TRUE
073200             GO TO 3510-EXIT
073300     END-READ
073400     IF NOT LG-IS-HEADER
073500         GO TO 3510-EXIT
073600     END-IF
073700     ADD 1 TO WS-LEAGUE-COUNT
073800     IF NOT LEAGUE-IS-OPEN
073900         GO TO 3510-EXIT
074000     END-IF
074100     IF WS-SWEEP-COUNT >= 99
074200         DISPLAY "LEAGUE: MORE THAN 99 OPEN LEAGUES - "
074300             LG-LEAGUE-ID " NOT SWEPT"
074400         GO TO 3510-EXIT
074500     END-IF
074600     ADD 1 TO WS-OPEN-COUNT
074700     ADD 1 TO WS-SWEEP-COUNT
074800     MOVE LG-LEAGUE-ID TO SW-LEAGUE-ID (WS-SWEEP-COUNT).
074900 3510-EXIT.
075000     EXIT.
075100 3520-SWEEP-ONE-LEAGUE.
075200     MOVE SW-LEAGUE-ID (WS-SWEEP-SUB) TO WS-LEAGUE-ID
075300     PERFORM 3050-RECORD-LEAGUE THRU 3050-EXIT.
075400 3520-EXIT.
075500     EXIT.
075600*--------------------------------------------------------------
075700* REPORT: THE STANDINGS IN ORDER, THEN EVERY FIXTURE MATCHDAY
075800* BY MATCHDAY WITH ITS MATCH ID AND RESULT SO FAR.  THIS IS THE
075900* SHEET THAT GOES UP ON THE BOARD.
076000*--------------------------------------------------------------
076100 4000-REPORT.
076200     OPEN INPUT LEAGUE-FILE
076300     IF LG-FILE-STATUS NOT = "00"
076400         DISPLAY "LEAGUE: NO LEAGUE FILE"
076500         GO TO 4000-EXIT
076600     END-IF
076700     PERFORM 5000-LOAD-LEAGUE THRU 5000-EXIT
076800     IF NOT LEAGUE-WAS-FOUND
076900         DISPLAY "LEAGUE: " WS-LEAGUE-ID " NOT FOUND"
077000         CLOSE LEAGUE-FILE
077100         GO TO 4000-EXIT
077200     END-IF
077300     PERFORM 6000-RANK-STANDINGS THRU 6000-EXIT
077400     PERFORM 4100-PRINT-REPORT THRU 4100-EXIT
077500     CLOSE LEAGUE-FILE.
077600 4000-EXIT.
077700     EXIT.
077800 4100-PRINT-REPORT.
077900     OPEN OUTPUT RPT-FILE
078000     MOVE WS-LEAGUE-ID     TO HDG-LEAGUE-ID
078100     MOVE WS-LG-BEST-OF    TO HDG-BEST-OF
078200     IF LEAGUE-WAS-CLOSED
078300         MOVE "CLOSED" TO HDG-STATUS
078400     ELSE
078500         MOVE "OPEN"   TO HDG-STATUS
078600     END-IF
078700     MOVE WS-ENTRANT-COUNT TO HDG-ENTRANTS
078800     MOVE WS-FIXTURE-COUNT TO HDG-FIXTURES
078900     MOVE WS-PLAYED-COUNT  TO HDG-PLAYED
079000     MOVE WS-LG-OPEN-DATE  TO HDG-OPEN-DATE
079100     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
079200     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
079300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
079400     MOVE HDG-LINE-3 TO RPT-LINE  WRITE RPT-LINE
079500     PERFORM 4110-PRINT-STANDING THRU 4110-EXIT
079600         VARYING WS-SUB FROM 1 BY 1
079700         UNTIL WS-SUB > WS-ENTRANT-COUNT
079800     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
079900     MOVE RULE-LINE  TO RPT-LINE  WRITE RPT-LINE
080000     IF LEAGUE-WAS-CLOSED
080100         MOVE BLANK-LINE        TO RPT-LINE  WRITE RPT-LINE
080200         MOVE WS-LG-CHAMPION-ID TO CHAMP-ID
080300         MOVE WS-LG-CLOSE-DATE  TO CHAMP-DATE
080400         MOVE CHAMP-LINE TO RPT-LINE  WRITE RPT-LINE
080500     END-IF
080600     MOVE BLANK-LINE   TO RPT-LINE  WRITE RPT-LINE
080700     MOVE RES-HDG-LINE TO RPT-LINE  WRITE RPT-LINE
080800     PERFORM 4120-PRINT-FIXTURE THRU 4120-EXIT
080900         VARYING WS-FX FROM 1 BY 1
081000         UNTIL WS-FX > WS-FIXTURE-COUNT
081100     CLOSE RPT-FILE.
081200 4100-EXIT.
081300     EXIT.
081400 4110-PRINT-STANDING.
081500     MOVE RK-SUB (WS-SUB) TO WS-ENT-SUB
081600     MOVE WS-SUB                       TO STD-POS
081700     MOVE ET-PLAYER-ID (WS-ENT-SUB)    TO STD-PLAYER
081800     MOVE ET-PLAYED (WS-ENT-SUB)       TO STD-PLAYED
081900     MOVE ET-WON (WS-ENT-SUB)          TO STD-WON
082000     MOVE ET-LOST (WS-ENT-SUB)         TO STD-LOST
082100     MOVE ET-VOIDED (WS-ENT-SUB)       TO STD-VOIDED
082200     MOVE ET-ROUNDS-FOR (WS-ENT-SUB)   TO STD-ROUNDS-FOR
082300     MOVE ET-ROUNDS-AGN (WS-ENT-SUB)   TO STD-ROUNDS-AGN
082400     MOVE ET-DIFF (WS-ENT-SUB)         TO STD-DIFF
082500     MOVE ET-POINTS (WS-ENT-SUB)       TO STD-POINTS
082600     MOVE STD-LINE TO RPT-LINE
082700     WRITE RPT-LINE.
082800 4110-EXIT.
082900     EXIT.
083000 4120-PRINT-FIXTURE.
083100     MOVE FT-HOME-SUB (WS-FX) TO WS-HOME-SUB
083200     MOVE FT-AWAY-SUB (WS-FX) TO WS-AWAY-SUB
083300     PERFORM 8100-BUILD-MATCH-ID THRU 8100-EXIT
083400     MOVE FT-MATCHDAY (WS-FX) TO FIX-DAY
083500     MOVE WS-MATCH-ID         TO FIX-MATCH-ID
083600     MOVE SPACES              TO FIX-HOME FIX-AWAY FIX-NOTE
083700     IF WS-HOME-SUB NOT = ZERO
083800         MOVE ET-PLAYER-ID (WS-HOME-SUB) TO FIX-HOME
083900     END-IF
084000     IF WS-AWAY-SUB NOT = ZERO
084100         MOVE ET-PLAYER-ID (WS-AWAY-SUB) TO FIX-AWAY
084200     END-IF
084300     IF FT-STATUS (WS-FX) = SPACE
084400         MOVE SPACES       TO FIX-SCORE
084500         MOVE "(UNPLAYED)" TO FIX-RESULT
084600     ELSE
084700         MOVE FT-HOME-ROUNDS (WS-FX) TO FIX-HOME-RDS
084800         MOVE "-"                    TO FIX-DASH
084900         MOVE FT-AWAY-ROUNDS (WS-FX) TO FIX-AWAY-RDS
085000         MOVE FT-WINNER-SUB (WS-FX)  TO WS-WIN-SUB
085100         IF WS-WIN-SUB = ZERO
085200             MOVE "VOID" TO FIX-RESULT
085300         ELSE
085400             MOVE ET-PLAYER-ID (WS-WIN-SUB) TO FIX-RESULT
085500         END-IF
085600         IF FT-STATUS (WS-FX) = "F"
085700             MOVE "FORFEIT" TO FIX-NOTE
085800         END-IF
085900     END-IF
086000     MOVE FIX-LINE TO RPT-LINE
086100     WRITE RPT-LINE.
086200 4120-EXIT.
086300     EXIT.
086400*--------------------------------------------------------------
086500* CLOSE: POST THE LAST RESULTS, RANK, STAMP EVERY ENTRANT'S
086600* FINAL POSITION AND THE CHAMPION, AND PRINT THE CLOSING SHEET.
086700* FIXTURES STILL UNPLAYED AT CLOSE STAY UNPLAYED - THE SEASON
086800* ENDS ON THE DATE THE OFFICE CHOSE, NOT WHEN THE LAST
086900* STRAGGLER TURNS UP.
087000*--------------------------------------------------------------
087100 4500-CLOSE.
087200     OPEN I-O LEAGUE-FILE
087300     IF LG-FILE-STATUS NOT = "00"
087400         DISPLAY "LEAGUE: NO LEAGUE FILE"
087500         GO TO 4500-EXIT
087600     END-IF
087700     MOVE "N" TO WS-MS-OPEN-SW
087800     OPEN INPUT MATCH-STATE-FILE
087900     IF MS-FILE-STATUS = "00"
088000         SET MATCH-STATE-IS-OPEN TO TRUE
088100     END-IF
088200     PERFORM 3050-RECORD-LEAGUE THRU 3050-EXIT
088300     IF MATCH-STATE-IS-OPEN
088400         CLOSE MATCH-STATE-FILE
088500     END-IF
088600     IF NOT LEAGUE-WAS-FOUND OR LEAGUE-WAS-CLOSED
088700         CLOSE LEAGUE-FILE
088800         GO TO 4500-EXIT
088900     END-IF
089000     PERFORM 6000-RANK-STANDINGS THRU 6000-EXIT
089100     PERFORM 4510-SAVE-POSITION THRU 4510-EXIT
089200         VARYING WS-SUB FROM 1 BY 1
089300         UNTIL WS-SUB > WS-ENTRANT-COUNT
089400     MOVE RK-SUB (1) TO WS-ENT-SUB
089500     MOVE ET-PLAYER-ID (WS-ENT-SUB) TO WS-LG-CHAMPION-ID
089600     MOVE "C"      TO WS-LG-STATUS
089700     MOVE WS-TODAY TO WS-LG-CLOSE-DATE
089800     PERFORM 8400-BUILD-HEADER THRU 8400-EXIT
089900     REWRITE LEAGUE-RECORD
090000     PERFORM 4100-PRINT-REPORT THRU 4100-EXIT
090100     CLOSE LEAGUE-FILE
090200     COMPUTE WS-UNPLAYED-COUNT = WS-FIXTURE-COUNT
090300         - WS-PLAYED-COUNT
090400     IF WS-UNPLAYED-COUNT > ZERO
090500         DISPLAY "LEAGUE: " WS-LEAGUE-ID " CLOSED WITH "
090600             WS-UNPLAYED-COUNT " FIXTURES UNPLAYED"
090700     END-IF
090800     DISPLAY "LEAGUE: " WS-LEAGUE-ID " CLOSED - CHAMPION IS "
090900         WS-LG-CHAMPION-ID.
091000 4500-EXIT.
091100     EXIT.
091200 4510-SAVE-POSITION.
091300     MOVE RK-SUB (WS-SUB) TO WS-ENT-SUB
091400     MOVE WS-SUB TO ET-POSITION (WS-ENT-SUB)
091500     PERFORM 8200-BUILD-ENTRANT THRU 8200-EXIT
091600     REWRITE LEAGUE-RECORD.
091700 4510-EXIT.
091800     EXIT.
091900*--------------------------------------------------------------
092000* LOAD THE LEAGUE IN WS-LEAGUE-ID: THE HEADER BY KEY, THEN ONE
092100* ORDERED WALK FROM ITS FIRST ENTRANT RECORD - ENTRANTS SORT
092200* AHEAD OF FIXTURES, SO EVERY FIXTURE'S SIDES ARE ALREADY IN
092300* THE ENTRANT TABLE WHEN IT IS READ - STOPPING AT ITS HEADER.
092400*--------------------------------------------------------------
092500 5000-LOAD-LEAGUE.
092600     MOVE "N" TO WS-FOUND-SW
092700     MOVE ZERO TO WS-ENTRANT-COUNT
092800     MOVE ZERO TO WS-FIXTURE-COUNT
092900     MOVE ZERO TO WS-PLAYED-COUNT
093000     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
093100     MOVE "H"          TO LG-REC-TYPE
093200     MOVE ZERO         TO LG-SEQ
093300     READ LEAGUE-FILE KEY IS LG-KEY
093400         INVALID KEY
093500             GO TO 5000-EXIT
093600     END-READ
093700     SET LEAGUE-WAS-FOUND TO TRUE
093800     MOVE LH-STATUS         TO WS-LG-STATUS
093900     MOVE LH-BEST-OF        TO WS-LG-BEST-OF
094000     MOVE LH-MATCHDAY-COUNT TO WS-LG-MATCHDAYS
094100     MOVE LH-OPEN-DATE      TO WS-LG-OPEN-DATE
094200     MOVE LH-CLOSE-DATE     TO WS-LG-CLOSE-DATE
094300     MOVE LH-CHAMPION-ID    TO WS-LG-CHAMPION-ID
094400     MOVE "N" TO WS-EOF-SW
094500     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
094600     MOVE "E"          TO LG-REC-TYPE
094700     MOVE ZERO         TO LG-SEQ
094800     START LEAGUE-FILE KEY IS >= LG-KEY
094900         INVALID KEY
095000             SET INPUT-AT-EOF TO TRUE
095100     END-START
095200     PERFORM 5100-LOAD-ONE-RECORD THRU 5100-EXIT
095300         UNTIL INPUT-AT-EOF.
095400 5000-EXIT.
095500     EXIT.
095600 5100-LOAD-ONE-RECORD.
095700     READ LEAGUE-FILE NEXT RECORD
095800         AT END
095900             SET INPUT-AT-EOF TO TRUE
096000             GO TO 5100-EXIT
096100     END-READ
096200     IF LG-LEAGUE-ID NOT = WS-LEAGUE-ID
096300         OR LG-IS-HEADER
096400         SET INPUT-AT-EOF TO TRUE
096500         GO TO 5100-EXIT
096600     END-IF
096700     IF LG-IS-ENTRANT
096800         AND WS-ENTRANT-COUNT < 20
096900         ADD 1 TO WS-ENTRANT-COUNT
097000         MOVE WS-ENTRANT-COUNT  TO WS-ENT-SUB
097100         MOVE LE-PLAYER-ID      TO ET-PLAYER-ID (WS-ENT-SUB)
097200         MOVE LE-PLAYED         TO ET-PLAYED (WS-ENT-SUB)
097300         MOVE LE-WON            TO ET-WON (WS-ENT-SUB)
097400         MOVE LE-LOST           TO ET-LOST (WS-ENT-SUB)
097500         MOVE LE-VOIDED         TO ET-VOIDED (WS-ENT-SUB)
097600         MOVE LE-ROUNDS-FOR     TO ET-ROUNDS-FOR (WS-ENT-SUB)
097700         MOVE LE-ROUNDS-AGAINST TO ET-ROUNDS-AGN (WS-ENT-SUB)
097800         MOVE LE-POINTS         TO ET-POINTS (WS-ENT-SUB)
097900         MOVE LE-POSITION       TO ET-POSITION (WS-ENT-SUB)
098000         GO TO 5100-EXIT
098100     END-IF
098200     IF NOT LG-IS-FIXTURE
098300         OR WS-FIXTURE-COUNT >= 190
098400         GO TO 5100-EXIT
098500     END-IF
098600     ADD 1 TO WS-FIXTURE-COUNT
098700     MOVE WS-FIXTURE-COUNT TO WS-FX
098800     MOVE LF-MATCHDAY    TO FT-MATCHDAY (WS-FX)
098900     MOVE LF-STATUS      TO FT-STATUS (WS-FX)
099000     MOVE LF-HOME-ROUNDS TO FT-HOME-ROUNDS (WS-FX)
099100     MOVE LF-AWAY-ROUNDS TO FT-AWAY-ROUNDS (WS-FX)
099200     MOVE LF-POSTED-DATE TO FT-POSTED-DATE (WS-FX)
099300     MOVE LF-HOME-ID TO WS-SEARCH-ID
099400     PERFORM 5110-FIND-ENTRANT THRU 5110-EXIT
099500     MOVE WS-FOUND-SUB TO FT-HOME-SUB (WS-FX)
099600     MOVE LF-AWAY-ID TO WS-SEARCH-ID
099700     PERFORM 5110-FIND-ENTRANT THRU 5110-EXIT
099800     MOVE WS-FOUND-SUB TO FT-AWAY-SUB (WS-FX)
099900     MOVE ZERO TO FT-WINNER-SUB (WS-FX)
100000     IF LF-WINNER-ID NOT = SPACES
100100         MOVE LF-WINNER-ID TO WS-SEARCH-ID
100200         PERFORM 5110-FIND-ENTRANT THRU 5110-EXIT
100300         MOVE WS-FOUND-SUB TO FT-WINNER-SUB (WS-FX)
100400     END-IF
100500     IF NOT FIXTURE-IS-UNPLAYED
100600         ADD 1 TO WS-PLAYED-COUNT
100700     END-IF.
100800 5100-EXIT.
100900     EXIT.
101000 5110-FIND-ENTRANT.
101100     MOVE ZERO TO WS-FOUND-SUB
101200     PERFORM 5120-MATCH-ENTRANT THRU 5120-EXIT
101300         VARYING WS-SUB FROM 1 BY 1
101400         UNTIL WS-SUB > WS-ENTRANT-COUNT
101500            OR WS-FOUND-SUB NOT = ZERO.
101600 5110-EXIT.
101700     EXIT.
101800 5120-MATCH-ENTRANT.
101900     IF ET-PLAYER-ID (WS-SUB) = WS-SEARCH-ID
102000         MOVE WS-SUB TO WS-FOUND-SUB
102100     END-IF.
102200 5120-EXIT.
102300     EXIT.
102400*--------------------------------------------------------------
102500* RANK THE STANDINGS.  ORDER IS LEAGUE POINTS, THEN HEAD-TO-HEAD
102600* POINTS - THE POINTS EACH ENTRANT TOOK FROM FIXTURES AGAINST
102700* ENTRANTS LEVEL WITH THEM ON LEAGUE POINTS, SO A TIE OF THREE
102800* OR MORE IS SPLIT BY THEIR MINI-LEAGUE AMONG THEMSELVES - THEN
102900* ROUND DIFFERENCE, THEN ROUNDS WON, THEN REGISTRATION ORDER.
103000* EVERY KEY IS A NUMBER PER ENTRANT, SO THE ORDER IS
103100* CONSISTENT AND THE EXCHANGE SORT IS BOUNDED AT N - 1 PASSES,
103200* SWAPPING ONLY ON A STRICTLY BETTER RECORD.
103300*--------------------------------------------------------------
103400 6000-RANK-STANDINGS.
103500     PERFORM 6010-RESET-ENTRANT THRU 6010-EXIT
103600         VARYING WS-SUB FROM 1 BY 1
103700         UNTIL WS-SUB > WS-ENTRANT-COUNT
103800     PERFORM 6020-TALLY-H2H THRU 6020-EXIT
103900         VARYING WS-FX FROM 1 BY 1
104000         UNTIL WS-FX > WS-FIXTURE-COUNT
104100     PERFORM 6100-SORT-PASS THRU 6100-EXIT
104200         VARYING WS-PASS FROM 1 BY 1
104300         UNTIL WS-PASS >= WS-ENTRANT-COUNT.
104400 6000-EXIT.
104500     EXIT.
104600 6010-RESET-ENTRANT.
104700     MOVE WS-SUB TO RK-SUB (WS-SUB)
104800     MOVE ZERO TO ET-H2H-POINTS (WS-SUB)
104900     COMPUTE ET-DIFF (WS-SUB) = ET-ROUNDS-FOR (WS-SUB)
105000         - ET-ROUNDS-AGN (WS-SUB).
105100 6010-EXIT.
105200     EXIT.
105300 6020-TALLY-H2H.
105400     IF FT-STATUS (WS-FX) = SPACE
105500         GO TO 6020-EXIT
105600     END-IF
105700     MOVE FT-HOME-SUB (WS-FX) TO WS-HOME-SUB
105800     MOVE FT-AWAY-SUB (WS-FX) TO WS-AWAY-SUB
105900     IF WS-HOME-SUB = ZERO OR WS-AWAY-SUB = ZERO
106000         GO TO 6020-EXIT
106100     END-IF
106200     IF ET-POINTS (WS-HOME-SUB) NOT = ET-POINTS (WS-AWAY-SUB)
106300         GO TO 6020-EXIT
106400     END-IF
106500     MOVE FT-WINNER-SUB (WS-FX) TO WS-WIN-SUB
106600     IF WS-WIN-SUB = ZERO
106700         ADD WS-VOID-POINTS TO ET-H2H-POINTS (WS-HOME-SUB)
106800                               ET-H2H-POINTS (WS-AWAY-SUB)
106900     ELSE
107000         ADD WS-WIN-POINTS TO ET-H2H-POINTS (WS-WIN-SUB)
107100     END-IF.
107200 6020-EXIT.
107300     EXIT.
107400 6100-SORT-PASS.
107500     PERFORM 6200-COMPARE-PAIR THRU 6200-EXIT
107600         VARYING WS-SUB FROM 1 BY 1
107700         UNTIL WS-SUB >= WS-ENTRANT-COUNT.
107800 6100-EXIT.
107900     EXIT.
108000 6200-COMPARE-PAIR.
108100     COMPUTE WS-SUB2 = WS-SUB + 1
108200     MOVE RK-SUB (WS-SUB)  TO WS-A-SUB
108300     MOVE RK-SUB (WS-SUB2) TO WS-B-SUB
108400     IF ET-POINTS (WS-B-SUB) > ET-POINTS (WS-A-SUB)
108500         GO TO 6200-SWAP
108600     END-IF
108700     IF ET-POINTS (WS-B-SUB) < ET-POINTS (WS-A-SUB)
108800         GO TO 6200-EXIT
108900     END-IF
109000     IF ET-H2H-POINTS (WS-B-SUB) > ET-H2H-POINTS (WS-A-SUB)
109100         GO TO 6200-SWAP
109200     END-IF
109300     IF ET-H2H-POINTS (WS-B-SUB) < ET-H2H-POINTS (WS-A-SUB)
109400         GO TO 6200-EXIT
109500     END-IF
109600     IF ET-DIFF (WS-B-SUB) > ET-DIFF (WS-A-SUB)
109700         GO TO 6200-SWAP
109800     END-IF
109900     IF ET-DIFF (WS-B-SUB) < ET-DIFF (WS-A-SUB)
110000         GO TO 6200-EXIT
110100     END-IF
110200     IF ET-ROUNDS-FOR (WS-B-SUB) > ET-ROUNDS-FOR (WS-A-SUB)
110300         GO TO 6200-SWAP
110400     END-IF
110500     GO TO 6200-EXIT.
110600 6200-SWAP.
110700     MOVE WS-B-SUB TO RK-SUB (WS-SUB)
110800     MOVE WS-A-SUB TO RK-SUB (WS-SUB2).
110900 6200-EXIT.
111000     EXIT.
111100*--------------------------------------------------------------
111200* RECORD BUILDERS AND THE MATCH ID.  EACH BUILDS THE WHOLE
111300* RECORD FROM THE TABLES, SO A REWRITE NEEDS NO READ FIRST.
111400*--------------------------------------------------------------
111500 8100-BUILD-MATCH-ID.
111600     MOVE WS-FX TO WS-FIXTURE-X
111700     MOVE SPACES TO WS-MATCH-ID
111800     STRING WS-LEAGUE-ID DELIMITED BY SPACE
111900            "-F"         DELIMITED BY SIZE
112000            WS-FIXTURE-X DELIMITED BY SIZE
112100            INTO WS-MATCH-ID.
112200 8100-EXIT.
112300     EXIT.
112400 8200-BUILD-ENTRANT.
112500     MOVE SPACES       TO LEAGUE-RECORD
112600     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
112700     MOVE "E"          TO LG-REC-TYPE
112800     MOVE WS-ENT-SUB   TO LG-SEQ
112900     MOVE ET-PLAYER-ID (WS-ENT-SUB)  TO LE-PLAYER-ID
113000     MOVE ET-PLAYED (WS-ENT-SUB)     TO LE-PLAYED
113100     MOVE ET-WON (WS-ENT-SUB)        TO LE-WON
113200     MOVE ET-LOST (WS-ENT-SUB)       TO LE-LOST
113300     MOVE ET-VOIDED (WS-ENT-SUB)     TO LE-VOIDED
113400     MOVE ET-ROUNDS-FOR (WS-ENT-SUB) TO LE-ROUNDS-FOR
113500     MOVE ET-ROUNDS-AGN (WS-ENT-SUB) TO LE-ROUNDS-AGAINST
113600     MOVE ET-POINTS (WS-ENT-SUB)     TO LE-POINTS
113700     MOVE ET-POSITION (WS-ENT-SUB)   TO LE-POSITION.
113800 8200-EXIT.
113900     EXIT.
114000 8300-BUILD-FIXTURE.
114100     MOVE SPACES       TO LEAGUE-RECORD
114200     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
114300     MOVE "F"          TO LG-REC-TYPE
114400     MOVE WS-FX        TO LG-SEQ
114500     MOVE FT-MATCHDAY (WS-FX)    TO LF-MATCHDAY
114600     MOVE FT-STATUS (WS-FX)      TO LF-STATUS
114700     MOVE FT-HOME-ROUNDS (WS-FX) TO LF-HOME-ROUNDS
114800     MOVE FT-AWAY-ROUNDS (WS-FX) TO LF-AWAY-ROUNDS
114900     MOVE FT-POSTED-DATE (WS-FX) TO LF-POSTED-DATE
115000     MOVE FT-HOME-SUB (WS-FX) TO WS-HOME-SUB
115100     MOVE FT-AWAY-SUB (WS-FX) TO WS-AWAY-SUB
115200     MOVE FT-WINNER-SUB (WS-FX) TO WS-WIN-SUB
115300     IF WS-HOME-SUB NOT = ZERO
115400         MOVE ET-PLAYER-ID (WS-HOME-SUB) TO LF-HOME-ID
115500     END-IF
115600     IF WS-AWAY-SUB NOT = ZERO
115700         MOVE ET-PLAYER-ID (WS-AWAY-SUB) TO LF-AWAY-ID
115800     END-IF
115900     IF WS-WIN-SUB NOT = ZERO
116000         MOVE ET-PLAYER-ID (WS-WIN-SUB) TO LF-WINNER-ID
116100     END-IF.
116200 8300-EXIT.
116300     EXIT.
116400 8400-BUILD-HEADER.
116500     MOVE SPACES       TO LEAGUE-RECORD
116600     MOVE WS-LEAGUE-ID TO LG-LEAGUE-ID
116700     MOVE "H"          TO LG-REC-TYPE
116800     MOVE ZERO         TO LG-SEQ
116900     MOVE WS-LG-STATUS      TO LH-STATUS
117000     MOVE WS-LG-BEST-OF     TO LH-BEST-OF
117100     MOVE WS-ENTRANT-COUNT  TO LH-ENTRANT-COUNT
117200     MOVE WS-FIXTURE-COUNT  TO LH-FIXTURE-COUNT
117300     MOVE WS-PLAYED-COUNT   TO LH-PLAYED-COUNT
117400     MOVE WS-LG-MATCHDAYS   TO LH-MATCHDAY-COUNT
117500     MOVE WS-LG-OPEN-DATE   TO LH-OPEN-DATE
117600     MOVE WS-LG-CLOSE-DATE  TO LH-CLOSE-DATE
117700     MOVE WS-LG-CHAMPION-ID TO LH-CHAMPION-ID.
117800 8400-EXIT.
117900     EXIT.
118000*--------------------------------------------------------------
118100 9999-EXIT.
118200     STOP RUN.
