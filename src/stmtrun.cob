000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STMTRUN.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  MONTH-END PLAYER STATEMENTS: ONE STATEMENT
001000*                    PER DIRECTORY PLAYER SHOWING OPENING
001100*                    BALANCE, EVERY POINTS MOVEMENT WITH ITS
001200*                    OPPONENT AND MATCH, CLOSING BALANCE PROVED
001300*                    AGAINST BALANCE, MATCHES PLAYED AND WON,
001400*                    RATING AT START AND END OF MONTH AND ANY
001500*                    TOURNAMENT PLACINGS.  PRINTED TO STMTRPT
001600*                    AND WRITTEN PIPE-DELIMITED TO STMTFEED FOR
001700*                    THE PLAYER PAGES.
001710*   2026-10-15  OPS  A SEASON PRIZE SEASONCL PAYS (POINTSLOG
001720*                    TYPE PRIZE) IS A CREDIT MOVEMENT.
001730*   2026-10-15  OPS  A MATCH WITH A BLANK SIDE IS SKIPPED, AS
001740*                    SEASONCL AND RATECALC SKIP IT.
001800*--------------------------------------------------------------
001900* ARGUMENT 1 (OPTIONAL) IS THE STATEMENT MONTH AS yymm.  LEFT
002000* OFF, THE STATEMENT MONTH IS THE CALENDAR MONTH BEFORE TODAY,
002100* WHICH IS WHAT THE NIGHTLY CYCLE WANTS ON THE FIRST NIGHT OF A
002200* MONTH.
002300* WHERE EACH FIGURE COMES FROM:
002400*   BALANCES  - POINTSLOG REPLAYED THE WAY BALRECN REPLAYS IT.
002500*               LINES BEFORE THE MONTH MAKE THE OPENING BALANCE,
002600*               LINES IN IT ARE THE MOVEMENTS, AND THE CLOSING
002700*               BALANCE IS PROVED BY TAKING THE LINES POSTED
002800*               SINCE MONTH END BACK OFF THE PLAYER'S BALANCE
002900*               RECORD - ANY DIFFERENCE PRINTS "DOES NOT AGREE"
003000*               (BALRECN IS THE JOB THAT REPAIRS IT).  STAKE-RF
003100*               RELEASES A STAKE AND MOVES NOTHING, SO IT LISTS
003200*               AT ZERO.  A PRIZE IS A SEASON PRIZE SEASONCL
003210*               PAID, WITH THE SEASON ID WHERE THE MATCH GOES.
003300*   MATCHES   - MATCHSTATE: EVERY MATCH DECIDED IN THE MONTH
003400*               (WON OUT, FORFEITED OR VOIDED BY MATCHADJ) WITH
003500*               THE PLAYER ON EITHER SIDE IS ONE PLAYED; A WIN
003600*               IS THE SIDE THAT REACHED THE WINS NEEDED OR WAS
003700*               AWARDED THE FORFEIT.  A VOID IS PLAYED, NOT WON.
003710*               A MATCH WITH EITHER SIDE BLANK (A ONE-SIDED
003720*               FORFEIT FROM MATCHADJ) IS SKIPPED, AS SEASONCL
003730*               AND RATECALC SKIP IT.
003800*   RATINGS   - RATINGS HOLDS ONLY TODAY'S FIGURE, SO THIS JOB
003900*               KEEPS ITS OWN SNAPSHOT IN STMTRATE: THE END-OF-
004000*               MONTH RATING IS THE CURRENT RATINGS RECORD AND
004100*               THE START-OF-MONTH RATING IS WHAT THE LAST RUN'S
004200*               SNAPSHOT CLOSED AT.  THE FIRST RUN, AND A PLAYER
004300*               NEW SINCE THE LAST ONE, PRINT "NOT HELD".  A RUN
004400*               FOR A MONTH OLDER THAN THE SNAPSHOT CANNOT KNOW
004500*               THAT MONTH'S RATINGS, PRINTS BOTH AS "NOT HELD"
004600*               AND LEAVES THE SNAPSHOT ALONE.
004700*   PLACINGS  - TOURNAMENT: AN EVENT WHOSE FINAL WAS DECIDED IN
004800*               THE MONTH GIVES EVERY ENTRANT CHAMPION, RUNNER-UP
004900*               OR THE ROUND THEY WENT OUT IN; AN EVENT STILL
005000*               OPEN SHOWS THE ROUND EACH ENTRANT IS PLAYING OR
005100*               WENT OUT IN.
005200* A RETIRED (MERGED) ID ONLY GETS A STATEMENT FOR A MONTH IT HAD
005300* ACTIVITY IN - NORMALLY ITS LAST, CARRYING THE MERGE-DR THAT
005400* MOVED ITS BALANCE TO THE SURVIVOR.
005500* OUTPUT FILE "STMTFEED":
005600*   FIRST ROW  H|<month>|<run date>
005700*   SUMMARY    S|MONTH|PLAYER_ID|DISPLAY_NAME|STATUS|OPENING|
005800*              CLOSING|BALANCE_NOW|AGREES|PLAYED|WON|
005900*              RATING_START|RATING_END
006000*   MOVEMENT   M|MONTH|PLAYER_ID|DATE|TIME|TYPE|OTHER_ID|
006100*              MATCH_ID|AMOUNT|RUNNING_BALANCE
006200*   PLACING    P|MONTH|PLAYER_ID|TOURN_ID|PLACING
006300*   LAST ROW   T|<S rows>|<M rows>|<P rows>
006400* AMOUNTS CARRY A LEADING SIGN; A RATING NOT HELD IS AN EMPTY
006500* COLUMN.  EACH PLAYER'S S ROW COMES FIRST, THEN THEIR M ROWS IN
006600* LEDGER ORDER, THEN THEIR P ROWS.
006700*--------------------------------------------------------------
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
007200         ORGANIZATION INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS PD-PLAYER-ID
007500         FILE STATUS IS PD-FILE-STATUS.
007600     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS PX-FILE-STATUS.
007900     SELECT BALANCE-FILE ASSIGN TO "BALANCE"
008000         ORGANIZATION INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS BL-PLAYER-ID
008300         FILE STATUS IS BL-FILE-STATUS.
008400     SELECT RATING-FILE ASSIGN TO "RATINGS"
008500         ORGANIZATION INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS RT-PLAYER-ID
008800         FILE STATUS IS RT-FILE-STATUS.
008900     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
009000         ORGANIZATION INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS MS-MATCH-ID
009300         FILE STATUS IS MS-FILE-STATUS.
009400     SELECT TOURNAMENT-FILE ASSIGN TO "TOURNAMENT"
009500         ORGANIZATION INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS TN-TOURN-ID
009800         FILE STATUS IS TN-FILE-STATUS.
009900     SELECT STMT-RATE-FILE ASSIGN TO "STMTRATE"
010000         ORGANIZATION LINE SEQUENTIAL
010100         FILE STATUS IS SR-FILE-STATUS.
010200     SELECT FEED-FILE ASSIGN TO "STMTFEED"
010300         ORGANIZATION LINE SEQUENTIAL
010400         FILE STATUS IS FD-FILE-STATUS.
010500     SELECT RPT-FILE ASSIGN TO "STMTRPT"
010600         ORGANIZATION LINE SEQUENTIAL
010700         FILE STATUS IS RPT-FILE-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  PLAYER-DIR-FILE.
011100     COPY "playerdir.cpy".
011200 FD  POINTS-LOG-FILE.
011300     COPY "pointslog.cpy".
011400 FD  BALANCE-FILE.
011500     COPY "balance.cpy".
011600 FD  RATING-FILE.
011700     COPY "ratings.cpy".
011800 FD  MATCH-STATE-FILE.
011900     COPY "matchstate.cpy".
012000 FD  TOURNAMENT-FILE.
012100     COPY "tournament.cpy".
012200 FD  STMT-RATE-FILE.
012300     COPY "stmtrate.cpy".
012400 FD  FEED-FILE.
012500 01  FEED-LINE             PIC X(200).
012600 FD  RPT-FILE.
012700 01  RPT-LINE              PIC X(80).
012800 WORKING-STORAGE SECTION.
012900*--------------------------------------------------------------
013000* SWITCHES AND COUNTERS
013100*--------------------------------------------------------------
013200 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
013300 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
013400 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
013500 77  RT-FILE-STATUS        PIC X(02) VALUE "00".
013600 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
013700 77  TN-FILE-STATUS        PIC X(02) VALUE "00".
013800 77  SR-FILE-STATUS        PIC X(02) VALUE "00".
013900 77  FD-FILE-STATUS        PIC X(02) VALUE "00".
014000 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
014100 77  WS-EOF-SW             PIC X(01) VALUE "N".
014200     88 INPUT-AT-EOF            VALUE "Y".
014300 77  WS-BL-OPEN-SW         PIC X(01) VALUE "N".
014400     88 BALANCE-IS-OPEN         VALUE "Y".
014500 77  WS-RT-OPEN-SW         PIC X(01) VALUE "N".
014600     88 RATINGS-ARE-OPEN        VALUE "Y".
014700 77  WS-MS-OPEN-SW         PIC X(01) VALUE "N".
014800     88 MATCH-STATE-IS-OPEN     VALUE "Y".
014900 77  WS-RATES-SW           PIC X(01) VALUE "Y".
015000     88 RATES-ARE-HELD          VALUE "Y".
015100     88 RATES-NOT-HELD          VALUE "N".
015200 77  WS-DECIDED-SW         PIC X(01) VALUE "N".
015300     88 MATCH-IS-DECIDED        VALUE "Y".
015400 77  WS-PLACED-SW          PIC X(01) VALUE "N".
015500     88 ENTRANT-IS-PLACED       VALUE "Y".
015600 77  WS-ARG-MONTH          PIC X(04) VALUE SPACES.
015700 77  WS-TODAY              PIC 9(06) VALUE ZERO.
015800 77  WS-POINTS-READ-COUNT  PIC 9(06) VALUE ZERO.
015900 77  WS-UNLISTED-COUNT     PIC 9(06) VALUE ZERO.
016000 77  WS-MATCH-READ-COUNT   PIC 9(06) VALUE ZERO.
016100 77  WS-TOURN-READ-COUNT   PIC 9(06) VALUE ZERO.
016200 77  WS-STMT-COUNT         PIC 9(06) VALUE ZERO.
016300 77  WS-SKIP-COUNT         PIC 9(06) VALUE ZERO.
016400 77  WS-DISAGREE-COUNT     PIC 9(06) VALUE ZERO.
016500 77  WS-S-ROW-COUNT        PIC 9(08) VALUE ZERO.
016600 77  WS-M-ROW-COUNT        PIC 9(08) VALUE ZERO.
016700 77  WS-P-ROW-COUNT        PIC 9(08) VALUE ZERO.
016800 77  WS-SNAP-COUNT         PIC 9(06) VALUE ZERO.
016900*--------------------------------------------------------------
017000* THE STATEMENT MONTH (yymm) AND A DATE TAKEN APART TO COMPARE
017100* AGAINST IT
017200*--------------------------------------------------------------
017300 01  WS-TODAY-PARTS.
017400     05 WS-TODAY-YY        PIC 9(02).
017500     05 WS-TODAY-MM        PIC 9(02).
017600     05 WS-TODAY-DD        PIC 9(02).
017700 01  WS-STMT-PERIOD.
017800     05 WS-STMT-YY         PIC 9(02).
017900     05 WS-STMT-MM         PIC 9(02).
018000 01  WS-STMT-MONTH REDEFINES WS-STMT-PERIOD
018100                           PIC 9(04).
018200 01  WS-DATE-WORK.
018300     05 WS-DATE-MONTH      PIC 9(04).
018400     05 WS-DATE-DAY        PIC 9(02).
018500*--------------------------------------------------------------
018600* IN-CORE PLAYER TABLE, ONE ENTRY PER DIRECTORY RECORD IN KEY
018700* ORDER.  BALANCE FIGURES ARE SIGNED SO A LEDGER THAT DOES NOT
018800* AGREE STILL ADDS UP TO SOMETHING PRINTABLE.
018900*--------------------------------------------------------------
019000 77  WS-MAX-PLAYERS        PIC 9(04) COMP VALUE 500.
019100 77  WS-PLAYER-COUNT       PIC 9(04) COMP VALUE ZERO.
019200 77  WS-OVERFLOW-COUNT     PIC 9(06) COMP VALUE ZERO.
019300 77  WS-SUB                PIC 9(04) COMP VALUE ZERO.
019400 77  WS-SUB-2              PIC 9(04) COMP VALUE ZERO.
019500 77  WS-FOUND-SUB          PIC 9(04) COMP VALUE ZERO.
019600 01  WS-FIND-ID            PIC X(16) VALUE SPACES.
019700 01  PLAYER-TABLE.
019800     05 PT-ENTRY OCCURS 500 TIMES.
019900        10 PT-PLAYER-ID    PIC X(16).
020000        10 PT-DISPLAY-NAME PIC X(24).
020100        10 PT-STATUS       PIC X(01).
020200           88 PT-WAS-MERGED     VALUE "M".
020300        10 PT-OPENING      PIC S9(07) COMP.
020400        10 PT-MONTH-NET    PIC S9(07) COMP.
020500        10 PT-LATER-NET    PIC S9(07) COMP.
020600        10 PT-MOVES        PIC 9(06) COMP.
020700        10 PT-PLAYED       PIC 9(04) COMP.
020800        10 PT-WON          PIC 9(04) COMP.
020900        10 PT-OPEN-RATING  PIC 9(04).
021000        10 PT-CLOSE-RATING PIC 9(04).
021100*--------------------------------------------------------------
021200* THE MONTH'S MOVEMENTS IN LEDGER ORDER, EACH TIED TO ITS
021300* PLAYER'S TABLE ENTRY.  A FULL TABLE STILL LEAVES EVERY TOTAL
021400* RIGHT - ONLY THE DETAIL LINES PAST THE LIMIT ARE LOST, AND
021500* THE STATEMENT SAYS SO.
021600*--------------------------------------------------------------
021700 77  WS-MAX-MOVES          PIC 9(04) COMP VALUE 5000.
021800 77  WS-MOVE-COUNT         PIC 9(04) COMP VALUE ZERO.
021900 77  WS-MOVE-OVERFLOW      PIC 9(06) COMP VALUE ZERO.
022000 77  WS-MV-SUB             PIC 9(04) COMP VALUE ZERO.
022100 77  WS-MV-SHOWN           PIC 9(06) COMP VALUE ZERO.
022200 01  MOVE-TABLE.
022300     05 MV-ENTRY OCCURS 5000 TIMES.
022400        10 MV-PLAYER-SUB   PIC 9(04) COMP.
022500        10 MV-DATE         PIC 9(06).
022600        10 MV-TIME.
022700           15 MV-HOURS     PIC 99.
022800           15 MV-MINS      PIC 99.
022900           15 MV-SECS      PIC 99.
023000        10 MV-TYPE         PIC X(08).
023100        10 MV-MATCH-ID     PIC X(16).
023200        10 MV-OTHER-ID     PIC X(16).
023300        10 MV-EFFECT       PIC S9(07) COMP.
023400 77  WS-EFFECT             PIC S9(07) COMP VALUE ZERO.
023500 77  WS-RUNNING            PIC S9(07) COMP VALUE ZERO.
023600 77  WS-CLOSING            PIC S9(07) COMP VALUE ZERO.
023700 77  WS-PROVED             PIC S9(07) COMP VALUE ZERO.
023800*--------------------------------------------------------------
023900* TOURNAMENT PLACINGS, ONE PER ENTRANT PER EVENT REPORTED
024000*--------------------------------------------------------------
024100 77  WS-MAX-PLACINGS       PIC 9(04) COMP VALUE 1000.
024200 77  WS-PLACING-COUNT      PIC 9(04) COMP VALUE ZERO.
024300 77  WS-PLACING-OVERFLOW   PIC 9(06) COMP VALUE ZERO.
024400 77  WS-TP-SUB             PIC 9(04) COMP VALUE ZERO.
024500 01  PLACING-TABLE.
024600     05 TP-ENTRY OCCURS 1000 TIMES.
024700        10 TP-PLAYER-SUB   PIC 9(04) COMP.
024800        10 TP-TOURN-ID     PIC X(08).
024900        10 TP-PLACING      PIC X(20).
025000*--------------------------------------------------------------
025100* MATCH AND BRACKET WORK FIELDS.  BRACKET SLOTS FOLLOW TOURNEY:
025200* ROUND 1 FILLS SLOTS 1 TO THE BRACKET SIZE, EACH LATER ROUND'S
025300* SLOTS FOLLOW DIRECTLY, AND THE LAST SLOT IS THE CHAMPION.
025400*--------------------------------------------------------------
025500 77  WS-NEEDED-WINS        PIC 9(02) VALUE ZERO.
025600 77  WS-MATCH-DATE         PIC 9(06) VALUE ZERO.
025700 01  WS-WINNER-ID          PIC X(16) VALUE SPACES.
025800 01  WS-SIDE-ID            PIC X(16) VALUE SPACES.
025900 77  WS-BYE-MARK           PIC X(16) VALUE "*BYE*".
026000 77  WS-ROUND              PIC 9(02) COMP VALUE ZERO.
026100 77  WS-SLOT               PIC 9(02) COMP VALUE ZERO.
026200 77  WS-POS                PIC 9(02) COMP VALUE ZERO.
026300 77  WS-IN-BASE            PIC 9(02) COMP VALUE ZERO.
026400 77  WS-SLOTS-THIS-ROUND   PIC 9(02) COMP VALUE ZERO.
026500 77  WS-OUT-SUB            PIC 9(02) COMP VALUE ZERO.
026600 77  WS-ROUND-X            PIC 9(01) VALUE ZERO.
026700 77  WS-MATCH-X            PIC 9(02) VALUE 1.
026800 01  WS-MATCH-ID           PIC X(16) VALUE SPACES.
026900 01  WS-PLACING            PIC X(20) VALUE SPACES.
027000*--------------------------------------------------------------
027100* FEED COLUMNS
027200*--------------------------------------------------------------
027300 77  WS-FEED-OPENING       PIC S9(07) SIGN LEADING SEPARATE
027400                           VALUE ZERO.
027500 77  WS-FEED-CLOSING       PIC S9(07) SIGN LEADING SEPARATE
027600                           VALUE ZERO.
027700 77  WS-FEED-AMOUNT        PIC S9(07) SIGN LEADING SEPARATE
027800                           VALUE ZERO.
027900 77  WS-FEED-RUNNING       PIC S9(07) SIGN LEADING SEPARATE
028000                           VALUE ZERO.
028100 77  WS-FEED-BALANCE       PIC 9(06) VALUE ZERO.
028200 77  WS-FEED-PLAYED        PIC 9(04) VALUE ZERO.
028300 77  WS-FEED-WON           PIC 9(04) VALUE ZERO.
028400 77  WS-FEED-RATE-START    PIC X(04) VALUE SPACES.
028500 77  WS-FEED-RATE-END      PIC X(04) VALUE SPACES.
028600 77  WS-FEED-AGREES        PIC X(01) VALUE SPACES.
028700 77  WS-FEED-STATUS        PIC X(08) VALUE SPACES.
028800*--------------------------------------------------------------
028900* REPORT LINES
029000*--------------------------------------------------------------
029100 01  HDG-LINE-1.
029200     05 FILLER             PIC X(30) VALUE
029300            "MONTHLY PLAYER STATEMENTS     ".
029400     05 FILLER             PIC X(06) VALUE "MONTH ".
029500     05 HDG-MONTH          PIC 9(04).
029600     05 FILLER             PIC X(11) VALUE "  RUN DATE ".
029700     05 HDG-DATE           PIC 9(06).
029800 01  ST-LINE-1.
029900     05 FILLER             PIC X(07) VALUE "PLAYER ".
030000     05 ST-PLAYER-ID       PIC X(16).
030100     05 FILLER             PIC X(01) VALUE SPACES.
030200     05 ST-NAME            PIC X(24).
030300     05 FILLER             PIC X(01) VALUE SPACES.
030400     05 ST-STATUS          PIC X(08).
030500 01  ST-LINE-2.
030600     05 FILLER             PIC X(21) VALUE
030700            "  OPENING BALANCE   :".
030800     05 ST-OPENING         PIC -(6)9.
030900 01  MV-HDG-LINE.
031000     05 FILLER             PIC X(40) VALUE
031100            "  DATE   TIME   TYPE     OTHER ID       ".
031200     05 FILLER             PIC X(40) VALUE
031300            "  MATCH ID          AMOUNT BALANCE".
031400 01  MV-LINE.
031500     05 FILLER             PIC X(02) VALUE SPACES.
031600     05 MV-DET-DATE        PIC 9(06).
031700     05 FILLER             PIC X(01) VALUE SPACES.
031800     05 MV-DET-TIME        PIC X(06).
031900     05 FILLER             PIC X(01) VALUE SPACES.
032000     05 MV-DET-TYPE        PIC X(08).
032100     05 FILLER             PIC X(01) VALUE SPACES.
032200     05 MV-DET-OTHER       PIC X(16).
032300     05 FILLER             PIC X(01) VALUE SPACES.
032400     05 MV-DET-MATCH       PIC X(16).
032500     05 FILLER             PIC X(01) VALUE SPACES.
032600     05 MV-DET-AMOUNT      PIC -(6)9.
032700     05 FILLER             PIC X(01) VALUE SPACES.
032800     05 MV-DET-BALANCE     PIC -(6)9.
032900 01  NO-MOVES-LINE         PIC X(80) VALUE
033000     "  NO POINTS MOVEMENTS THIS MONTH".
033100 01  MOVES-LOST-LINE.
033200     05 FILLER             PIC X(40) VALUE
033300            "  *** MOVEMENT TABLE FULL - SOME LINES ".
033400     05 FILLER             PIC X(40) VALUE
033500            "NOT LISTED, TOTALS ARE COMPLETE".
033600 01  ST-LINE-3.
033700     05 FILLER             PIC X(21) VALUE
033800            "  CLOSING BALANCE   :".
033900     05 ST-CLOSING         PIC -(6)9.
034000     05 FILLER             PIC X(03) VALUE SPACES.
034100     05 ST-AGREE-TEXT      PIC X(40).
034200 01  ST-LINE-4.
034300     05 FILLER             PIC X(21) VALUE
034400            "  BALANCE NOW       :".
034500     05 ST-BALANCE-NOW     PIC -(6)9.
034600     05 FILLER             PIC X(21) VALUE
034700            "   MOVED SINCE     :".
034800     05 ST-LATER           PIC -(6)9.
034900 01  ST-LINE-5.
035000     05 FILLER             PIC X(21) VALUE
035100            "  MATCHES PLAYED    :".
035200     05 ST-PLAYED          PIC Z(6)9.
035300     05 FILLER             PIC X(21) VALUE
035400            "   MATCHES WON     :".
035500     05 ST-WON             PIC Z(6)9.
035600 01  ST-LINE-6.
035700     05 FILLER             PIC X(21) VALUE
035800            "  RATING AT START   :".
035900     05 FILLER             PIC X(01) VALUE SPACES.
036000     05 ST-RATE-START      PIC X(08).
036100     05 FILLER             PIC X(19) VALUE
036200            "  RATING AT END   :".
036300     05 FILLER             PIC X(01) VALUE SPACES.
036400     05 ST-RATE-END        PIC X(08).
036500 01  ST-PLACE-LINE.
036600     05 FILLER             PIC X(13) VALUE "  TOURNAMENT ".
036700     05 ST-TOURN-ID        PIC X(08).
036800     05 FILLER             PIC X(02) VALUE SPACES.
036900     05 ST-PLACING         PIC X(20).
037000 01  WS-RATE-EDIT          PIC Z(7)9.
037100 01  TOT-LINE-1.
037200     05 FILLER             PIC X(30) VALUE
037300            "STATEMENTS WRITTEN        :".
037400     05 TOT-STMTS          PIC Z(7)9.
037500 01  TOT-LINE-2.
037600     05 FILLER             PIC X(30) VALUE
037700            "  NOT AGREEING TO BALANCE :".
037800     05 TOT-DISAGREE       PIC Z(7)9.
037900 01  TOT-LINE-3.
038000     05 FILLER             PIC X(30) VALUE
038100            "RETIRED IDS WITH NO ACTIVITY:".
038200     05 TOT-SKIPPED        PIC Z(7)9.
038300 01  TOT-LINE-4.
038400     05 FILLER             PIC X(30) VALUE
038500            "LEDGER LINES, ID NOT LISTED:".
038600     05 TOT-UNLISTED       PIC Z(7)9.
038700 01  TOT-LINE-5.
038800     05 FILLER             PIC X(30) VALUE
038900            "PLAYERS PAST TABLE LIMIT  :".
039000     05 TOT-OVERFLOW       PIC Z(7)9.
039100 01  TOT-LINE-6.
039200     05 FILLER             PIC X(30) VALUE
039300            "MOVEMENTS NOT LISTED      :".
039400     05 TOT-MOVES-LOST     PIC Z(7)9.
039500 01  TOT-LINE-7.
039600     05 FILLER             PIC X(30) VALUE
039700            "PLACINGS NOT LISTED       :".
039800     05 TOT-PLACES-LOST    PIC Z(7)9.
039900 01  RATES-NOT-HELD-LINE.
040000     05 FILLER             PIC X(40) VALUE
040100            "RATINGS NOT HELD - THE SNAPSHOT IS FOR A".
040200     05 FILLER             PIC X(40) VALUE
040300            " LATER MONTH AND IS LEFT AS IT WAS".
040400 01  DASH-LINE             PIC X(80) VALUE ALL "-".
040500 01  BLANK-LINE            PIC X(80) VALUE SPACES.
040600 PROCEDURE DIVISION.
040700*--------------------------------------------------------------
040800 0000-MAINLINE.
040900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041000     PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT
041100     PERFORM 1200-LOAD-SNAPSHOT THRU 1200-EXIT
041200     PERFORM 2000-SCAN-POINTS THRU 2000-EXIT
041300     PERFORM 3000-SCAN-MATCHES THRU 3000-EXIT
041400     PERFORM 4000-SCAN-TOURNAMENTS THRU 4000-EXIT
041500     PERFORM 5000-WRITE-STATEMENTS THRU 5000-EXIT
041600     PERFORM 6000-WRITE-SNAPSHOT THRU 6000-EXIT
041700     PERFORM 8000-FINALIZE THRU 8000-EXIT
041800     GO TO 9999-EXIT.
041900*--------------------------------------------------------------
042000* THE STATEMENT MONTH: THE ARGUMENT WHEN IT IS A VALID yymm,
042100* OTHERWISE THE MONTH BEFORE TODAY'S.
042200*--------------------------------------------------------------
042300 1000-INITIALIZE.
042400     ACCEPT WS-TODAY FROM DATE
042500     MOVE WS-TODAY TO WS-TODAY-PARTS
042600     DISPLAY 1 UPON ARGUMENT-NUMBER
042700     ACCEPT WS-ARG-MONTH FROM ARGUMENT-VALUE
042800         ON EXCEPTION
042900             MOVE SPACES TO WS-ARG-MONTH
043000     END-ACCEPT
043100     IF WS-ARG-MONTH NOT = SPACES
043200         IF WS-ARG-MONTH NUMERIC
043300             AND WS-ARG-MONTH (3:2) >= "01"
043400             AND WS-ARG-MONTH (3:2) <= "12"
043500             MOVE WS-ARG-MONTH TO WS-STMT-MONTH
043600         ELSE
043700             DISPLAY "STMTRUN: MONTH MUST BE yymm - GOT "
043800                 WS-ARG-MONTH
043900             GO TO 9999-EXIT
044000         END-IF
044100     ELSE
044200         MOVE WS-TODAY-YY TO WS-STMT-YY
044300         MOVE WS-TODAY-MM TO WS-STMT-MM
044400         IF WS-STMT-MM = 1
044500             MOVE 12 TO WS-STMT-MM
044600             IF WS-STMT-YY = ZERO
044700                 MOVE 99 TO WS-STMT-YY
044800             ELSE
044900                 SUBTRACT 1 FROM WS-STMT-YY
045000             END-IF
045100         ELSE
045200             SUBTRACT 1 FROM WS-STMT-MM
045300         END-IF
045400     END-IF
045500     OPEN OUTPUT RPT-FILE
045600     OPEN OUTPUT FEED-FILE
045700     MOVE WS-STMT-MONTH TO HDG-MONTH
045800     MOVE WS-TODAY      TO HDG-DATE
045900     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
046000     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
046100     MOVE SPACES TO FEED-LINE
046200     STRING "H|"           DELIMITED BY SIZE
046300            WS-STMT-MONTH  DELIMITED BY SIZE
046400            "|"            DELIMITED BY SIZE
046500            WS-TODAY       DELIMITED BY SIZE
046600            INTO FEED-LINE
046700     WRITE FEED-LINE.
046800 1000-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100* EVERY DIRECTORY ENTRY, WHATEVER ITS STATUS, IN KEY ORDER
047200*--------------------------------------------------------------
047300 1100-LOAD-DIRECTORY.
047400     OPEN INPUT PLAYER-DIR-FILE
047500     IF PD-FILE-STATUS NOT = "00"
047600         DISPLAY "STMTRUN: NO PLAYERDIR FILE - NO STATEMENTS"
047700         GO TO 1100-EXIT
047800     END-IF
047900     MOVE "N" TO WS-EOF-SW
048000     PERFORM 1110-LOAD-ONE-PLAYER THRU 1110-EXIT
048100         UNTIL INPUT-AT-EOF
048200     CLOSE PLAYER-DIR-FILE.
048300 1100-EXIT.
048400     EXIT.
048500 1110-LOAD-ONE-PLAYER.
048600     READ PLAYER-DIR-FILE NEXT RECORD
048700         AT END
048800             SET INPUT-AT-EOF TO TRUE
048900             GO TO 1110-EXIT
049000     END-READ
049100     IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
049200         ADD 1 TO WS-OVERFLOW-COUNT
049300         GO TO 1110-EXIT
049400     END-IF
049500     ADD 1 TO WS-PLAYER-COUNT
049600     INITIALIZE PT-ENTRY (WS-PLAYER-COUNT)
049700     MOVE PD-PLAYER-ID    TO PT-PLAYER-ID (WS-PLAYER-COUNT)
049800     MOVE PD-DISPLAY-NAME TO PT-DISPLAY-NAME (WS-PLAYER-COUNT)
049900     MOVE PD-STATUS       TO PT-STATUS (WS-PLAYER-COUNT).
050000 1110-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------
050300* LAST RUN'S RATING SNAPSHOT.  A SNAPSHOT FOR THIS SAME MONTH
050400* IS A RERUN AND OPENS AT THE RATING THAT RUN OPENED AT; ONE FOR
050500* AN EARLIER MONTH OPENS AT THE RATING IT CLOSED AT; ONE FOR A
050600* LATER MONTH MEANS THIS MONTH'S RATINGS ARE GONE.
050700*--------------------------------------------------------------
050800 1200-LOAD-SNAPSHOT.
050900     OPEN INPUT STMT-RATE-FILE
051000     IF SR-FILE-STATUS NOT = "00"
051100         GO TO 1200-EXIT
051200     END-IF
051300     MOVE "N" TO WS-EOF-SW
051400     PERFORM 1210-LOAD-ONE-RATE THRU 1210-EXIT
051500         UNTIL INPUT-AT-EOF OR RATES-NOT-HELD
051600     CLOSE STMT-RATE-FILE.
051700 1200-EXIT.
051800     EXIT.
051900 1210-LOAD-ONE-RATE.
052000     READ STMT-RATE-FILE
052100         AT END
052200             SET INPUT-AT-EOF TO TRUE
052300             GO TO 1210-EXIT
052400     END-READ
052500     IF SR-MONTH > WS-STMT-MONTH
052600         SET RATES-NOT-HELD TO TRUE
052700         GO TO 1210-EXIT
052800     END-IF
052900     MOVE SR-PLAYER-ID TO WS-FIND-ID
053000     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
053100     IF WS-FOUND-SUB = ZERO
053200         GO TO 1210-EXIT
053300     END-IF
053400     IF SR-MONTH = WS-STMT-MONTH
053500         MOVE SR-OPEN-RATING  TO PT-OPEN-RATING (WS-FOUND-SUB)
053600     ELSE
053700         MOVE SR-CLOSE-RATING TO PT-OPEN-RATING (WS-FOUND-SUB)
053800     END-IF.
053900 1210-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------
054200* ONE PASS OF POINTSLOG.  EACH LINE LANDS BEFORE, IN OR AFTER
054300* THE STATEMENT MONTH FOR THE PLAYER IT WAS POSTED TO.
054400*--------------------------------------------------------------
054500 2000-SCAN-POINTS.
054600     OPEN INPUT POINTS-LOG-FILE
054700     IF PX-FILE-STATUS NOT = "00"
054800         DISPLAY "STMTRUN: NO POINTSLOG FILE - BALANCES ARE ALL"
054900             " ZERO"
055000         GO TO 2000-EXIT
055100     END-IF
055200     MOVE "N" TO WS-EOF-SW
055300     PERFORM 2100-POST-ONE-LINE THRU 2100-EXIT
055400         UNTIL INPUT-AT-EOF
055500     CLOSE POINTS-LOG-FILE.
055600 2000-EXIT.
055700     EXIT.
055800 2100-POST-ONE-LINE.
055900     READ POINTS-LOG-FILE
056000         AT END
056100             SET INPUT-AT-EOF TO TRUE
056200             GO TO 2100-EXIT
056300     END-READ
056400     ADD 1 TO WS-POINTS-READ-COUNT
056500     MOVE PX-PLAYER-ID TO WS-FIND-ID
056600     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
056700     IF WS-FOUND-SUB = ZERO
056800         ADD 1 TO WS-UNLISTED-COUNT
056900         GO TO 2100-EXIT
057000     END-IF
057100     PERFORM 2200-TYPE-EFFECT THRU 2200-EXIT
057200     MOVE PX-DATE TO WS-DATE-WORK
057300     IF WS-DATE-MONTH < WS-STMT-MONTH
057400         ADD WS-EFFECT TO PT-OPENING (WS-FOUND-SUB)
057500         GO TO 2100-EXIT
057600     END-IF
057700     IF WS-DATE-MONTH > WS-STMT-MONTH
057800         ADD WS-EFFECT TO PT-LATER-NET (WS-FOUND-SUB)
057900         GO TO 2100-EXIT
058000     END-IF
058100     ADD WS-EFFECT TO PT-MONTH-NET (WS-FOUND-SUB)
058200     ADD 1 TO PT-MOVES (WS-FOUND-SUB)
058300     PERFORM 2400-KEEP-MOVEMENT THRU 2400-EXIT.
058400 2100-EXIT.
058500     EXIT.
058600*--------------------------------------------------------------
058700* WHAT A LEDGER LINE DOES TO ITS PLAYER'S BALANCE - THE SAME
058800* RULES BALRECN REPLAYS BY
058900*--------------------------------------------------------------
059000 2200-TYPE-EFFECT.
059100     EVALUATE PX-TYPE
059200         WHEN "GRANT"
059300         WHEN "STAKE-CR"
059400         WHEN "MERGE-CR"
059450         WHEN "PRIZE"
059500             MOVE PX-AMOUNT TO WS-EFFECT
059600         WHEN "STAKE-DR"
059700         WHEN "MERGE-DR"
059800             COMPUTE WS-EFFECT = ZERO - PX-AMOUNT
059900         WHEN OTHER
060000             MOVE ZERO TO WS-EFFECT
060100     END-EVALUATE.
060200 2200-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------
060500* LOCATE WS-FIND-ID IN THE PLAYER TABLE.  WS-FOUND-SUB COMES
060600* BACK ZERO WHEN THE ID IS NOT IN THE DIRECTORY.
060700*--------------------------------------------------------------
060800 2300-FIND-PLAYER.
060900     MOVE ZERO TO WS-FOUND-SUB
061000     PERFORM 2310-MATCH-PLAYER THRU 2310-EXIT
061100         VARYING WS-SUB-2 FROM 1 BY 1
061200         UNTIL WS-SUB-2 > WS-PLAYER-COUNT OR WS-FOUND-SUB > ZERO.
061300 2300-EXIT.
061400     EXIT.
061500 2310-MATCH-PLAYER.
061600     IF PT-PLAYER-ID (WS-SUB-2) = WS-FIND-ID
061700         MOVE WS-SUB-2 TO WS-FOUND-SUB
061800     END-IF.
061900 2310-EXIT.
062000     EXIT.
062100 2400-KEEP-MOVEMENT.
062200     IF WS-MOVE-COUNT >= WS-MAX-MOVES
062300         ADD 1 TO WS-MOVE-OVERFLOW
062400         GO TO 2400-EXIT
062500     END-IF
062600     ADD 1 TO WS-MOVE-COUNT
062700     MOVE WS-FOUND-SUB TO MV-PLAYER-SUB (WS-MOVE-COUNT)
062800     MOVE PX-DATE      TO MV-DATE (WS-MOVE-COUNT)
062900     MOVE PX-HOURS     TO MV-HOURS (WS-MOVE-COUNT)
063000     MOVE PX-MINS      TO MV-MINS (WS-MOVE-COUNT)
063100     MOVE PX-SECS      TO MV-SECS (WS-MOVE-COUNT)
063200     MOVE PX-TYPE      TO MV-TYPE (WS-MOVE-COUNT)
063300     MOVE PX-MATCH-ID  TO MV-MATCH-ID (WS-MOVE-COUNT)
063400     MOVE PX-OTHER-ID  TO MV-OTHER-ID (WS-MOVE-COUNT)
063500     MOVE WS-EFFECT    TO MV-EFFECT (WS-MOVE-COUNT).
063600 2400-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------
063900* ONE PASS OF MATCHSTATE: MATCHES DECIDED IN THE MONTH.  THE
064000* WORKER BOOKS SIDE B'S WINS IN MS-PLAYER-WINS AND SIDE A'S IN
064100* MS-COMPUTER-WINS; A CLOSED-OUT MATCH IS DATED BY ITS CLOSE.
064200*--------------------------------------------------------------
064300 3000-SCAN-MATCHES.
064400     OPEN INPUT MATCH-STATE-FILE
064500     IF MS-FILE-STATUS NOT = "00"
064600         GO TO 3000-EXIT
064700     END-IF
064800     SET MATCH-STATE-IS-OPEN TO TRUE
064900     MOVE "N" TO WS-EOF-SW
065000     PERFORM 3100-COUNT-ONE-MATCH THRU 3100-EXIT
065100         UNTIL INPUT-AT-EOF.
065200 3000-EXIT.
065300     EXIT.
065400 3100-COUNT-ONE-MATCH.
065500     READ MATCH-STATE-FILE NEXT RECORD
065600         AT END
065700             SET INPUT-AT-EOF TO TRUE
065800             GO TO 3100-EXIT
065900     END-READ
066000     ADD 1 TO WS-MATCH-READ-COUNT
066010     IF MS-PLAYER-A-ID = SPACES OR MS-PLAYER-B-ID = SPACES
066020         GO TO 3100-EXIT
066030     END-IF
066100     PERFORM 3200-DECIDE-MATCH THRU 3200-EXIT
066200     IF NOT MATCH-IS-DECIDED
066300         GO TO 3100-EXIT
066400     END-IF
066500     MOVE WS-MATCH-DATE TO WS-DATE-WORK
066600     IF WS-DATE-MONTH NOT = WS-STMT-MONTH
066700         GO TO 3100-EXIT
066800     END-IF
066900     MOVE MS-PLAYER-A-ID TO WS-SIDE-ID
067000     PERFORM 3300-COUNT-SIDE THRU 3300-EXIT
067100     IF MS-PLAYER-B-ID NOT = MS-PLAYER-A-ID
067200         MOVE MS-PLAYER-B-ID TO WS-SIDE-ID
067300         PERFORM 3300-COUNT-SIDE THRU 3300-EXIT
067400     END-IF.
067500 3100-EXIT.
067600     EXIT.
067700*--------------------------------------------------------------
067800* IS THE MATCH IN THE RECORD AREA OVER, WHEN, AND WHO WON IT
067900* (WS-WINNER-ID STAYS BLANK FOR A VOID OR A WIN BY THE HOUSE)
068000*--------------------------------------------------------------
068100 3200-DECIDE-MATCH.
068200     MOVE "N"    TO WS-DECIDED-SW
068300     MOVE SPACES TO WS-WINNER-ID
068400     IF MATCH-WAS-FORFEITED
068500         MOVE MS-CLOSE-WINNER-ID TO WS-WINNER-ID
068600         MOVE MS-CLOSE-DATE      TO WS-MATCH-DATE
068700         SET MATCH-IS-DECIDED    TO TRUE
068800         GO TO 3200-EXIT
068900     END-IF
069000     IF MATCH-WAS-VOIDED
069100         MOVE MS-CLOSE-DATE      TO WS-MATCH-DATE
069200         SET MATCH-IS-DECIDED    TO TRUE
069300         GO TO 3200-EXIT
069400     END-IF
069500     MOVE MS-LAST-DATE TO WS-MATCH-DATE
069600     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
069700     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
069800         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
069900         SET MATCH-IS-DECIDED TO TRUE
070000         GO TO 3200-EXIT
070100     END-IF
070200     IF MS-COMPUTER-WINS >= WS-NEEDED-WINS
070300         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
070400         SET MATCH-IS-DECIDED TO TRUE
070500     END-IF.
070600 3200-EXIT.
070700     EXIT.
070800 3300-COUNT-SIDE.
070900     IF WS-SIDE-ID = SPACES
071000         GO TO 3300-EXIT
071100     END-IF
071200     MOVE WS-SIDE-ID TO WS-FIND-ID
071300     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
071400     IF WS-FOUND-SUB = ZERO
071500         GO TO 3300-EXIT
071600     END-IF
071700     ADD 1 TO PT-PLAYED (WS-FOUND-SUB)
071800     IF WS-WINNER-ID = WS-SIDE-ID
071900         ADD 1 TO PT-WON (WS-FOUND-SUB)
072000     END-IF.
072100 3300-EXIT.
072200     EXIT.
072300*--------------------------------------------------------------
072400* ONE PASS OF TOURNAMENT.  A FINISHED EVENT IS REPORTED IN THE
072500* MONTH ITS FINAL WAS DECIDED; AN OPEN ONE EVERY MONTH IT RUNS.
072600*--------------------------------------------------------------
072700 4000-SCAN-TOURNAMENTS.
072800     OPEN INPUT TOURNAMENT-FILE
072900     IF TN-FILE-STATUS NOT = "00"
073000         GO TO 4000-EXIT
073100     END-IF
073200     MOVE "N" TO WS-EOF-SW
073300     PERFORM 4100-PLACE-ONE-TOURNAMENT THRU 4100-EXIT
073400         UNTIL INPUT-AT-EOF
073500     CLOSE TOURNAMENT-FILE.
073600 4000-EXIT.
073700     EXIT.
073800 4100-PLACE-ONE-TOURNAMENT.
073900     READ TOURNAMENT-FILE NEXT RECORD
074000         AT END
074100             SET INPUT-AT-EOF TO TRUE
074200             GO TO 4100-EXIT
074300     END-READ
074400     ADD 1 TO WS-TOURN-READ-COUNT
074500     IF TOURN-IS-COMPLETE
074600         PERFORM 4150-DATE-FINAL THRU 4150-EXIT
074700         MOVE WS-MATCH-DATE TO WS-DATE-WORK
074800         IF WS-DATE-MONTH NOT = WS-STMT-MONTH
074900             GO TO 4100-EXIT
075000         END-IF
075100     END-IF
075200     PERFORM 4200-PLACE-ENTRANT THRU 4200-EXIT
075300         VARYING WS-SLOT FROM 1 BY 1
075400         UNTIL WS-SLOT > TN-BRACKET-SIZE.
075500 4100-EXIT.
075600     EXIT.
075700*--------------------------------------------------------------
075800* THE DATE THE FINAL WAS DECIDED, FROM ITS MATCHSTATE RECORD
075900* UNDER TOURNEY'S MATCH ID <event>-R<last round>M01.  NO RECORD
076000* LEAVES THE DATE ZERO, WHICH FALLS IN NO MONTH.
076100*--------------------------------------------------------------
076200 4150-DATE-FINAL.
076300     MOVE ZERO TO WS-MATCH-DATE
076400     IF NOT MATCH-STATE-IS-OPEN
076500         GO TO 4150-EXIT
076600     END-IF
076700     MOVE TN-ROUND-COUNT TO WS-ROUND-X
076800     MOVE SPACES TO WS-MATCH-ID
076900     STRING TN-TOURN-ID DELIMITED BY SPACE
077000            "-R"        DELIMITED BY SIZE
077100            WS-ROUND-X  DELIMITED BY SIZE
077200            "M"         DELIMITED BY SIZE
077300            WS-MATCH-X  DELIMITED BY SIZE
077400            INTO WS-MATCH-ID
077500     MOVE WS-MATCH-ID TO MS-MATCH-ID
077600     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
077700         INVALID KEY
077800             GO TO 4150-EXIT
077900     END-READ
078000     PERFORM 3200-DECIDE-MATCH THRU 3200-EXIT.
078100 4150-EXIT.
078200     EXIT.
078300*--------------------------------------------------------------
078400* FOLLOW ONE ROUND-1 ENTRANT UP THE BRACKET FOR AS LONG AS THE
078500* NEXT ROUND'S SLOT CARRIES THEIR ID.  PASSING THE LAST ROUND
078600* MEANS THEY HOLD THE CHAMPION SLOT.
078700*--------------------------------------------------------------
078800 4200-PLACE-ENTRANT.
078900     MOVE TN-SLOT (WS-SLOT) TO WS-FIND-ID
079000     IF WS-FIND-ID = SPACES OR WS-FIND-ID = WS-BYE-MARK
079100         GO TO 4200-EXIT
079200     END-IF
079300     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
079400     IF WS-FOUND-SUB = ZERO
079500         GO TO 4200-EXIT
079600     END-IF
079700     MOVE ZERO            TO WS-IN-BASE
079800     MOVE TN-BRACKET-SIZE TO WS-SLOTS-THIS-ROUND
079900     MOVE WS-SLOT         TO WS-POS
080000     MOVE 1               TO WS-ROUND
080100     MOVE "N"             TO WS-PLACED-SW
080200     PERFORM 4210-FOLLOW-ROUND THRU 4210-EXIT
080300         UNTIL ENTRANT-IS-PLACED OR WS-ROUND > TN-ROUND-COUNT
080400     MOVE WS-ROUND TO WS-ROUND-X
080500     MOVE SPACES TO WS-PLACING
080600     EVALUATE TRUE
080700         WHEN WS-ROUND > TN-ROUND-COUNT
080800             MOVE "CHAMPION" TO WS-PLACING
080900         WHEN TOURN-IS-COMPLETE
081000          AND WS-ROUND = TN-ROUND-COUNT
081100             MOVE "RUNNER-UP" TO WS-PLACING
081200         WHEN TOURN-IS-COMPLETE
081300          OR TN-SLOT (WS-OUT-SUB) NOT = SPACES
081400             STRING "OUT IN ROUND "  DELIMITED BY SIZE
081500                    WS-ROUND-X       DELIMITED BY SIZE
081600                    INTO WS-PLACING
081700         WHEN OTHER
081800             STRING "PLAYING ROUND " DELIMITED BY SIZE
081900                    WS-ROUND-X       DELIMITED BY SIZE
082000                    INTO WS-PLACING
082100     END-EVALUATE
082200     IF WS-PLACING-COUNT >= WS-MAX-PLACINGS
082300         ADD 1 TO WS-PLACING-OVERFLOW
082400         GO TO 4200-EXIT
082500     END-IF
082600     ADD 1 TO WS-PLACING-COUNT
082700     MOVE WS-FOUND-SUB TO TP-PLAYER-SUB (WS-PLACING-COUNT)
082800     MOVE TN-TOURN-ID  TO TP-TOURN-ID (WS-PLACING-COUNT)
082900     MOVE WS-PLACING   TO TP-PLACING (WS-PLACING-COUNT).
083000 4200-EXIT.
083100     EXIT.
083200 4210-FOLLOW-ROUND.
083300     COMPUTE WS-OUT-SUB = WS-IN-BASE + WS-SLOTS-THIS-ROUND
083400                        + (WS-POS + 1) / 2
083500     IF TN-SLOT (WS-OUT-SUB) NOT = WS-FIND-ID
083600         SET ENTRANT-IS-PLACED TO TRUE
083700         GO TO 4210-EXIT
083800     END-IF
083900     ADD WS-SLOTS-THIS-ROUND TO WS-IN-BASE
084000     DIVIDE WS-SLOTS-THIS-ROUND BY 2
084100         GIVING WS-SLOTS-THIS-ROUND
084200     COMPUTE WS-POS = (WS-POS + 1) / 2
084300     ADD 1 TO WS-ROUND.
084400 4210-EXIT.
084500     EXIT.
084600*--------------------------------------------------------------
084700* ONE STATEMENT PER TABLE ENTRY, IN DIRECTORY ORDER
084800*--------------------------------------------------------------
084900 5000-WRITE-STATEMENTS.
085000     IF MATCH-STATE-IS-OPEN
085100         CLOSE MATCH-STATE-FILE
085200     END-IF
085300     OPEN INPUT BALANCE-FILE
085400     IF BL-FILE-STATUS = "00"
085500         SET BALANCE-IS-OPEN TO TRUE
085600     END-IF
085700     OPEN INPUT RATING-FILE
085800     IF RT-FILE-STATUS = "00"
085900         SET RATINGS-ARE-OPEN TO TRUE
086000     END-IF
086100     IF RATES-NOT-HELD
086200         MOVE RATES-NOT-HELD-LINE TO RPT-LINE  WRITE RPT-LINE
086300         MOVE BLANK-LINE TO RPT-LINE           WRITE RPT-LINE
086400     END-IF
086500     PERFORM 5100-ONE-STATEMENT THRU 5100-EXIT
086600         VARYING WS-SUB FROM 1 BY 1
086700         UNTIL WS-SUB > WS-PLAYER-COUNT
086800     IF BALANCE-IS-OPEN
086900         CLOSE BALANCE-FILE
087000     END-IF
087100     IF RATINGS-ARE-OPEN
087200         CLOSE RATING-FILE
087300     END-IF.
087400 5000-EXIT.
087500     EXIT.
087600 5100-ONE-STATEMENT.
087700     MOVE ZERO TO RT-RATING
087800     IF RATINGS-ARE-OPEN
087900         MOVE PT-PLAYER-ID (WS-SUB) TO RT-PLAYER-ID
088000         READ RATING-FILE KEY IS RT-PLAYER-ID
088100             INVALID KEY
088200                 MOVE ZERO TO RT-RATING
088300         END-READ
088400     END-IF
088500     MOVE RT-RATING TO PT-CLOSE-RATING (WS-SUB)
088600     IF PT-WAS-MERGED (WS-SUB)
088700         AND PT-MOVES (WS-SUB) = ZERO
088800         AND PT-PLAYED (WS-SUB) = ZERO
088900         ADD 1 TO WS-SKIP-COUNT
089000         GO TO 5100-EXIT
089100     END-IF
089200     MOVE ZERO TO BL-BALANCE
089300     IF BALANCE-IS-OPEN
089400         MOVE PT-PLAYER-ID (WS-SUB) TO BL-PLAYER-ID
089500         READ BALANCE-FILE KEY IS BL-PLAYER-ID
089600             INVALID KEY
089700                 MOVE ZERO TO BL-BALANCE
089800         END-READ
089900     END-IF
090000     ADD 1 TO WS-STMT-COUNT
090100     COMPUTE WS-CLOSING = PT-OPENING (WS-SUB)
090200                        + PT-MONTH-NET (WS-SUB)
090300     COMPUTE WS-PROVED = BL-BALANCE - PT-LATER-NET (WS-SUB)
090400     EVALUATE TRUE
090500         WHEN PT-WAS-MERGED (WS-SUB)
090600             MOVE "MERGED"   TO WS-FEED-STATUS
090700         WHEN PT-STATUS (WS-SUB) = "I"
090800             MOVE "INACTIVE" TO WS-FEED-STATUS
090900         WHEN OTHER
091000             MOVE "ACTIVE"   TO WS-FEED-STATUS
091100     END-EVALUATE
091200     MOVE PT-PLAYER-ID (WS-SUB)    TO ST-PLAYER-ID
091300     MOVE PT-DISPLAY-NAME (WS-SUB) TO ST-NAME
091400     MOVE WS-FEED-STATUS           TO ST-STATUS
091500     MOVE ST-LINE-1 TO RPT-LINE  WRITE RPT-LINE
091600     MOVE PT-OPENING (WS-SUB) TO ST-OPENING
091700     MOVE ST-LINE-2 TO RPT-LINE  WRITE RPT-LINE
091800     PERFORM 5400-FEED-SUMMARY THRU 5400-EXIT
091900     MOVE PT-OPENING (WS-SUB) TO WS-RUNNING
092000     MOVE ZERO TO WS-MV-SHOWN
092100     IF PT-MOVES (WS-SUB) = ZERO
092200         MOVE NO-MOVES-LINE TO RPT-LINE  WRITE RPT-LINE
092300     ELSE
092400         MOVE MV-HDG-LINE TO RPT-LINE  WRITE RPT-LINE
092500         PERFORM 5200-PRINT-MOVEMENT THRU 5200-EXIT
092600             VARYING WS-MV-SUB FROM 1 BY 1
092700             UNTIL WS-MV-SUB > WS-MOVE-COUNT
092800         IF WS-MV-SHOWN < PT-MOVES (WS-SUB)
092900             MOVE MOVES-LOST-LINE TO RPT-LINE  WRITE RPT-LINE
093000         END-IF
093100     END-IF
093200     MOVE WS-CLOSING TO ST-CLOSING
093300     IF WS-CLOSING = WS-PROVED
093400         MOVE "AGREES WITH BALANCE" TO ST-AGREE-TEXT
093500     ELSE
093600         MOVE "*** DOES NOT AGREE WITH BALANCE"
093700             TO ST-AGREE-TEXT
093800         ADD 1 TO WS-DISAGREE-COUNT
093900     END-IF
094000     MOVE ST-LINE-3 TO RPT-LINE  WRITE RPT-LINE
094100     MOVE BL-BALANCE            TO ST-BALANCE-NOW
094200     MOVE PT-LATER-NET (WS-SUB) TO ST-LATER
094300     MOVE ST-LINE-4 TO RPT-LINE  WRITE RPT-LINE
094400     MOVE PT-PLAYED (WS-SUB) TO ST-PLAYED
094500     MOVE PT-WON (WS-SUB)    TO ST-WON
094600     MOVE ST-LINE-5 TO RPT-LINE  WRITE RPT-LINE
094700     EVALUATE TRUE
094800         WHEN RATES-NOT-HELD
094900         WHEN PT-OPEN-RATING (WS-SUB) = ZERO
095000             MOVE "NOT HELD" TO ST-RATE-START
095100         WHEN OTHER
095200             MOVE PT-OPEN-RATING (WS-SUB) TO WS-RATE-EDIT
095300             MOVE WS-RATE-EDIT TO ST-RATE-START
095400     END-EVALUATE
095500     EVALUATE TRUE
095600         WHEN RATES-NOT-HELD
095700             MOVE "NOT HELD" TO ST-RATE-END
095800         WHEN PT-CLOSE-RATING (WS-SUB) = ZERO
095900             MOVE "UNRATED"  TO ST-RATE-END
096000         WHEN OTHER
096100             MOVE PT-CLOSE-RATING (WS-SUB) TO WS-RATE-EDIT
096200             MOVE WS-RATE-EDIT TO ST-RATE-END
096300     END-EVALUATE
096400     MOVE ST-LINE-6 TO RPT-LINE  WRITE RPT-LINE
096500     PERFORM 5300-PRINT-PLACING THRU 5300-EXIT
096600         VARYING WS-TP-SUB FROM 1 BY 1
096700         UNTIL WS-TP-SUB > WS-PLACING-COUNT
096800     MOVE DASH-LINE TO RPT-LINE  WRITE RPT-LINE.
096900 5100-EXIT.
097000     EXIT.
097100*--------------------------------------------------------------
097200* ONE MOVEMENT LINE, PRINTED AND FED, WITH THE RUNNING BALANCE
097300*--------------------------------------------------------------
097400 5200-PRINT-MOVEMENT.
097500     IF MV-PLAYER-SUB (WS-MV-SUB) NOT = WS-SUB
097600         GO TO 5200-EXIT
097700     END-IF
097800     ADD 1 TO WS-MV-SHOWN
097900     ADD MV-EFFECT (WS-MV-SUB) TO WS-RUNNING
098000     MOVE MV-DATE (WS-MV-SUB)     TO MV-DET-DATE
098100     MOVE MV-TIME (WS-MV-SUB)     TO MV-DET-TIME
098200     MOVE MV-TYPE (WS-MV-SUB)     TO MV-DET-TYPE
098300     MOVE MV-OTHER-ID (WS-MV-SUB) TO MV-DET-OTHER
098400     MOVE MV-MATCH-ID (WS-MV-SUB) TO MV-DET-MATCH
098500     MOVE MV-EFFECT (WS-MV-SUB)   TO MV-DET-AMOUNT
098600     MOVE WS-RUNNING              TO MV-DET-BALANCE
098700     MOVE MV-LINE TO RPT-LINE
098800     WRITE RPT-LINE
098900     MOVE MV-EFFECT (WS-MV-SUB) TO WS-FEED-AMOUNT
099000     MOVE WS-RUNNING            TO WS-FEED-RUNNING
099100     MOVE SPACES TO FEED-LINE
099200     STRING "M|"                   DELIMITED BY SIZE
099300            WS-STMT-MONTH          DELIMITED BY SIZE
099400            "|"                    DELIMITED BY SIZE
099500            PT-PLAYER-ID (WS-SUB)  DELIMITED BY SPACE
099600            "|"                    DELIMITED BY SIZE
099700            MV-DATE (WS-MV-SUB)    DELIMITED BY SIZE
099800            "|"                    DELIMITED BY SIZE
099900            MV-TIME (WS-MV-SUB)    DELIMITED BY SIZE
100000            "|"                    DELIMITED BY SIZE
100100            MV-TYPE (WS-MV-SUB)    DELIMITED BY SPACE
100200            "|"                    DELIMITED BY SIZE
100300            MV-OTHER-ID (WS-MV-SUB) DELIMITED BY SPACE
100400            "|"                    DELIMITED BY SIZE
100500            MV-MATCH-ID (WS-MV-SUB) DELIMITED BY SPACE
100600            "|"                    DELIMITED BY SIZE
100700            WS-FEED-AMOUNT         DELIMITED BY SIZE
100800            "|"                    DELIMITED BY SIZE
100900            WS-FEED-RUNNING        DELIMITED BY SIZE
101000            INTO FEED-LINE
101100     WRITE FEED-LINE
101200     ADD 1 TO WS-M-ROW-COUNT.
101300 5200-EXIT.
101400     EXIT.
101500 5300-PRINT-PLACING.
101600     IF TP-PLAYER-SUB (WS-TP-SUB) NOT = WS-SUB
101700         GO TO 5300-EXIT
101800     END-IF
101900     MOVE TP-TOURN-ID (WS-TP-SUB) TO ST-TOURN-ID
102000     MOVE TP-PLACING (WS-TP-SUB)  TO ST-PLACING
102100     MOVE ST-PLACE-LINE TO RPT-LINE
102200     WRITE RPT-LINE
102300     MOVE SPACES TO FEED-LINE
102400     STRING "P|"                   DELIMITED BY SIZE
102500            WS-STMT-MONTH          DELIMITED BY SIZE
102600            "|"                    DELIMITED BY SIZE
102700            PT-PLAYER-ID (WS-SUB)  DELIMITED BY SPACE
102800            "|"                    DELIMITED BY SIZE
102900            TP-TOURN-ID (WS-TP-SUB) DELIMITED BY SPACE
103000            "|"                    DELIMITED BY SIZE
103100            TP-PLACING (WS-TP-SUB) DELIMITED BY "  "
103200            INTO FEED-LINE
103300     WRITE FEED-LINE
103400     ADD 1 TO WS-P-ROW-COUNT.
103500 5300-EXIT.
103600     EXIT.
103700*--------------------------------------------------------------
103800* THE PLAYER'S S ROW, AHEAD OF THEIR MOVEMENT AND PLACING ROWS
103900*--------------------------------------------------------------
104000 5400-FEED-SUMMARY.
104100     MOVE PT-OPENING (WS-SUB) TO WS-FEED-OPENING
104200     MOVE WS-CLOSING          TO WS-FEED-CLOSING
104300     MOVE BL-BALANCE          TO WS-FEED-BALANCE
104400     MOVE PT-PLAYED (WS-SUB)  TO WS-FEED-PLAYED
104500     MOVE PT-WON (WS-SUB)     TO WS-FEED-WON
104600     IF WS-CLOSING = WS-PROVED
104700         MOVE "Y" TO WS-FEED-AGREES
104800     ELSE
104900         MOVE "N" TO WS-FEED-AGREES
105000     END-IF
105100     MOVE SPACES TO WS-FEED-RATE-START
105200     MOVE SPACES TO WS-FEED-RATE-END
105300     IF RATES-ARE-HELD
105400         IF PT-OPEN-RATING (WS-SUB) NOT = ZERO
105500             MOVE PT-OPEN-RATING (WS-SUB) TO WS-FEED-RATE-START
105600         END-IF
105700         IF PT-CLOSE-RATING (WS-SUB) NOT = ZERO
105800             MOVE PT-CLOSE-RATING (WS-SUB) TO WS-FEED-RATE-END
105900         END-IF
106000     END-IF
106100     MOVE SPACES TO FEED-LINE
106200     STRING "S|"                     DELIMITED BY SIZE
106300            WS-STMT-MONTH            DELIMITED BY SIZE
106400            "|"                      DELIMITED BY SIZE
106500            PT-PLAYER-ID (WS-SUB)    DELIMITED BY SPACE
106600            "|"                      DELIMITED BY SIZE
106700            PT-DISPLAY-NAME (WS-SUB) DELIMITED BY "  "
106800            "|"                      DELIMITED BY SIZE
106900            WS-FEED-STATUS           DELIMITED BY SPACE
107000            "|"                      DELIMITED BY SIZE
107100            WS-FEED-OPENING          DELIMITED BY SIZE
107200            "|"                      DELIMITED BY SIZE
107300            WS-FEED-CLOSING          DELIMITED BY SIZE
107400            "|"                      DELIMITED BY SIZE
107500            WS-FEED-BALANCE          DELIMITED BY SIZE
107600            "|"                      DELIMITED BY SIZE
107700            WS-FEED-AGREES           DELIMITED BY SIZE
107800            "|"                      DELIMITED BY SIZE
107900            WS-FEED-PLAYED           DELIMITED BY SIZE
108000            "|"                      DELIMITED BY SIZE
108100            WS-FEED-WON              DELIMITED BY SIZE
108200            "|"                      DELIMITED BY SIZE
108300            WS-FEED-RATE-START       DELIMITED BY SPACE
108400            "|"                      DELIMITED BY SIZE
108500            WS-FEED-RATE-END         DELIMITED BY SPACE
108600            INTO FEED-LINE
108700     WRITE FEED-LINE
108800     ADD 1 TO WS-S-ROW-COUNT.
108900 5400-EXIT.
109000     EXIT.
109100*--------------------------------------------------------------
109200* REWRITE THE RATING SNAPSHOT FOR NEXT MONTH.  LEFT ALONE WHEN
109300* THIS RUN WAS FOR AN OLDER MONTH, OR WHEN THERE WAS NO
109400* DIRECTORY TO TAKE IT FROM.
109500*--------------------------------------------------------------
109600 6000-WRITE-SNAPSHOT.
109700     IF RATES-NOT-HELD OR WS-PLAYER-COUNT = ZERO
109800         GO TO 6000-EXIT
109900     END-IF
110000     OPEN OUTPUT STMT-RATE-FILE
110100     PERFORM 6100-WRITE-ONE-RATE THRU 6100-EXIT
110200         VARYING WS-SUB FROM 1 BY 1
110300         UNTIL WS-SUB > WS-PLAYER-COUNT
110400     CLOSE STMT-RATE-FILE.
110500 6000-EXIT.
110600     EXIT.
110700 6100-WRITE-ONE-RATE.
110800     MOVE WS-STMT-MONTH             TO SR-MONTH
110900     MOVE PT-PLAYER-ID (WS-SUB)     TO SR-PLAYER-ID
111000     MOVE PT-OPEN-RATING (WS-SUB)   TO SR-OPEN-RATING
111100     MOVE PT-CLOSE-RATING (WS-SUB)  TO SR-CLOSE-RATING
111200     WRITE STMT-RATE-RECORD
111300     ADD 1 TO WS-SNAP-COUNT.
111400 6100-EXIT.
111500     EXIT.
111600*--------------------------------------------------------------
111700* CONTROL TOTALS: REPORT FOOTING AND FEED TRAILER
111800*--------------------------------------------------------------
111900 8000-FINALIZE.
112000     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
112100     MOVE WS-STMT-COUNT       TO TOT-STMTS
112200     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
112300     MOVE WS-DISAGREE-COUNT   TO TOT-DISAGREE
112400     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
112500     MOVE WS-SKIP-COUNT       TO TOT-SKIPPED
112600     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
112700     MOVE WS-UNLISTED-COUNT   TO TOT-UNLISTED
112800     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
112900     MOVE WS-OVERFLOW-COUNT   TO TOT-OVERFLOW
113000     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE
113100     MOVE WS-MOVE-OVERFLOW    TO TOT-MOVES-LOST
113200     MOVE TOT-LINE-6 TO RPT-LINE  WRITE RPT-LINE
113300     MOVE WS-PLACING-OVERFLOW TO TOT-PLACES-LOST
113400     MOVE TOT-LINE-7 TO RPT-LINE  WRITE RPT-LINE
113500     MOVE SPACES TO FEED-LINE
113600     STRING "T|"             DELIMITED BY SIZE
113700            WS-S-ROW-COUNT   DELIMITED BY SIZE
113800            "|"              DELIMITED BY SIZE
113900            WS-M-ROW-COUNT   DELIMITED BY SIZE
114000            "|"              DELIMITED BY SIZE
114100            WS-P-ROW-COUNT   DELIMITED BY SIZE
114200            INTO FEED-LINE
114300     WRITE FEED-LINE
114400     CLOSE FEED-FILE
114500     CLOSE RPT-FILE
114600     DISPLAY "STMTRUN: " WS-STMT-COUNT " STATEMENTS FOR "
114700         WS-STMT-MONTH ", " WS-DISAGREE-COUNT
114800         " NOT AGREEING TO BALANCE".
114900 8000-EXIT.
115000     EXIT.
115100*--------------------------------------------------------------
115200 9999-EXIT.
115300     STOP RUN.
