000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SEASONCL.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  END-OF-SEASON CLOSE: SNAPSHOTS EVERY RATED
001000*                    PLAYER'S STANDING ONTO SEASONHIST, PAYS THE
001100*                    SEASON'S PRIZES AS PRIZE POINTSLOG LINES,
001200*                    PULLS EVERY RATING BACK TOWARD BASE-RATING
001300*                    AND PRINTS THE SEASON HONOURS LIST.
001310*   2026-10-15  OPS  THE FIRST SEASON COUNTS A MATCH OF ANY DATE
001320*                    UP TO ITS LAST DAY; CLOSE STOPS BEFORE
001330*                    WRITING IF RATINGS, BALANCE OR LEDGCTL WILL
001340*                    NOT OPEN.
001400*--------------------------------------------------------------
001500* RATINGS ONLY EVER GREW FROM THE BASE AND LEADERBD RANKS
001600* LIFETIME TOTALS, SO THE SAME REGULARS SAT ON TOP FOR GOOD.
001700* THIS JOB CLOSES A SEASON ON A DATE OPERATIONS CHOOSES: THE
001800* SEASON'S MATCHES ARE RATED TO ITS LAST DAY, THE STANDINGS ARE
001900* SNAPSHOT, THE TOP FINISHERS ARE PAID, AND EVERY RATING IS
002000* PULLED PART OF THE WAY BACK TO BASE-RATING FOR THE NEXT
002100* SEASON.  RUN ON DEMAND, OUTSIDE THE NIGHTLY CYCLE.
002200*
002300* ARGUMENT 1 IS THE FUNCTION:
002400*   PREVIEW - (THE DEFAULT) WORK OUT THE CLOSE AND PRINT IT ON
002500*             SEASONRPT.  ONLY RATINGS CHANGES: IT IS REBUILT
002600*             THROUGH THE SEASON'S LAST DAY, AND THE NEXT NIGHTLY
002700*             RATECALC BRINGS IT BACK UP TO DATE.
002800*   CLOSE   - THE SAME, AND WRITE IT: SEASONHIST, THE PRIZES ON
002900*             BALANCE AND POINTSLOG, THE RESET RATINGS AND A
003000*             SEASON-CLOSED JOURNAL LINE.
003100*   HONOURS - LIST EVERY CLOSED SEASON'S TOP THREE, OLDEST
003200*             SEASON FIRST.  NEEDS NO OTHER ARGUMENT.
003300* ARGUMENT 2 IS THE SEASON ID, UP TO 8 CHARACTERS (E.G. 2026Q3),
003400* NOT ALREADY ON SEASONHIST AND NOT STARTING "*".  ARGUMENT 3
003500* (OPTIONAL) IS THE SEASON'S LAST DAY, yymmdd, DEFAULT
003600* YESTERDAY: IT MUST BE BEFORE TODAY AND AFTER THE LAST DAY OF
003700* THE SEASON BEFORE.
003800*
003900* THE SEASON HOLDS THE PVP MATCHES DECIDED AFTER THE LAST DAY OF
004000* THE SEASON BEFORE (FROM THE START OF MATCHSTATE FOR THE FIRST
004100* SEASON) AND UP TO ITS OWN LAST DAY - DECIDED ON THE LAST
004200* ROUND'S DATE, OR THE CLOSE DATE FOR A MATCHADJ FORFEIT, THE
004300* SAME RULE RATECALC USES.  A MATCH MATCHADJ VOIDED IN THE
004400* WINDOW COUNTS AS VOIDED FOR BOTH SIDES.  IDS IDMERGE RETIRED
004500* COUNT UNDER THEIR SURVIVORS.
004600*
004700* THE STANDINGS: RATECALC IS RUN THROUGH THE LAST DAY AND EVERY
004800* PLAYER ON RATINGS IS SNAPSHOT WITH THAT RATING, THE SEASON'S
004900* RECORD, THE LEADERBD RANK (PLAYERMASTER IN LEADERBD'S ORDER:
005000* MOST WINS, THEN LONGEST STREAK) AND THE BALANCE BEFORE ANY
005100* PRIZE.  A PLAYER WITH AT LEAST SEASON-MIN-MATCHES DECIDED
005200* MATCHES IN THE SEASON IS PLACED, HIGHEST RATING FIRST (THEN
005300* MOST WINS, THEN PLAYER ID); THE REST ARE SNAPSHOT UNPLACED.
005400* PLACES 1 TO 3 WIN SEASON-PRIZE-1 TO -3 POINTS.  EVERY PLAYER'S
005500* NEW RATING IS BASE + (FINAL - BASE) * SEASON-CARRY-PCT / 100.
005600*
005700* CLOSE WRITES THE PLAYERS' SEASONHIST RECORDS, THE PRIZES, THE
005800* RESET RATINGS AND THE JOURNAL LINE, AND THE SEASON'S "*SEASON*"
005900* RECORD LAST: RATECALC SEEDS FROM THE LATEST SEASON RECORD, SO
006000* A CLOSE THAT DIES PART-WAY IS NOT SEEN AS CLOSED.  A RERUN
006100* THEN REFUSES THE SEASON ID: RESTORE SEASONHIST, BALANCE,
006200* RATINGS AND LEDGCTL FROM THE BKUPUTIL BACKUP TAKEN BEFORE THE
006300* CLOSE, TRIM ANY PRIZE AND JOURNAL LINES IT ADDED, AND CLOSE
006400* AGAIN.
006500*--------------------------------------------------------------
006600 ENVIRONMENT DIVISION.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST"
007000         ORGANIZATION INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS SH-KEY
007300         FILE STATUS IS SH-FILE-STATUS.
007400     SELECT RATING-FILE ASSIGN TO "RATINGS"
007500         ORGANIZATION INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS RT-PLAYER-ID
007800         FILE STATUS IS RT-FILE-STATUS.
007900     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
008000         ORGANIZATION INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS MS-MATCH-ID
008300         FILE STATUS IS MS-FILE-STATUS.
008400     SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERMASTER"
008500         ORGANIZATION INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS PL-PLAYER-ID
008800         FILE STATUS IS PL-FILE-STATUS.
008900     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
009000         ORGANIZATION INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS PD-PLAYER-ID
009300         FILE STATUS IS PD-FILE-STATUS.
009400     SELECT BALANCE-FILE ASSIGN TO "BALANCE"
009500         ORGANIZATION INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS BL-PLAYER-ID
009800         FILE STATUS IS BL-FILE-STATUS.
009900     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
010000         ORGANIZATION LINE SEQUENTIAL
010100         FILE STATUS IS PX-FILE-STATUS.
010200     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
010300         ORGANIZATION LINE SEQUENTIAL
010400         FILE STATUS IS AJ-FILE-STATUS.
010500     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
010600         ORGANIZATION INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS SP-KEY
010900         FILE STATUS IS SP-FILE-STATUS.
011000     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
011100         ORGANIZATION INDEXED
011200         ACCESS MODE IS DYNAMIC
011300         RECORD KEY IS LC-LEDGER
011400         FILE STATUS IS LC-FILE-STATUS.
011500     SELECT RPT-FILE ASSIGN TO "SEASONRPT"
011600         ORGANIZATION LINE SEQUENTIAL
011700         FILE STATUS IS RPT-FILE-STATUS.
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  SEASON-HIST-FILE.
012100     COPY "seasonhist.cpy".
012200 FD  RATING-FILE.
012300     COPY "ratings.cpy".
012400 FD  MATCH-STATE-FILE.
012500     COPY "matchstate.cpy".
012600 FD  PLAYER-MASTER-FILE.
012700     COPY "playermaster.cpy".
012800 FD  PLAYER-DIR-FILE.
012900     COPY "playerdir.cpy".
013000 FD  BALANCE-FILE.
013100     COPY "balance.cpy".
013200 FD  POINTS-LOG-FILE.
013300     COPY "pointslog.cpy".
013400 FD  AUDIT-FILE.
013500     COPY "auditlog.cpy".
013600 FD  SYSTEM-PARM-FILE.
013700     COPY "sysparm.cpy".
013800 FD  LEDGER-CONTROL-FILE.
013900     COPY "ledgctl.cpy".
014000 FD  RPT-FILE.
014100 01  RPT-LINE              PIC X(80).
014200 WORKING-STORAGE SECTION.
014300*--------------------------------------------------------------
014400* SWITCHES AND COUNTERS
014500*--------------------------------------------------------------
014600 77  SH-FILE-STATUS        PIC X(02) VALUE "00".
014700 77  RT-FILE-STATUS        PIC X(02) VALUE "00".
014800 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
014900 77  PL-FILE-STATUS        PIC X(02) VALUE "00".
015000 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
015100 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
015200 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
015300 77  AJ-FILE-STATUS        PIC X(02) VALUE "00".
015400 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
015500 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
015600 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
015700 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
015800     88 PARM-AT-EOF             VALUE "Y".
015900 77  WS-DIR-EOF-SW         PIC X(01) VALUE "N".
016000     88 DIRECTORY-AT-EOF        VALUE "Y".
016100 77  WS-SEASON-EOF-SW      PIC X(01) VALUE "N".
016200     88 SEASON-AT-EOF           VALUE "Y".
016300 77  WS-RATING-EOF-SW      PIC X(01) VALUE "N".
016400     88 RATING-AT-EOF           VALUE "Y".
016500 77  WS-MATCH-EOF-SW       PIC X(01) VALUE "N".
016600     88 MATCH-AT-EOF            VALUE "Y".
016700 77  WS-MASTER-EOF-SW      PIC X(01) VALUE "N".
016800     88 MASTER-AT-EOF           VALUE "Y".
016900 77  WS-LIVE-SW            PIC X(01) VALUE "N".
017000     88 CLOSE-IS-LIVE           VALUE "Y".
017100 77  WS-USED-SW            PIC X(01) VALUE "N".
017200     88 SEASON-ID-USED          VALUE "Y".
017300 77  WS-PART-SW            PIC X(01) VALUE "N".
017400     88 SEASON-PART-WRITTEN     VALUE "Y".
017500 77  WS-PREV-SW            PIC X(01) VALUE "N".
017600     88 PREVIOUS-SEASON-FOUND   VALUE "Y".
017700 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
017800 01  WS-ARG-SEASON         PIC X(16) VALUE SPACES.
017900 01  WS-ARG-THRU           PIC X(06) VALUE SPACES.
018000 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
018100 77  WS-TODAY-INT          PIC 9(08) VALUE ZERO.
018200 77  WS-THRU-INT           PIC 9(08) VALUE ZERO.
018300 77  WS-DATE-WORK          PIC 9(08) VALUE ZERO.
018400 77  WS-SEASON-MATCHES     PIC 9(06) VALUE ZERO.
018500 77  WS-VOIDED-MATCHES     PIC 9(06) VALUE ZERO.
018600 77  WS-PLACED-COUNT       PIC 9(04) VALUE ZERO.
018700 77  WS-PRIZE-TOTAL        PIC 9(08) VALUE ZERO.
018800 77  WS-PRIZES-PAID        PIC 9(04) VALUE ZERO.
018900 77  WS-HISTORY-WRITTEN    PIC 9(06) VALUE ZERO.
019000 77  WS-RESETS-WRITTEN     PIC 9(06) VALUE ZERO.
019100 77  WS-COMMAND            PIC X(40) VALUE SPACES.
019200*--------------------------------------------------------------
019300* THE SEASON BEING CLOSED: ITS ID, THE DAY IT ENDS, AND THE
019400* SEASON BEFORE IT (NONE FOR THE FIRST SEASON, WHEN
019500* WS-AFTER-DATE STAYS ZERO).  A MATCH IS IN THE SEASON WHEN IT
019600* WAS DECIDED AFTER WS-AFTER-DATE AND NOT AFTER WS-THRU-DATE;
019610* THE FIRST SEASON TAKES EVERY MATCH UP TO WS-THRU-DATE, DATE
019620* ZERO INCLUDED.
019700*--------------------------------------------------------------
019800 01  WS-SEASON-ID          PIC X(08) VALUE SPACES.
019900 77  WS-THRU-DATE          PIC 9(06) VALUE ZERO.
020000 01  WS-PREV-SEASON-ID     PIC X(08) VALUE SPACES.
020100 77  WS-AFTER-DATE         PIC 9(06) VALUE ZERO.
020200 77  WS-DECIDED-DATE       PIC 9(06) VALUE ZERO.
020300*--------------------------------------------------------------
020400* SEASON RULES - DEFAULTS HERE, SYSPARM ENTRIES IN FORCE TODAY
020500* REPLACE THEM AT THE START OF THE RUN.
020600*--------------------------------------------------------------
020700 77  WS-BASE-RATING        PIC 9(04) VALUE 1500.
020800 77  WS-CARRY-PCT          PIC 9(03) VALUE 50.
020900 77  WS-MIN-MATCHES        PIC 9(03) VALUE 3.
021000 01  WS-PRIZE-TABLE.
021100     05 FILLER             PIC X(18) VALUE
021200            "000300000200000100".
021300 01  FILLER REDEFINES WS-PRIZE-TABLE.
021400     05 WS-PRIZE           PIC 9(06) OCCURS 3 TIMES.
021500 77  WS-RESET-WORK         PIC S9(05) COMP VALUE ZERO.
021600*--------------------------------------------------------------
021700* IN-CORE SEASON TABLE, ONE ENTRY PER PLAYER ON RATINGS (AND ANY
021800* SEASON PLAYER RATINGS SOMEHOW LACKS), SAME SIZE AS RATECALC'S.
021900* AFTER 3000-RANK-SEASON IT IS IN FINISHING ORDER: THE PLACED
022000* PLAYERS FIRST, SO A PLACED PLAYER'S ENTRY NUMBER IS THE PLACE.
022100*--------------------------------------------------------------
022200 77  WS-MAX-PLAYERS        PIC 9(04) COMP VALUE 500.
022300 77  WS-PLAYER-COUNT       PIC 9(04) COMP VALUE ZERO.
022400 77  WS-OVERFLOW-COUNT     PIC 9(06) COMP VALUE ZERO.
022500 77  WS-SUB                PIC 9(04) COMP VALUE ZERO.
022600 77  WS-SUB-2              PIC 9(04) COMP VALUE ZERO.
022700 77  WS-NEXT-SUB           PIC 9(04) COMP VALUE ZERO.
022800 77  WS-BEST-SUB           PIC 9(04) COMP VALUE ZERO.
022900 77  WS-W-SUB              PIC 9(04) COMP VALUE ZERO.
023000 77  WS-L-SUB              PIC 9(04) COMP VALUE ZERO.
023100 01  SEASON-TABLE.
023200     05 SN-ENTRY OCCURS 500 TIMES.
023300        10 SN-PLAYER-ID    PIC X(16).
023400        10 SN-RATING       PIC 9(04).
023500        10 SN-MATCHES      PIC 9(06).
023600        10 SN-RESET        PIC 9(04).
023700        10 SN-PLAYED       PIC 9(04).
023800        10 SN-WON          PIC 9(04).
023900        10 SN-LOST         PIC 9(04).
024000        10 SN-VOIDED       PIC 9(04).
024100        10 SN-LEADER-RANK  PIC 9(04).
024200        10 SN-BALANCE      PIC 9(06).
024300        10 SN-PRIZE        PIC 9(06).
024400        10 SN-RANK         PIC 9(04).
024500        10 SN-PLACED-SW    PIC X(01).
024600           88 SN-PLACED         VALUE "Y".
024700 01  HOLD-ENTRY            PIC X(67).
024800*--------------------------------------------------------------
024900* PLAYERMASTER IN LEADERBD'S ORDER, FOR THE LEADERBOARD RANK
025000*--------------------------------------------------------------
025100 77  WS-LEADER-COUNT       PIC 9(04) COMP VALUE ZERO.
025200 77  WS-LEADER-OVERFLOW    PIC 9(06) COMP VALUE ZERO.
025300 01  LEADER-TABLE.
025400     05 LR-ENTRY OCCURS 500 TIMES.
025500        10 LR-PLAYER-ID    PIC X(16).
025600        10 LR-WINS         PIC 9(06).
025700        10 LR-LONG-STREAK  PIC 9(04).
025800 01  HOLD-LEADER           PIC X(26).
025900*--------------------------------------------------------------
026000* MERGED-ID MAP: EVERY DIRECTORY ENTRY IDMERGE RETIRED, WITH
026100* THE ID IT WAS FOLDED INTO.  A RETIRED ID READ OFF MATCHSTATE
026200* IS COUNTED UNDER ITS SURVIVOR (FOLLOWING A LATER MERGE OF THE
026300* SURVIVOR ITSELF, UP TO NINE DEEP), AS RATECALC COUNTS IT.
026400*--------------------------------------------------------------
026500 77  WS-MAX-MERGES         PIC 9(04) COMP VALUE 500.
026600 77  WS-MG-COUNT           PIC 9(04) COMP VALUE ZERO.
026700 77  WS-MG-OVERFLOW        PIC 9(06) COMP VALUE ZERO.
026800 77  WS-MG-SUB             PIC 9(04) COMP VALUE ZERO.
026900 77  WS-MG-HOP             PIC 9(02) COMP VALUE ZERO.
027000 77  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
027100     88 MERGED-ID-FOUND         VALUE "Y".
027200 01  WS-MAP-ID             PIC X(16) VALUE SPACES.
027300 01  MERGE-MAP-TABLE.
027400     05 MG-ENTRY OCCURS 500 TIMES.
027500        10 MG-RETIRED-ID   PIC X(16).
027600        10 MG-SURVIVOR-ID  PIC X(16).
027700*--------------------------------------------------------------
027800* PER-MATCH WORK FIELDS
027900*--------------------------------------------------------------
028000 77  WS-NEEDED-WINS        PIC 9(01) VALUE ZERO.
028100 01  WS-WINNER-ID          PIC X(16) VALUE SPACES.
028200 01  WS-LOSER-ID           PIC X(16) VALUE SPACES.
028300 01  WS-LOOK-ID            PIC X(16) VALUE SPACES.
028400*--------------------------------------------------------------
028500* HONOURS - ONE ENTRY PER CLOSED SEASON WITH ITS TOP THREE
028600*--------------------------------------------------------------
028700 77  WS-MAX-SEASONS        PIC 9(04) COMP VALUE 200.
028800 77  WS-SEASON-COUNT       PIC 9(04) COMP VALUE ZERO.
028900 77  WS-SEASON-OVERFLOW    PIC 9(06) COMP VALUE ZERO.
029000 77  WS-SEASONS-LISTED     PIC 9(04) VALUE ZERO.
029100 77  WS-HN-SUB             PIC 9(04) COMP VALUE ZERO.
029200 77  WS-PLACE-SUB          PIC 9(01) COMP VALUE ZERO.
029300 01  HONOURS-TABLE.
029400     05 HN-ENTRY OCCURS 200 TIMES.
029500        10 HN-SEASON-ID    PIC X(08).
029600        10 HN-AFTER-DATE   PIC 9(06).
029700        10 HN-THRU-DATE    PIC 9(06).
029800        10 HN-PLAYER-COUNT PIC 9(04).
029900        10 HN-PLACED-COUNT PIC 9(04).
030000        10 HN-PRIZE-TOTAL  PIC 9(08).
030100        10 HN-HEADER-SW    PIC X(01).
030200           88 HN-HAS-HEADER     VALUE "Y".
030300        10 HN-PLACE OCCURS 3 TIMES.
030400           15 HN-PLACE-ID     PIC X(16).
030500           15 HN-PLACE-RATING PIC 9(04).
030600           15 HN-PLACE-WON    PIC 9(04).
030700           15 HN-PLACE-LOST   PIC 9(04).
030800           15 HN-PLACE-PRIZE  PIC 9(06).
030900 01  HOLD-HONOUR           PIC X(139).
031000 01  PLACE-NAMES.
031100     05 FILLER             PIC X(10) VALUE "CHAMPION".
031200     05 FILLER             PIC X(10) VALUE "RUNNER-UP".
031300     05 FILLER             PIC X(10) VALUE "THIRD".
031400 01  FILLER REDEFINES PLACE-NAMES.
031500     05 PLACE-NAME         PIC X(10) OCCURS 3 TIMES.
031600*--------------------------------------------------------------
031700* POSTING WORK - THE SAME FIELDS THE WORKER'S PARAGRAPHS USE
031800*--------------------------------------------------------------
031900 77  WS-BAL-DELTA          PIC S9(07) VALUE ZERO.
032000 77  WS-BAL-WORK           PIC S9(07) VALUE ZERO.
032100 01  WS-BAL-ID             PIC X(16) VALUE SPACES.
032200 77  WS-AUDIT-CODE         PIC 9(01) VALUE ZERO.
032300 01  WS-TIME-NOW.
032400     05 WS-NOW-HOURS       PIC 9(02).
032500     05 WS-NOW-MINS        PIC 9(02).
032600     05 WS-NOW-SECS        PIC 9(02).
032700     05 WS-NOW-HUNDS       PIC 9(02).
032800*--------------------------------------------------------------
032900* LEDGER CHAIN WORK - SEE LEDGCTL.CPY
033000*--------------------------------------------------------------
033100 77  WS-CHAIN-NEW-SW       PIC X(01) VALUE "N".
033200     88 NEW-CHAIN-RECORD        VALUE "Y".
033300 77  WS-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
033400 77  WS-CHAIN-WORK         PIC 9(12) COMP VALUE ZERO.
033500 77  WS-CHAIN-QUOT         PIC 9(12) COMP VALUE ZERO.
033600 77  WS-CHAIN-SUB          PIC 9(04) COMP VALUE ZERO.
033700 01  WS-CHAIN-LEDGER       PIC X(10) VALUE SPACES.
033800 01  WS-CHAIN-IMAGE        PIC X(120) VALUE SPACES.
033900 01  WS-CHAIN-CLOCK        PIC X(08) VALUE SPACES.
034000*--------------------------------------------------------------
034100* REPORT LINES
034200*--------------------------------------------------------------
034300 01  HDG-LINE-1.
034400     05 FILLER             PIC X(30) VALUE
034500            "SEASON CLOSE                  ".
034600     05 FILLER             PIC X(09) VALUE "RUN DATE ".
034700     05 HDG-DATE           PIC 9(06).
034800     05 FILLER             PIC X(02) VALUE SPACES.
034900     05 HDG-MODE           PIC X(08).
035000 01  HDG-LINE-2.
035100     05 FILLER             PIC X(07) VALUE "SEASON ".
035200     05 HDG-SEASON-ID      PIC X(08).
035300     05 FILLER             PIC X(24) VALUE
035400            "  MATCHES DECIDED AFTER ".
035500     05 HDG-AFTER-DATE     PIC 9(06).
035600     05 FILLER             PIC X(09) VALUE " THROUGH ".
035700     05 HDG-THRU-DATE      PIC 9(06).
035800 01  HDG-LINE-3.
035900     05 FILLER             PIC X(12) VALUE "BASE RATING ".
036000     05 HDG-BASE           PIC ZZZ9.
036100     05 FILLER             PIC X(08) VALUE "  CARRY ".
036200     05 HDG-CARRY          PIC ZZ9.
036300     05 FILLER             PIC X(19) VALUE
036400            "%  MINIMUM MATCHES ".
036500     05 HDG-MIN            PIC ZZ9.
036600 01  HDG-LINE-4.
036700     05 FILLER             PIC X(40) VALUE
036800     "RANK PLAYER           RATING RESET PLAYE".
036900     05 FILLER             PIC X(40) VALUE
037000     "D  WON LOST VOID  LDR BALANCE  PRIZE".
037100 01  DET-LINE.
037200     05 DET-RANK           PIC ZZZ9.
037300     05 DET-RANK-X REDEFINES DET-RANK
037400                           PIC X(04).
037500     05 FILLER             PIC X(01) VALUE SPACES.
037600     05 DET-PLAYER         PIC X(16).
037700     05 FILLER             PIC X(03) VALUE SPACES.
037800     05 DET-RATING         PIC ZZZ9.
037900     05 FILLER             PIC X(02) VALUE SPACES.
038000     05 DET-RESET          PIC ZZZ9.
038100     05 FILLER             PIC X(03) VALUE SPACES.
038200     05 DET-PLAYED         PIC ZZZ9.
038300     05 FILLER             PIC X(01) VALUE SPACES.
038400     05 DET-WON            PIC ZZZ9.
038500     05 FILLER             PIC X(01) VALUE SPACES.
038600     05 DET-LOST           PIC ZZZ9.
038700     05 FILLER             PIC X(01) VALUE SPACES.
038800     05 DET-VOIDED         PIC ZZZ9.
038900     05 FILLER             PIC X(01) VALUE SPACES.
039000     05 DET-LEADER         PIC ZZZ9.
039100     05 FILLER             PIC X(02) VALUE SPACES.
039200     05 DET-BALANCE        PIC ZZZZZ9.
039300     05 FILLER             PIC X(01) VALUE SPACES.
039400     05 DET-PRIZE          PIC ZZZZZ9.
039500 01  TOT-LINE-1.
039600     05 FILLER PIC X(22) VALUE "  PLAYERS SNAPSHOT  : ".
039700     05 TOT-PLAYERS        PIC ZZZZZ9.
039800 01  TOT-LINE-2.
039900     05 FILLER PIC X(22) VALUE "  PLAYERS PLACED    : ".
040000     05 TOT-PLACED         PIC ZZZZZ9.
040100 01  TOT-LINE-3.
040200     05 FILLER PIC X(22) VALUE "  MATCHES DECIDED   : ".
040300     05 TOT-MATCHES        PIC ZZZZZ9.
040400 01  TOT-LINE-4.
040500     05 FILLER PIC X(22) VALUE "  MATCHES VOIDED    : ".
040600     05 TOT-VOIDED         PIC ZZZZZ9.
040700 01  TOT-LINE-5.
040800     05 FILLER PIC X(22) VALUE "  PRIZE POINTS      : ".
040900     05 TOT-PRIZES         PIC ZZZZZZZ9.
041000 01  PREVIEW-LINE.
041100     05 FILLER             PIC X(39) VALUE
041200     "PREVIEW ONLY - RATINGS REBUILT THROUGH ".
041300     05 PRV-THRU-DATE      PIC 9(06).
041400     05 FILLER             PIC X(24) VALUE
041500            ", NOTHING ELSE CHANGED".
041600 01  CLOSED-LINE           PIC X(80) VALUE
041700     "SEASON CLOSED - HISTORY, PRIZES AND RESET RATINGS WRITTEN".
041800 01  HON-HDG-LINE.
041900     05 FILLER             PIC X(30) VALUE
042000            "SEASON HONOURS                ".
042100     05 FILLER             PIC X(09) VALUE "RUN DATE ".
042200     05 HON-HDG-DATE       PIC 9(06).
042300 01  HON-SEASON-LINE.
042400     05 FILLER             PIC X(07) VALUE "SEASON ".
042500     05 HON-SEASON-ID      PIC X(08).
042600     05 FILLER             PIC X(16) VALUE "  MATCHES AFTER ".
042700     05 HON-AFTER-DATE     PIC 9(06).
042800     05 FILLER             PIC X(09) VALUE " THROUGH ".
042900     05 HON-THRU-DATE      PIC 9(06).
043000     05 FILLER             PIC X(10) VALUE "  PLAYERS ".
043100     05 HON-PLAYERS        PIC ZZZ9.
043200     05 FILLER             PIC X(09) VALUE "  PLACED ".
043300     05 HON-PLACED         PIC ZZZ9.
043400 01  HON-PLACE-LINE.
043500     05 FILLER             PIC X(04) VALUE SPACES.
043600     05 HON-PLACE-NAME     PIC X(10).
043700     05 FILLER             PIC X(01) VALUE SPACES.
043800     05 HON-PLAYER         PIC X(16).
043900     05 FILLER             PIC X(09) VALUE "  RATING ".
044000     05 HON-RATING         PIC ZZZ9.
044100     05 FILLER             PIC X(06) VALUE "  WON ".
044200     05 HON-WON            PIC ZZZ9.
044300     05 FILLER             PIC X(06) VALUE " LOST ".
044400     05 HON-LOST           PIC ZZZ9.
044500     05 FILLER             PIC X(08) VALUE "  PRIZE ".
044600     05 HON-PRIZE          PIC ZZZZZ9.
044700 01  HON-NONE-LINE         PIC X(80) VALUE
044800     "    NO PLAYER REACHED THE SEASON'S MINIMUM MATCHES".
044900 01  HON-EMPTY-LINE        PIC X(80) VALUE
045000     "NO SEASON HAS BEEN CLOSED".
045100 01  HON-TOT-LINE.
045200     05 FILLER PIC X(22) VALUE "  SEASONS LISTED    : ".
045300     05 HON-TOT-SEASONS    PIC ZZZZZ9.
045400 01  BLANK-LINE            PIC X(80) VALUE SPACES.
045500 PROCEDURE DIVISION.
045600*--------------------------------------------------------------
045700 0000-MAINLINE.
045800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
045900     IF WS-ARG-FUNCTION = "HONOURS"
046000         PERFORM 6000-PRINT-HONOURS THRU 6000-EXIT
046100         GO TO 9999-EXIT
046200     END-IF
046300     PERFORM 2000-GATHER-SEASON THRU 2000-EXIT
046400     PERFORM 3000-RANK-SEASON THRU 3000-EXIT
046500     IF CLOSE-IS-LIVE
046600         PERFORM 4000-CLOSE-SEASON THRU 4000-EXIT
046700     END-IF
046800     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT
046900     GO TO 9999-EXIT.
047000*--------------------------------------------------------------
047100* ARGUMENTS, SEASON RULES AND THE SEASON BEFORE.  EVERYTHING
047200* THAT CAN REFUSE THE CLOSE IS CHECKED HERE, BEFORE RATECALC
047300* IS RUN OR ANY FILE IS WRITTEN.
047400*--------------------------------------------------------------
047500 1000-INITIALIZE.
047600     ACCEPT WS-RUN-DATE FROM DATE
047700     DISPLAY 1 UPON ARGUMENT-NUMBER
047800     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
047900         ON EXCEPTION
048000             MOVE SPACES TO WS-ARG-FUNCTION
048100     END-ACCEPT
048200     IF WS-ARG-FUNCTION = SPACES
048300         MOVE "PREVIEW" TO WS-ARG-FUNCTION
048400     END-IF
048500     IF WS-ARG-FUNCTION NOT = "PREVIEW"
048600         AND WS-ARG-FUNCTION NOT = "CLOSE"
048700         AND WS-ARG-FUNCTION NOT = "HONOURS"
048800         DISPLAY "SEASONCL: FUNCTION MUST BE PREVIEW, CLOSE OR"
048900             " HONOURS"
049000         STOP RUN RETURNING 1
049100     END-IF
049200     IF WS-ARG-FUNCTION = "HONOURS"
049300         GO TO 1000-EXIT
049400     END-IF
049500     IF WS-ARG-FUNCTION = "CLOSE"
049600         SET CLOSE-IS-LIVE TO TRUE
049700     END-IF
049800     DISPLAY 2 UPON ARGUMENT-NUMBER
049900     ACCEPT WS-ARG-SEASON FROM ARGUMENT-VALUE
050000         ON EXCEPTION
050100             MOVE SPACES TO WS-ARG-SEASON
050200     END-ACCEPT
050300     IF WS-ARG-SEASON = SPACES
050400         DISPLAY "SEASONCL: A SEASON ID IS REQUIRED"
050500         STOP RUN RETURNING 1
050600     END-IF
050700     IF WS-ARG-SEASON (9:8) NOT = SPACES
050800         OR WS-ARG-SEASON (1:1) = "*"
050900         DISPLAY "SEASONCL: SEASON ID IS UP TO 8 CHARACTERS, NOT"
051000             " STARTING *"
051100         STOP RUN RETURNING 1
051200     END-IF
051300     MOVE WS-ARG-SEASON TO WS-SEASON-ID
051400     COMPUTE WS-TODAY-INT =
051500         FUNCTION INTEGER-OF-DATE (20000000 + WS-RUN-DATE)
051600     DISPLAY 3 UPON ARGUMENT-NUMBER
051700     ACCEPT WS-ARG-THRU FROM ARGUMENT-VALUE
051800         ON EXCEPTION
051900             MOVE SPACES TO WS-ARG-THRU
052000     END-ACCEPT
052100     IF WS-ARG-THRU = SPACES
052200         COMPUTE WS-DATE-WORK =
052300             FUNCTION DATE-OF-INTEGER (WS-TODAY-INT - 1)
052400         MOVE WS-DATE-WORK TO WS-THRU-DATE
052500     ELSE
052600         IF WS-ARG-THRU NOT NUMERIC
052700             DISPLAY "SEASONCL: LAST DAY MUST BE yymmdd"
052800             STOP RUN RETURNING 1
052900         END-IF
053000         MOVE WS-ARG-THRU TO WS-THRU-DATE
053100     END-IF
053200     COMPUTE WS-THRU-INT =
053300         FUNCTION INTEGER-OF-DATE (20000000 + WS-THRU-DATE)
053400     IF WS-THRU-INT = ZERO OR WS-THRU-INT NOT < WS-TODAY-INT
053500         DISPLAY "SEASONCL: LAST DAY " WS-THRU-DATE
053600             " MUST BE A REAL DATE BEFORE TODAY"
053700         STOP RUN RETURNING 1
053800     END-IF
053900     PERFORM 1100-LOAD-SYSTEM-PARMS THRU 1100-EXIT
054000     PERFORM 1200-LOAD-MERGE-MAP THRU 1200-EXIT
054100     PERFORM 1300-SCAN-HISTORY THRU 1300-EXIT
054200     IF SEASON-ID-USED
054300         DISPLAY "SEASONCL: SEASON " WS-SEASON-ID
054400             " IS ALREADY CLOSED"
054500         STOP RUN RETURNING 1
054600     END-IF
054700     IF SEASON-PART-WRITTEN
054800         DISPLAY "SEASONCL: SEASONHIST HOLDS A PART-WRITTEN CLOSE"
054900             " OF " WS-SEASON-ID " - RESTORE FROM BACKUP"
055000         STOP RUN RETURNING 1
055100     END-IF
055200     IF PREVIOUS-SEASON-FOUND
055300         AND WS-THRU-DATE NOT > WS-AFTER-DATE
055400         DISPLAY "SEASONCL: LAST DAY MUST BE AFTER " WS-AFTER-DATE
055500             ", THE LAST DAY OF SEASON " WS-PREV-SEASON-ID
055600         STOP RUN RETURNING 1
055700     END-IF.
055800 1000-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------
056100* SEASON RULES IN FORCE TODAY, FROM THE SYSPARM FILE PARMAINT
056200* MAINTAINS.  ENTRIES COME BACK IN NAME AND DATE ORDER, SO THE
056300* LAST ONE NOT DATED AFTER TODAY STANDS.  NO FILE, OR NO ENTRY
056400* IN FORCE, KEEPS THE DEFAULT ABOVE.
056500*--------------------------------------------------------------
056600 1100-LOAD-SYSTEM-PARMS.
056700     OPEN INPUT SYSTEM-PARM-FILE
056800     IF SP-FILE-STATUS NOT = "00"
056900         GO TO 1100-EXIT
057000     END-IF
057100     MOVE "N" TO WS-PARM-EOF-SW
057200     PERFORM 1110-APPLY-SYSTEM-PARM THRU 1110-EXIT
057300         UNTIL PARM-AT-EOF
057400     CLOSE SYSTEM-PARM-FILE
057500     IF WS-CARRY-PCT > 100
057600         MOVE 100 TO WS-CARRY-PCT
057700     END-IF
057800     IF WS-MIN-MATCHES = ZERO
057900         MOVE 1 TO WS-MIN-MATCHES
058000     END-IF.
058100 1100-EXIT.
058200     EXIT.
058300 1110-APPLY-SYSTEM-PARM.
058400     READ SYSTEM-PARM-FILE NEXT RECORD
058500         AT END
058600             SET PARM-AT-EOF TO TRUE
058700             GO TO 1110-EXIT
058800     END-READ
058900     IF SP-EFF-DATE > WS-RUN-DATE OR SP-NUM-VALUE NOT NUMERIC
059000         GO TO 1110-EXIT
059100     END-IF
059200     EVALUATE SP-PARM-NAME
059300         WHEN "BASE-RATING"
059400             MOVE SP-NUM-VALUE TO WS-BASE-RATING
059500         WHEN "SEASON-CARRY-PCT"
059600             MOVE SP-NUM-VALUE TO WS-CARRY-PCT
059700         WHEN "SEASON-MIN-MATCHES"
059800             MOVE SP-NUM-VALUE TO WS-MIN-MATCHES
059900         WHEN "SEASON-PRIZE-1"
060000             MOVE SP-NUM-VALUE TO WS-PRIZE (1)
060100         WHEN "SEASON-PRIZE-2"
060200             MOVE SP-NUM-VALUE TO WS-PRIZE (2)
060300         WHEN "SEASON-PRIZE-3"
060400             MOVE SP-NUM-VALUE TO WS-PRIZE (3)
060500     END-EVALUATE.
060600 1110-EXIT.
060700     EXIT.
060800*--------------------------------------------------------------
060900* LOAD THE MERGED-ID MAP FROM PLAYERDIR.  NO DIRECTORY, OR NO
061000* MERGES IN IT, LEAVES THE MAP EMPTY AND EVERY ID AS READ.
061100*--------------------------------------------------------------
061200 1200-LOAD-MERGE-MAP.
061300     MOVE ZERO TO WS-MG-COUNT
061400     OPEN INPUT PLAYER-DIR-FILE
061500     IF PD-FILE-STATUS NOT = "00"
061600         GO TO 1200-EXIT
061700     END-IF
061800     MOVE "N" TO WS-DIR-EOF-SW
061900     PERFORM 1210-LOAD-ONE-MERGE THRU 1210-EXIT
062000         UNTIL DIRECTORY-AT-EOF
062100     CLOSE PLAYER-DIR-FILE
062200     IF WS-MG-OVERFLOW > ZERO
062300         DISPLAY "SEASONCL: MERGE MAP FULL - "
062400             WS-MG-OVERFLOW " MERGED IDS NOT MAPPED"
062500     END-IF.
062600 1200-EXIT.
062700     EXIT.
062800 1210-LOAD-ONE-MERGE.
062900     READ PLAYER-DIR-FILE NEXT RECORD
063000         AT END
063100             SET DIRECTORY-AT-EOF TO TRUE
063200             GO TO 1210-EXIT
063300     END-READ
063400     IF NOT PLAYER-WAS-MERGED
063500         GO TO 1210-EXIT
063600     END-IF
063700     IF WS-MG-COUNT >= WS-MAX-MERGES
063800         ADD 1 TO WS-MG-OVERFLOW
063900         GO TO 1210-EXIT
064000     END-IF
064100     ADD 1 TO WS-MG-COUNT
064200     MOVE PD-PLAYER-ID   TO MG-RETIRED-ID (WS-MG-COUNT)
064300     MOVE PD-MERGED-INTO TO MG-SURVIVOR-ID (WS-MG-COUNT).
064400 1210-EXIT.
064500     EXIT.
064600*--------------------------------------------------------------
064700* READ SEASONHIST FOR THE SEASON BEFORE (THE SEASON RECORD WITH
064800* THE LATEST LAST DAY) AND FOR ANY RECORD ALREADY UNDER THIS
064900* SEASON ID.  NO FILE MEANS NO SEASON HAS BEEN CLOSED YET.
065000*--------------------------------------------------------------
065100 1300-SCAN-HISTORY.
065200     OPEN INPUT SEASON-HIST-FILE
065300     IF SH-FILE-STATUS NOT = "00"
065400         GO TO 1300-EXIT
065500     END-IF
065600     MOVE "N" TO WS-SEASON-EOF-SW
065700     PERFORM 1310-SCAN-ONE-RECORD THRU 1310-EXIT
065800         UNTIL SEASON-AT-EOF
065900     CLOSE SEASON-HIST-FILE.
066000 1300-EXIT.
066100     EXIT.
066200 1310-SCAN-ONE-RECORD.
066300     READ SEASON-HIST-FILE NEXT RECORD
066400         AT END
066500             SET SEASON-AT-EOF TO TRUE
066600             GO TO 1310-EXIT
066700     END-READ
066800     IF SH-SEASON-ID = WS-SEASON-ID
066900         IF SH-PLAYER-ID = "*SEASON*"
067000             SET SEASON-ID-USED TO TRUE
067100         ELSE
067200             SET SEASON-PART-WRITTEN TO TRUE
067300         END-IF
067400     END-IF
067500     IF SH-PLAYER-ID NOT = "*SEASON*"
067600         GO TO 1310-EXIT
067700     END-IF
067800     IF PREVIOUS-SEASON-FOUND AND SH-THRU-DATE NOT > WS-AFTER-DATE
067900         GO TO 1310-EXIT
068000     END-IF
068100     SET PREVIOUS-SEASON-FOUND TO TRUE
068200     MOVE SH-SEASON-ID TO WS-PREV-SEASON-ID
068300     MOVE SH-THRU-DATE TO WS-AFTER-DATE.
068400 1310-EXIT.
068500     EXIT.
068600*--------------------------------------------------------------
068700* EVERYTHING THE STANDINGS NEED, INTO THE SEASON TABLE.  A
068800* TABLE TOO SMALL FOR THE PLAYERS STOPS THE RUN HERE, BEFORE
068900* ANYTHING IS WRITTEN.
069000*--------------------------------------------------------------
069100 2000-GATHER-SEASON.
069200     PERFORM 2100-REBUILD-RATINGS THRU 2100-EXIT
069300     PERFORM 2200-LOAD-RATINGS THRU 2200-EXIT
069400     PERFORM 2300-SCAN-MATCHES THRU 2300-EXIT
069500     IF WS-OVERFLOW-COUNT > ZERO
069600         DISPLAY "SEASONCL: MORE THAN " WS-MAX-PLAYERS
069700             " PLAYERS - SEASON NOT CLOSED"
069800         STOP RUN RETURNING 1
069900     END-IF
070000     PERFORM 2400-LOAD-LEADERS THRU 2400-EXIT
070100     PERFORM 2500-PLACE-LEADER THRU 2500-EXIT
070200         VARYING WS-SUB FROM 1 BY 1
070300         UNTIL WS-SUB > WS-PLAYER-COUNT
070400     PERFORM 2600-READ-BALANCES THRU 2600-EXIT.
070500 2000-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------
070800* RATECALC, RUN THROUGH THE RUNTIME THE WAY NIGHTRUN RUNS IT,
070900* WITH THE SEASON'S LAST DAY: RATINGS THEN HOLDS EVERY RATING
071000* AS IT STOOD WHEN THE SEASON ENDED.
071100*--------------------------------------------------------------
071200 2100-REBUILD-RATINGS.
071300     MOVE SPACES TO WS-COMMAND
071400     STRING "cobcrun RATECALC " DELIMITED BY SIZE
071500            WS-THRU-DATE        DELIMITED BY SIZE
071600         INTO WS-COMMAND
071700     DISPLAY "SEASONCL: RATING MATCHES THROUGH " WS-THRU-DATE
071800     MOVE ZERO TO RETURN-CODE
071900     CALL "SYSTEM" USING WS-COMMAND
072000     IF RETURN-CODE NOT = ZERO
072100         DISPLAY "SEASONCL: RATECALC FAILED WITH CODE "
072200             RETURN-CODE " - SEASON NOT CLOSED"
072300         STOP RUN RETURNING 1
072400     END-IF
072500     MOVE ZERO TO RETURN-CODE.
072600 2100-EXIT.
072700     EXIT.
072800 2200-LOAD-RATINGS.
072900     OPEN INPUT RATING-FILE
073000     IF RT-FILE-STATUS NOT = "00"
073100         GO TO 2200-EXIT
073200     END-IF
073300     MOVE "N" TO WS-RATING-EOF-SW
073400     PERFORM 2210-LOAD-ONE-RATING THRU 2210-EXIT
073500         UNTIL RATING-AT-EOF
073600     CLOSE RATING-FILE.
073700 2200-EXIT.
073800     EXIT.
073900 2210-LOAD-ONE-RATING.
074000     READ RATING-FILE NEXT RECORD
074100         AT END
074200             SET RATING-AT-EOF TO TRUE
074300             GO TO 2210-EXIT
074400     END-READ
074500     MOVE RT-PLAYER-ID TO WS-LOOK-ID
074600     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT
074700     IF WS-SUB = ZERO
074800         GO TO 2210-EXIT
074900     END-IF
075000     MOVE RT-RATING        TO SN-RATING (WS-SUB)
075100     MOVE RT-MATCHES-RATED TO SN-MATCHES (WS-SUB).
075200 2210-EXIT.
075300     EXIT.
075400*--------------------------------------------------------------
075500* THE SEASON'S RECORD OFF MATCHSTATE.  A MATCH COUNTS WHEN IT
075600* IS A DECIDED PVP MATCH, AS RATECALC DECIDES IT, AND WAS
075700* DECIDED IN THE SEASON; A MATCHADJ VOID IN THE SEASON COUNTS
075800* AS VOIDED FOR BOTH SIDES.  HOUSE MATCHES AND MATCHES STILL
075900* IN FLIGHT DO NOT COUNT.
076000*--------------------------------------------------------------
076100 2300-SCAN-MATCHES.
076200     OPEN INPUT MATCH-STATE-FILE
076300     IF MS-FILE-STATUS NOT = "00"
076400         GO TO 2300-EXIT
076500     END-IF
076600     MOVE "N" TO WS-MATCH-EOF-SW
076700     PERFORM 2310-SEASON-ONE-MATCH THRU 2310-EXIT
076800         UNTIL MATCH-AT-EOF
076900     CLOSE MATCH-STATE-FILE.
077000 2300-EXIT.
077100     EXIT.
077200 2310-SEASON-ONE-MATCH.
077300     READ MATCH-STATE-FILE NEXT RECORD
077400         AT END
077500             SET MATCH-AT-EOF TO TRUE
077600             GO TO 2310-EXIT
077700     END-READ
077800     IF MS-PLAYER-A-ID = SPACES OR MS-PLAYER-B-ID = SPACES
077900         GO TO 2310-EXIT
078000     END-IF
078100     IF MATCH-WAS-VOIDED
078200         PERFORM 2330-COUNT-VOID THRU 2330-EXIT
078300         GO TO 2310-EXIT
078400     END-IF
078500     IF MATCH-WAS-FORFEITED
078600         PERFORM 2320-TAKE-FORFEIT THRU 2320-EXIT
078700         MOVE MS-CLOSE-DATE TO WS-DECIDED-DATE
078800         GO TO 2310-COUNT
078900     END-IF
079000     MOVE MS-LAST-DATE TO WS-DECIDED-DATE
079100     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
079200*    THE WORKER BOOKS SIDE B'S WINS IN MS-PLAYER-WINS AND SIDE
079300*    A'S IN MS-COMPUTER-WINS - SAME MAPPING RATECALC READS.
079400     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
079500         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
079600         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
079700     ELSE
079800         IF MS-COMPUTER-WINS >= WS-NEEDED-WINS
079900             MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
080000             MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
080100         ELSE
080200             GO TO 2310-EXIT
080300         END-IF
080400     END-IF.
080500 2310-COUNT.
080600     IF WS-WINNER-ID = SPACES
080700         GO TO 2310-EXIT
080800     END-IF
080900     IF (PREVIOUS-SEASON-FOUND
081000         AND WS-DECIDED-DATE NOT > WS-AFTER-DATE)
081050         OR WS-DECIDED-DATE > WS-THRU-DATE
081100         GO TO 2310-EXIT
081200     END-IF
081300     PERFORM 2340-MAP-MATCH-SIDES THRU 2340-EXIT
081400     IF WS-WINNER-ID = WS-LOSER-ID
081500         GO TO 2310-EXIT
081600     END-IF
081700     MOVE WS-WINNER-ID TO WS-LOOK-ID
081800     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT
081900     MOVE WS-SUB TO WS-W-SUB
082000     MOVE WS-LOSER-ID TO WS-LOOK-ID
082100     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT
082200     MOVE WS-SUB TO WS-L-SUB
082300     IF WS-W-SUB = ZERO OR WS-L-SUB = ZERO
082400         GO TO 2310-EXIT
082500     END-IF
082600     ADD 1 TO SN-PLAYED (WS-W-SUB)
082700     ADD 1 TO SN-WON (WS-W-SUB)
082800     ADD 1 TO SN-PLAYED (WS-L-SUB)
082900     ADD 1 TO SN-LOST (WS-L-SUB)
083000     ADD 1 TO WS-SEASON-MATCHES.
083100 2310-EXIT.
083200     EXIT.
083300*--------------------------------------------------------------
083400* THE SIDE THE FORFEIT WAS AWARDED TO WINS; THE OTHER STAMPED
083500* SIDE LOSES.  AN AWARD NAMING NEITHER SIDE COUNTS FOR NOBODY.
083600*--------------------------------------------------------------
083700 2320-TAKE-FORFEIT.
083800     MOVE SPACES TO WS-WINNER-ID
083900     IF MS-CLOSE-WINNER-ID = MS-PLAYER-A-ID
084000         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
084100         MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
084200     END-IF
084300     IF MS-CLOSE-WINNER-ID = MS-PLAYER-B-ID
084400         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
084500         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
084600     END-IF.
084700 2320-EXIT.
084800     EXIT.
084900 2330-COUNT-VOID.
085000     IF (PREVIOUS-SEASON-FOUND
085100         AND MS-CLOSE-DATE NOT > WS-AFTER-DATE)
085150         OR MS-CLOSE-DATE > WS-THRU-DATE
085200         GO TO 2330-EXIT
085300     END-IF
085400     ADD 1 TO WS-VOIDED-MATCHES
085500     MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
085600     MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
085700     PERFORM 2340-MAP-MATCH-SIDES THRU 2340-EXIT
085800     MOVE WS-WINNER-ID TO WS-LOOK-ID
085900     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT
086000     IF WS-SUB > ZERO
086100         ADD 1 TO SN-VOIDED (WS-SUB)
086200     END-IF
086300     IF WS-LOSER-ID = WS-WINNER-ID
086400         GO TO 2330-EXIT
086500     END-IF
086600     MOVE WS-LOSER-ID TO WS-LOOK-ID
086700     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT
086800     IF WS-SUB > ZERO
086900         ADD 1 TO SN-VOIDED (WS-SUB)
087000     END-IF.
087100 2330-EXIT.
087200     EXIT.
087300*--------------------------------------------------------------
087400* BOTH SIDES UNDER THE IDS THEY NOW COUNT AS.  A MATCH BETWEEN
087500* TWO IDS SINCE MERGED INTO ONE PLAYER COMES OUT WITH THE SAME
087600* ID ON BOTH SIDES AND COUNTS FOR NOBODY.
087700*--------------------------------------------------------------
087800 2340-MAP-MATCH-SIDES.
087900     MOVE WS-WINNER-ID TO WS-MAP-ID
088000     PERFORM 2350-MAP-MERGED-ID THRU 2350-EXIT
088100     MOVE WS-MAP-ID    TO WS-WINNER-ID
088200     MOVE WS-LOSER-ID  TO WS-MAP-ID
088300     PERFORM 2350-MAP-MERGED-ID THRU 2350-EXIT
088400     MOVE WS-MAP-ID    TO WS-LOSER-ID.
088500 2340-EXIT.
088600     EXIT.
088700*--------------------------------------------------------------
088800* WS-MAP-ID IN, THE ID IT NOW COUNTS UNDER OUT.
088900*--------------------------------------------------------------
089000 2350-MAP-MERGED-ID.
089100     IF WS-MG-COUNT = ZERO OR WS-MAP-ID = SPACES
089200         GO TO 2350-EXIT
089300     END-IF
089400     SET MERGED-ID-FOUND TO TRUE
089500     PERFORM 2360-MAP-ONE-HOP THRU 2360-EXIT
089600         VARYING WS-MG-HOP FROM 1 BY 1
089700         UNTIL WS-MG-HOP > 9 OR NOT MERGED-ID-FOUND.
089800 2350-EXIT.
089900     EXIT.
090000 2360-MAP-ONE-HOP.
090100     MOVE "N" TO WS-MG-FOUND-SW
090200     PERFORM 2370-MATCH-MERGE-ENTRY THRU 2370-EXIT
090300         VARYING WS-MG-SUB FROM 1 BY 1
090400         UNTIL WS-MG-SUB > WS-MG-COUNT OR MERGED-ID-FOUND.
090500 2360-EXIT.
090600     EXIT.
090700 2370-MATCH-MERGE-ENTRY.
090800     IF MG-RETIRED-ID (WS-MG-SUB) = WS-MAP-ID
090900         MOVE MG-SURVIVOR-ID (WS-MG-SUB) TO WS-MAP-ID
091000         SET MERGED-ID-FOUND TO TRUE
091100     END-IF.
091200 2370-EXIT.
091300     EXIT.
091400*--------------------------------------------------------------
091500* PLAYERMASTER, AS LEADERBD LAST REBUILT IT, IN LEADERBD'S
091600* ORDER: MOST WINS FIRST, EQUAL WINS BY LONGEST WIN STREAK.
091700* NO FILE LEAVES EVERY LEADERBOARD RANK ZERO.
091800*--------------------------------------------------------------
091900 2400-LOAD-LEADERS.
092000     OPEN INPUT PLAYER-MASTER-FILE
092100     IF PL-FILE-STATUS NOT = "00"
092200         GO TO 2400-EXIT
092300     END-IF
092400     MOVE "N" TO WS-MASTER-EOF-SW
092500     PERFORM 2410-LOAD-ONE-LEADER THRU 2410-EXIT
092600         UNTIL MASTER-AT-EOF
092700     CLOSE PLAYER-MASTER-FILE
092800     IF WS-LEADER-OVERFLOW > ZERO
092900         DISPLAY "SEASONCL: LEADER TABLE FULL - "
093000             WS-LEADER-OVERFLOW " PLAYERS GET NO LEADERBOARD RANK"
093100     END-IF
093200     PERFORM 2420-SELECT-LEADER THRU 2420-EXIT
093300         VARYING WS-SUB FROM 1 BY 1
093400         UNTIL WS-SUB >= WS-LEADER-COUNT.
093500 2400-EXIT.
093600     EXIT.
093700 2410-LOAD-ONE-LEADER.
093800     READ PLAYER-MASTER-FILE NEXT RECORD
093900         AT END
094000             SET MASTER-AT-EOF TO TRUE
094100             GO TO 2410-EXIT
094200     END-READ
094300     IF WS-LEADER-COUNT >= WS-MAX-PLAYERS
094400         ADD 1 TO WS-LEADER-OVERFLOW
094500         GO TO 2410-EXIT
094600     END-IF
094700     ADD 1 TO WS-LEADER-COUNT
094800     MOVE PL-PLAYER-ID   TO LR-PLAYER-ID (WS-LEADER-COUNT)
094900     MOVE PL-WINS        TO LR-WINS (WS-LEADER-COUNT)
095000     MOVE PL-LONG-STREAK TO LR-LONG-STREAK (WS-LEADER-COUNT).
095100 2410-EXIT.
095200     EXIT.
095300 2420-SELECT-LEADER.
095400     MOVE WS-SUB TO WS-BEST-SUB
095500     COMPUTE WS-NEXT-SUB = WS-SUB + 1
095600     PERFORM 2430-COMPARE-LEADER THRU 2430-EXIT
095700         VARYING WS-SUB-2 FROM WS-NEXT-SUB BY 1
095800         UNTIL WS-SUB-2 > WS-LEADER-COUNT
095900     IF WS-BEST-SUB NOT = WS-SUB
096000         MOVE LR-ENTRY (WS-BEST-SUB) TO HOLD-LEADER
096100         MOVE LR-ENTRY (WS-SUB)      TO LR-ENTRY (WS-BEST-SUB)
096200         MOVE HOLD-LEADER            TO LR-ENTRY (WS-SUB)
096300     END-IF.
096400 2420-EXIT.
096500     EXIT.
096600 2430-COMPARE-LEADER.
096700     IF LR-WINS (WS-SUB-2) > LR-WINS (WS-BEST-SUB)
096800         MOVE WS-SUB-2 TO WS-BEST-SUB
096900     ELSE
097000         IF LR-WINS (WS-SUB-2) = LR-WINS (WS-BEST-SUB)
097100            AND LR-LONG-STREAK (WS-SUB-2) >
097200                LR-LONG-STREAK (WS-BEST-SUB)
097300             MOVE WS-SUB-2 TO WS-BEST-SUB
097400         END-IF
097500     END-IF.
097600 2430-EXIT.
097700     EXIT.
097800*--------------------------------------------------------------
097900* ONE SEASON PLAYER'S LEADERBOARD RANK - THE PLAYER'S POSITION
098000* IN THE SORTED LEADER TABLE, ZERO WHEN NOT ON PLAYERMASTER.
098100*--------------------------------------------------------------
098200 2500-PLACE-LEADER.
098300     MOVE ZERO TO SN-LEADER-RANK (WS-SUB)
098400     PERFORM 2510-MATCH-LEADER THRU 2510-EXIT
098500         VARYING WS-SUB-2 FROM 1 BY 1
098600         UNTIL WS-SUB-2 > WS-LEADER-COUNT
098700            OR SN-LEADER-RANK (WS-SUB) > ZERO.
098800 2500-EXIT.
098900     EXIT.
099000 2510-MATCH-LEADER.
099100     IF LR-PLAYER-ID (WS-SUB-2) = SN-PLAYER-ID (WS-SUB)
099200         MOVE WS-SUB-2 TO SN-LEADER-RANK (WS-SUB)
099300     END-IF.
099400 2510-EXIT.
099500     EXIT.
099600*--------------------------------------------------------------
099700* EVERY SEASON PLAYER'S BALANCE BEFORE ANY PRIZE; A PLAYER WITH
099800* NO BALANCE RECORD HOLDS ZERO.
099900*--------------------------------------------------------------
100000 2600-READ-BALANCES.
100100     OPEN INPUT BALANCE-FILE
100200     IF BL-FILE-STATUS NOT = "00"
100300         GO TO 2600-EXIT
100400     END-IF
100500     PERFORM 2610-READ-ONE-BALANCE THRU 2610-EXIT
100600         VARYING WS-SUB FROM 1 BY 1
100700         UNTIL WS-SUB > WS-PLAYER-COUNT
100800     CLOSE BALANCE-FILE.
100900 2600-EXIT.
101000     EXIT.
101100 2610-READ-ONE-BALANCE.
101200     MOVE SN-PLAYER-ID (WS-SUB) TO BL-PLAYER-ID
101300     READ BALANCE-FILE KEY IS BL-PLAYER-ID
101400         NOT INVALID KEY
101500             MOVE BL-BALANCE TO SN-BALANCE (WS-SUB)
101600     END-READ.
101700 2610-EXIT.
101800     EXIT.
101900*--------------------------------------------------------------
102000* LOCATE (OR ADD AT THE BASE RATING) THE TABLE ENTRY FOR THE
102100* PLAYER IN WS-LOOK-ID.  WS-SUB COMES BACK ZERO ONLY WHEN THE
102200* TABLE IS FULL AND THE PLAYER IS NEW.
102300*--------------------------------------------------------------
102400 2800-FIND-PLAYER.
102500     MOVE ZERO TO WS-SUB
102600     PERFORM 2810-MATCH-PLAYER THRU 2810-EXIT
102700         VARYING WS-SUB-2 FROM 1 BY 1
102800         UNTIL WS-SUB-2 > WS-PLAYER-COUNT OR WS-SUB > ZERO
102900     IF WS-SUB > ZERO
103000         GO TO 2800-EXIT
103100     END-IF
103200     IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
103300         ADD 1 TO WS-OVERFLOW-COUNT
103400         GO TO 2800-EXIT
103500     END-IF
103600     ADD 1 TO WS-PLAYER-COUNT
103700     MOVE WS-PLAYER-COUNT TO WS-SUB
103800     MOVE WS-LOOK-ID      TO SN-PLAYER-ID (WS-SUB)
103900     MOVE WS-BASE-RATING  TO SN-RATING (WS-SUB)
104000     MOVE ZERO            TO SN-MATCHES (WS-SUB)
104100     MOVE ZERO            TO SN-RESET (WS-SUB)
104200     MOVE ZERO            TO SN-PLAYED (WS-SUB)
104300     MOVE ZERO            TO SN-WON (WS-SUB)
104400     MOVE ZERO            TO SN-LOST (WS-SUB)
104500     MOVE ZERO            TO SN-VOIDED (WS-SUB)
104600     MOVE ZERO            TO SN-LEADER-RANK (WS-SUB)
104700     MOVE ZERO            TO SN-BALANCE (WS-SUB)
104800     MOVE ZERO            TO SN-PRIZE (WS-SUB)
104900     MOVE ZERO            TO SN-RANK (WS-SUB)
105000     MOVE "N"             TO SN-PLACED-SW (WS-SUB).
105100 2800-EXIT.
105200     EXIT.
105300 2810-MATCH-PLAYER.
105400     IF SN-PLAYER-ID (WS-SUB-2) = WS-LOOK-ID
105500         MOVE WS-SUB-2 TO WS-SUB
105600     END-IF.
105700 2810-EXIT.
105800     EXIT.
105900*--------------------------------------------------------------
106000* THE FINISHING ORDER, THE PRIZES AND THE RESET RATINGS
106100*--------------------------------------------------------------
106200 3000-RANK-SEASON.
106300     PERFORM 3100-MARK-PLACED THRU 3100-EXIT
106400         VARYING WS-SUB FROM 1 BY 1
106500         UNTIL WS-SUB > WS-PLAYER-COUNT
106600     PERFORM 3200-SELECT-PASS THRU 3200-EXIT
106700         VARYING WS-SUB FROM 1 BY 1
106800         UNTIL WS-SUB >= WS-PLAYER-COUNT
106900     PERFORM 3300-SETTLE-PLAYER THRU 3300-EXIT
107000         VARYING WS-SUB FROM 1 BY 1
107100         UNTIL WS-SUB > WS-PLAYER-COUNT.
107200 3000-EXIT.
107300     EXIT.
107400 3100-MARK-PLACED.
107500     IF SN-PLAYED (WS-SUB) NOT < WS-MIN-MATCHES
107600         SET SN-PLACED (WS-SUB) TO TRUE
107700         ADD 1 TO WS-PLACED-COUNT
107800     END-IF.
107900 3100-EXIT.
108000     EXIT.
108100*--------------------------------------------------------------
108200* SELECTION SORT: PLACED PLAYERS AHEAD OF UNPLACED, THEN
108300* HIGHEST RATING, THEN MOST WINS IN THE SEASON, THEN PLAYER ID
108400* SO A TIE ALWAYS FALLS THE SAME WAY.
108500*--------------------------------------------------------------
108600 3200-SELECT-PASS.
108700     MOVE WS-SUB TO WS-BEST-SUB
108800     COMPUTE WS-NEXT-SUB = WS-SUB + 1
108900     PERFORM 3210-COMPARE-RANK THRU 3210-EXIT
109000         VARYING WS-SUB-2 FROM WS-NEXT-SUB BY 1
109100         UNTIL WS-SUB-2 > WS-PLAYER-COUNT
109200     IF WS-BEST-SUB NOT = WS-SUB
109300         MOVE SN-ENTRY (WS-BEST-SUB) TO HOLD-ENTRY
109400         MOVE SN-ENTRY (WS-SUB)      TO SN-ENTRY (WS-BEST-SUB)
109500         MOVE HOLD-ENTRY             TO SN-ENTRY (WS-SUB)
109600     END-IF.
109700 3200-EXIT.
109800     EXIT.
109900 3210-COMPARE-RANK.
110000     IF SN-PLACED-SW (WS-SUB-2) NOT = SN-PLACED-SW (WS-BEST-SUB)
110100         IF SN-PLACED (WS-SUB-2)
110200             MOVE WS-SUB-2 TO WS-BEST-SUB
110300         END-IF
110400         GO TO 3210-EXIT
110500     END-IF
110600     IF SN-RATING (WS-SUB-2) NOT = SN-RATING (WS-BEST-SUB)
110700         IF SN-RATING (WS-SUB-2) > SN-RATING (WS-BEST-SUB)
110800             MOVE WS-SUB-2 TO WS-BEST-SUB
110900         END-IF
111000         GO TO 3210-EXIT
111100     END-IF
111200     IF SN-WON (WS-SUB-2) NOT = SN-WON (WS-BEST-SUB)
111300         IF SN-WON (WS-SUB-2) > SN-WON (WS-BEST-SUB)
111400             MOVE WS-SUB-2 TO WS-BEST-SUB
111500         END-IF
111600         GO TO 3210-EXIT
111700     END-IF
111800     IF SN-PLAYER-ID (WS-SUB-2) < SN-PLAYER-ID (WS-BEST-SUB)
111900         MOVE WS-SUB-2 TO WS-BEST-SUB
112000     END-IF.
112100 3210-EXIT.
112200     EXIT.
112300*--------------------------------------------------------------
112400* A PLACED PLAYER'S PLACE IS THE ENTRY NUMBER; THE FIRST THREE
112500* PLACES TAKE THE PRIZES.  EVERY PLAYER'S RATING IS PULLED BACK
112600* TOWARD BASE-RATING, KEEPING SEASON-CARRY-PCT OF THE DISTANCE.
112700*--------------------------------------------------------------
112800 3300-SETTLE-PLAYER.
112900     IF SN-PLACED (WS-SUB)
113000         MOVE WS-SUB TO SN-RANK (WS-SUB)
113100         IF WS-SUB NOT > 3
113200             MOVE WS-PRIZE (WS-SUB) TO SN-PRIZE (WS-SUB)
113300             ADD WS-PRIZE (WS-SUB) TO WS-PRIZE-TOTAL
113400         END-IF
113500     END-IF
113600     COMPUTE WS-RESET-WORK = WS-BASE-RATING
113700         + ((SN-RATING (WS-SUB) - WS-BASE-RATING) * WS-CARRY-PCT)
113800           / 100
113900     IF WS-RESET-WORK < ZERO
114000         MOVE ZERO TO WS-RESET-WORK
114100     END-IF
114200     IF WS-RESET-WORK > 9999
114300         MOVE 9999 TO WS-RESET-WORK
114400     END-IF
114500     MOVE WS-RESET-WORK TO SN-RESET (WS-SUB).
114600 3300-EXIT.
114700     EXIT.
114800*--------------------------------------------------------------
114900* WRITE THE CLOSE.  THE SEASON RECORD GOES DOWN LAST, SO THE
115000* SEASON ONLY COUNTS AS CLOSED ONCE EVERYTHING ELSE IS WRITTEN.
115100*--------------------------------------------------------------
115200 4000-CLOSE-SEASON.
115300     PERFORM 4100-OPEN-FILES THRU 4100-EXIT
115400     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT
115500         VARYING WS-SUB FROM 1 BY 1
115600         UNTIL WS-SUB > WS-PLAYER-COUNT
115700     PERFORM 4300-PAY-PRIZE THRU 4300-EXIT
115800         VARYING WS-SUB FROM 1 BY 1
115900         UNTIL WS-SUB > WS-PLAYER-COUNT OR WS-SUB > 3
116000     PERFORM 4400-RESET-RATING THRU 4400-EXIT
116100         VARYING WS-SUB FROM 1 BY 1
116200         UNTIL WS-SUB > WS-PLAYER-COUNT
116300     MOVE "SEASON-CLOSED" TO AJ-EVENT
116400     MOVE ZERO            TO WS-AUDIT-CODE
116500     MOVE WS-SEASON-ID    TO AJ-MATCH-ID
116600     MOVE SPACES          TO AJ-PLAYER-ID
116700     MOVE SPACES          TO AJ-IDEM-KEY
116800     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT
116900     PERFORM 4500-WRITE-SEASON THRU 4500-EXIT
117000     CLOSE SEASON-HIST-FILE
117100     CLOSE RATING-FILE
117200     CLOSE BALANCE-FILE
117300     CLOSE POINTS-LOG-FILE
117400     CLOSE AUDIT-FILE
117500     CLOSE LEDGER-CONTROL-FILE.
117600 4000-EXIT.
117700     EXIT.
117800 4100-OPEN-FILES.
117900     OPEN I-O SEASON-HIST-FILE
118000     IF SH-FILE-STATUS NOT = "00"
118100         OPEN OUTPUT SEASON-HIST-FILE
118200         CLOSE SEASON-HIST-FILE
118300         OPEN I-O SEASON-HIST-FILE
118400     END-IF
118500     IF SH-FILE-STATUS NOT = "00"
118600         DISPLAY "SEASONCL: CANNOT OPEN SEASONHIST - STATUS "
118700             SH-FILE-STATUS
118800         STOP RUN RETURNING 1
118900     END-IF
119000     OPEN I-O RATING-FILE
119100     IF RT-FILE-STATUS NOT = "00"
119200         OPEN OUTPUT RATING-FILE
119300         CLOSE RATING-FILE
119400         OPEN I-O RATING-FILE
119500     END-IF
119510     IF RT-FILE-STATUS NOT = "00"
119520         DISPLAY "SEASONCL: CANNOT OPEN RATINGS - STATUS "
119530             RT-FILE-STATUS
119540         STOP RUN RETURNING 1
119550     END-IF
119600     OPEN I-O BALANCE-FILE
119700     IF BL-FILE-STATUS NOT = "00"
119800         OPEN OUTPUT BALANCE-FILE
119900         CLOSE BALANCE-FILE
120000         OPEN I-O BALANCE-FILE
120100     END-IF
120110     IF BL-FILE-STATUS NOT = "00"
120120         DISPLAY "SEASONCL: CANNOT OPEN BALANCE - STATUS "
120130             BL-FILE-STATUS
120140         STOP RUN RETURNING 1
120150     END-IF
120200     OPEN EXTEND POINTS-LOG-FILE
120300     IF PX-FILE-STATUS NOT = "00"
120400         OPEN OUTPUT POINTS-LOG-FILE
120500     END-IF
120600     OPEN EXTEND AUDIT-FILE
120700     IF AJ-FILE-STATUS NOT = "00"
120800         OPEN OUTPUT AUDIT-FILE
120900     END-IF
121000     OPEN I-O LEDGER-CONTROL-FILE
121100     IF LC-FILE-STATUS NOT = "00"
121200         OPEN OUTPUT LEDGER-CONTROL-FILE
121300         CLOSE LEDGER-CONTROL-FILE
121400         OPEN I-O LEDGER-CONTROL-FILE
121500     END-IF
121510     IF LC-FILE-STATUS NOT = "00"
121520         DISPLAY "SEASONCL: CANNOT OPEN LEDGCTL - STATUS "
121530             LC-FILE-STATUS
121540         STOP RUN RETURNING 1
121550     END-IF.
121600 4100-EXIT.
121700     EXIT.
121800 4200-WRITE-HISTORY.
121900     MOVE WS-SEASON-ID              TO SH-SEASON-ID
122000     MOVE SN-PLAYER-ID (WS-SUB)     TO SH-PLAYER-ID
122100     MOVE SN-RANK (WS-SUB)          TO SH-SEASON-RANK
122200     MOVE SN-RATING (WS-SUB)        TO SH-FINAL-RATING
122300     MOVE SN-RESET (WS-SUB)         TO SH-RESET-RATING
122400     MOVE SN-MATCHES (WS-SUB)       TO SH-MATCHES-RATED
122500     MOVE SN-LEADER-RANK (WS-SUB)   TO SH-LEADER-RANK
122600     MOVE SN-BALANCE (WS-SUB)       TO SH-BALANCE
122700     MOVE SN-PRIZE (WS-SUB)         TO SH-PRIZE
122800     MOVE SN-PLAYED (WS-SUB)        TO SH-PLAYED
122900     MOVE SN-WON (WS-SUB)           TO SH-WON
123000     MOVE SN-LOST (WS-SUB)          TO SH-LOST
123100     MOVE SN-VOIDED (WS-SUB)        TO SH-VOIDED
123200     WRITE SEASON-HIST-RECORD
123300         INVALID KEY
123400             DISPLAY "SEASONCL: SEASONHIST WRITE FAILED FOR "
123500                 SH-PLAYER-ID " - STATUS " SH-FILE-STATUS
123600             STOP RUN RETURNING 1
123700     END-WRITE
123800     ADD 1 TO WS-HISTORY-WRITTEN.
123900 4200-EXIT.
124000     EXIT.
124100*--------------------------------------------------------------
124200* ONE PLACE'S PRIZE: CREDITED TO BALANCE AND BOOKED AS A PRIZE
124300* LINE ON POINTSLOG, WITH THE SEASON ID IN THE MATCH COLUMN.
124400*--------------------------------------------------------------
124500 4300-PAY-PRIZE.
124600     IF SN-PRIZE (WS-SUB) = ZERO
124700         GO TO 4300-EXIT
124800     END-IF
124900     MOVE SN-PLAYER-ID (WS-SUB) TO WS-BAL-ID
125000     MOVE SN-PRIZE (WS-SUB)     TO WS-BAL-DELTA
125100     PERFORM 8300-ADJUST-BALANCE THRU 8300-EXIT
125200     MOVE "PRIZE"               TO PX-TYPE
125300     MOVE WS-SEASON-ID          TO PX-MATCH-ID
125400     MOVE SN-PLAYER-ID (WS-SUB) TO PX-PLAYER-ID
125500     MOVE SPACES                TO PX-OTHER-ID
125600     MOVE SN-PRIZE (WS-SUB)     TO PX-AMOUNT
125700     PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
125800     ADD 1 TO WS-PRIZES-PAID.
125900 4300-EXIT.
126000     EXIT.
126100*--------------------------------------------------------------
126200* THE RESET RATING OVER THE SEASON'S FINAL ONE.  THE NEXT
126300* RATECALC SEEDS FROM SEASONHIST AND LANDS ON THE SAME FIGURE.
126400*--------------------------------------------------------------
126500 4400-RESET-RATING.
126600     MOVE SN-PLAYER-ID (WS-SUB) TO RT-PLAYER-ID
126700     READ RATING-FILE KEY IS RT-PLAYER-ID
126800         INVALID KEY
126900             MOVE SN-PLAYER-ID (WS-SUB) TO RT-PLAYER-ID
127000             MOVE SN-RESET (WS-SUB)     TO RT-RATING
127100             MOVE SN-MATCHES (WS-SUB)   TO RT-MATCHES-RATED
127200             WRITE RATING-RECORD
127300             ADD 1 TO WS-RESETS-WRITTEN
127400             GO TO 4400-EXIT
127500     END-READ
127600     MOVE SN-RESET (WS-SUB) TO RT-RATING
127700     REWRITE RATING-RECORD
127800     ADD 1 TO WS-RESETS-WRITTEN.
127900 4400-EXIT.
128000     EXIT.
128100 4500-WRITE-SEASON.
128200     MOVE SPACES            TO SEASON-HIST-RECORD
128300     MOVE WS-SEASON-ID      TO SH-SEASON-ID
128400     MOVE "*SEASON*"        TO SH-PLAYER-ID
128500     MOVE WS-AFTER-DATE     TO SH-AFTER-DATE
128600     MOVE WS-THRU-DATE      TO SH-THRU-DATE
128700     MOVE WS-RUN-DATE       TO SH-CLOSE-DATE
128800     MOVE WS-BASE-RATING    TO SH-BASE-RATING
128900     MOVE WS-CARRY-PCT      TO SH-CARRY-PCT
129000     MOVE WS-MIN-MATCHES    TO SH-MIN-MATCHES
129100     MOVE WS-PLAYER-COUNT   TO SH-PLAYER-COUNT
129200     MOVE WS-PLACED-COUNT   TO SH-PLACED-COUNT
129300     MOVE WS-PRIZE-TOTAL    TO SH-PRIZE-TOTAL
129400     WRITE SEASON-HIST-RECORD
129500         INVALID KEY
129600             DISPLAY "SEASONCL: SEASONHIST WRITE FAILED FOR "
129700                 WS-SEASON-ID " - STATUS " SH-FILE-STATUS
129800             STOP RUN RETURNING 1
129900     END-WRITE.
130000 4500-EXIT.
130100     EXIT.
130200*--------------------------------------------------------------
130300 5000-PRINT-REPORT.
130400     OPEN OUTPUT RPT-FILE
130500     MOVE WS-RUN-DATE     TO HDG-DATE
130600     MOVE WS-ARG-FUNCTION TO HDG-MODE
130700     MOVE WS-SEASON-ID    TO HDG-SEASON-ID
130800     MOVE WS-AFTER-DATE   TO HDG-AFTER-DATE
130900     MOVE WS-THRU-DATE    TO HDG-THRU-DATE
131000     MOVE WS-BASE-RATING  TO HDG-BASE
131100     MOVE WS-CARRY-PCT    TO HDG-CARRY
131200     MOVE WS-MIN-MATCHES  TO HDG-MIN
131300     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
131400     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
131500     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
131600     MOVE HDG-LINE-3 TO RPT-LINE  WRITE RPT-LINE
131700     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
131800     MOVE HDG-LINE-4 TO RPT-LINE  WRITE RPT-LINE
131900     PERFORM 5100-PRINT-DETAIL THRU 5100-EXIT
132000         VARYING WS-SUB FROM 1 BY 1
132100         UNTIL WS-SUB > WS-PLAYER-COUNT
132200     MOVE WS-PLAYER-COUNT   TO TOT-PLAYERS
132300     MOVE WS-PLACED-COUNT   TO TOT-PLACED
132400     MOVE WS-SEASON-MATCHES TO TOT-MATCHES
132500     MOVE WS-VOIDED-MATCHES TO TOT-VOIDED
132600     MOVE WS-PRIZE-TOTAL    TO TOT-PRIZES
132700     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
132800     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
132900     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
133000     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
133100     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
133200     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE
133300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
133400     IF CLOSE-IS-LIVE
133500         MOVE CLOSED-LINE TO RPT-LINE  WRITE RPT-LINE
133600     ELSE
133700         MOVE WS-THRU-DATE TO PRV-THRU-DATE
133800         MOVE PREVIEW-LINE TO RPT-LINE  WRITE RPT-LINE
133900     END-IF
134000     CLOSE RPT-FILE
134100     DISPLAY "SEASONCL: " WS-ARG-FUNCTION " SEASON " WS-SEASON-ID
134200         ", " WS-PLAYER-COUNT " PLAYERS, " WS-PLACED-COUNT
134300         " PLACED, PRIZES " WS-PRIZE-TOTAL.
134400 5000-EXIT.
134500     EXIT.
134600 5100-PRINT-DETAIL.
134700     IF SN-PLACED (WS-SUB)
134800         MOVE SN-RANK (WS-SUB) TO DET-RANK
134900     ELSE
135000         MOVE SPACES TO DET-RANK-X
135100     END-IF
135200     MOVE SN-PLAYER-ID (WS-SUB)   TO DET-PLAYER
135300     MOVE SN-RATING (WS-SUB)      TO DET-RATING
135400     MOVE SN-RESET (WS-SUB)       TO DET-RESET
135500     MOVE SN-PLAYED (WS-SUB)      TO DET-PLAYED
135600     MOVE SN-WON (WS-SUB)         TO DET-WON
135700     MOVE SN-LOST (WS-SUB)        TO DET-LOST
135800     MOVE SN-VOIDED (WS-SUB)      TO DET-VOIDED
135900     MOVE SN-LEADER-RANK (WS-SUB) TO DET-LEADER
136000     MOVE SN-BALANCE (WS-SUB)     TO DET-BALANCE
136100     MOVE SN-PRIZE (WS-SUB)       TO DET-PRIZE
136200     MOVE DET-LINE TO RPT-LINE
136300     WRITE RPT-LINE.
136400 5100-EXIT.
136500     EXIT.
136600*--------------------------------------------------------------
136700* THE HONOURS LIST: EVERY CLOSED SEASON, OLDEST FIRST, WITH ITS
136800* CHAMPION, RUNNER-UP AND THIRD.  A SEASON WITH NO SEASON
136900* RECORD (A CLOSE THAT DIED PART-WAY) IS LEFT OFF.
137000*--------------------------------------------------------------
137100 6000-PRINT-HONOURS.
137200     OPEN OUTPUT RPT-FILE
137300     MOVE WS-RUN-DATE TO HON-HDG-DATE
137400     MOVE HON-HDG-LINE TO RPT-LINE  WRITE RPT-LINE
137500     MOVE BLANK-LINE   TO RPT-LINE  WRITE RPT-LINE
137600     OPEN INPUT SEASON-HIST-FILE
137700     IF SH-FILE-STATUS = "00"
137800         MOVE "N" TO WS-SEASON-EOF-SW
137900         PERFORM 6100-LOAD-ONE-HONOUR THRU 6100-EXIT
138000             UNTIL SEASON-AT-EOF
138100         CLOSE SEASON-HIST-FILE
138200     END-IF
138300     IF WS-SEASON-OVERFLOW > ZERO
138400         DISPLAY "SEASONCL: HONOURS TABLE FULL - "
138500             WS-SEASON-OVERFLOW " RECORDS NOT LISTED"
138600     END-IF
138700     PERFORM 6300-SELECT-SEASON THRU 6300-EXIT
138800         VARYING WS-SUB FROM 1 BY 1
138900         UNTIL WS-SUB >= WS-SEASON-COUNT
139000     PERFORM 6400-PRINT-SEASON THRU 6400-EXIT
139100         VARYING WS-HN-SUB FROM 1 BY 1
139200         UNTIL WS-HN-SUB > WS-SEASON-COUNT
139300     IF WS-SEASONS-LISTED = ZERO
139400         MOVE HON-EMPTY-LINE TO RPT-LINE  WRITE RPT-LINE
139500     END-IF
139600     MOVE WS-SEASONS-LISTED TO HON-TOT-SEASONS
139700     MOVE BLANK-LINE   TO RPT-LINE  WRITE RPT-LINE
139800     MOVE HON-TOT-LINE TO RPT-LINE  WRITE RPT-LINE
139900     CLOSE RPT-FILE
140000     DISPLAY "SEASONCL: HONOURS LISTED " WS-SEASONS-LISTED
140100         " SEASONS".
140200 6000-EXIT.
140300     EXIT.
140400 6100-LOAD-ONE-HONOUR.
140500     READ SEASON-HIST-FILE NEXT RECORD
140600         AT END
140700             SET SEASON-AT-EOF TO TRUE
140800             GO TO 6100-EXIT
140900     END-READ
141000     IF SH-PLAYER-ID NOT = "*SEASON*"
141100         AND (SH-SEASON-RANK = ZERO OR SH-SEASON-RANK > 3)
141200         GO TO 6100-EXIT
141300     END-IF
141400     PERFORM 6200-FIND-SEASON THRU 6200-EXIT
141500     IF WS-HN-SUB = ZERO
141600         GO TO 6100-EXIT
141700     END-IF
141800     IF SH-PLAYER-ID = "*SEASON*"
141900         SET HN-HAS-HEADER (WS-HN-SUB) TO TRUE
142000         MOVE SH-AFTER-DATE   TO HN-AFTER-DATE (WS-HN-SUB)
142100         MOVE SH-THRU-DATE    TO HN-THRU-DATE (WS-HN-SUB)
142200         MOVE SH-PLAYER-COUNT TO HN-PLAYER-COUNT (WS-HN-SUB)
142300         MOVE SH-PLACED-COUNT TO HN-PLACED-COUNT (WS-HN-SUB)
142400         MOVE SH-PRIZE-TOTAL  TO HN-PRIZE-TOTAL (WS-HN-SUB)
142500         GO TO 6100-EXIT
142600     END-IF
142700     MOVE SH-SEASON-RANK TO WS-PLACE-SUB
142800     MOVE SH-PLAYER-ID
142900         TO HN-PLACE-ID (WS-HN-SUB, WS-PLACE-SUB)
143000     MOVE SH-FINAL-RATING
143100         TO HN-PLACE-RATING (WS-HN-SUB, WS-PLACE-SUB)
143200     MOVE SH-WON
143300         TO HN-PLACE-WON (WS-HN-SUB, WS-PLACE-SUB)
143400     MOVE SH-LOST
143500         TO HN-PLACE-LOST (WS-HN-SUB, WS-PLACE-SUB)
143600     MOVE SH-PRIZE
143700         TO HN-PLACE-PRIZE (WS-HN-SUB, WS-PLACE-SUB).
143800 6100-EXIT.
143900     EXIT.
144000*--------------------------------------------------------------
144100* WS-HN-SUB TO SH-SEASON-ID'S HONOURS ENTRY, ADDED EMPTY ON ITS
144200* FIRST RECORD; ZERO ONLY WHEN THE TABLE IS FULL.
144300*--------------------------------------------------------------
144400 6200-FIND-SEASON.
144500     MOVE ZERO TO WS-HN-SUB
144600     PERFORM 6210-MATCH-SEASON THRU 6210-EXIT
144700         VARYING WS-SUB FROM 1 BY 1
144800         UNTIL WS-SUB > WS-SEASON-COUNT OR WS-HN-SUB > ZERO
144900     IF WS-HN-SUB > ZERO
145000         GO TO 6200-EXIT
145100     END-IF
145200     IF WS-SEASON-COUNT >= WS-MAX-SEASONS
145300         ADD 1 TO WS-SEASON-OVERFLOW
145400         GO TO 6200-EXIT
145500     END-IF
145600     ADD 1 TO WS-SEASON-COUNT
145700     MOVE WS-SEASON-COUNT TO WS-HN-SUB
145800     MOVE SPACES       TO HN-ENTRY (WS-HN-SUB)
145900     MOVE SH-SEASON-ID TO HN-SEASON-ID (WS-HN-SUB)
146000     MOVE ZERO TO HN-AFTER-DATE (WS-HN-SUB)
146100     MOVE ZERO TO HN-THRU-DATE (WS-HN-SUB)
146200     MOVE ZERO TO HN-PLAYER-COUNT (WS-HN-SUB)
146300     MOVE ZERO TO HN-PLACED-COUNT (WS-HN-SUB)
146400     MOVE ZERO TO HN-PRIZE-TOTAL (WS-HN-SUB)
146500     MOVE "N"  TO HN-HEADER-SW (WS-HN-SUB).
146600 6200-EXIT.
146700     EXIT.
146800 6210-MATCH-SEASON.
146900     IF HN-SEASON-ID (WS-SUB) = SH-SEASON-ID
147000         MOVE WS-SUB TO WS-HN-SUB
147100     END-IF.
147200 6210-EXIT.
147300     EXIT.
147400*--------------------------------------------------------------
147500* SELECTION SORT, EARLIEST LAST DAY FIRST.
147600*--------------------------------------------------------------
147700 6300-SELECT-SEASON.
147800     MOVE WS-SUB TO WS-BEST-SUB
147900     COMPUTE WS-NEXT-SUB = WS-SUB + 1
148000     PERFORM 6310-COMPARE-SEASON THRU 6310-EXIT
148100         VARYING WS-SUB-2 FROM WS-NEXT-SUB BY 1
148200         UNTIL WS-SUB-2 > WS-SEASON-COUNT
148300     IF WS-BEST-SUB NOT = WS-SUB
148400         MOVE HN-ENTRY (WS-BEST-SUB) TO HOLD-HONOUR
148500         MOVE HN-ENTRY (WS-SUB)      TO HN-ENTRY (WS-BEST-SUB)
148600         MOVE HOLD-HONOUR            TO HN-ENTRY (WS-SUB)
148700     END-IF.
148800 6300-EXIT.
148900     EXIT.
149000 6310-COMPARE-SEASON.
149100     IF HN-THRU-DATE (WS-SUB-2) < HN-THRU-DATE (WS-BEST-SUB)
149200         MOVE WS-SUB-2 TO WS-BEST-SUB
149300     END-IF.
149400 6310-EXIT.
149500     EXIT.
149600 6400-PRINT-SEASON.
149700     IF NOT HN-HAS-HEADER (WS-HN-SUB)
149800         GO TO 6400-EXIT
149900     END-IF
150000     ADD 1 TO WS-SEASONS-LISTED
150100     MOVE HN-SEASON-ID (WS-HN-SUB)    TO HON-SEASON-ID
150200     MOVE HN-AFTER-DATE (WS-HN-SUB)   TO HON-AFTER-DATE
150300     MOVE HN-THRU-DATE (WS-HN-SUB)    TO HON-THRU-DATE
150400     MOVE HN-PLAYER-COUNT (WS-HN-SUB) TO HON-PLAYERS
150500     MOVE HN-PLACED-COUNT (WS-HN-SUB) TO HON-PLACED
150600     MOVE HON-SEASON-LINE TO RPT-LINE  WRITE RPT-LINE
150700     IF HN-PLACED-COUNT (WS-HN-SUB) = ZERO
150800         MOVE HON-NONE-LINE TO RPT-LINE  WRITE RPT-LINE
150900     END-IF
151000     PERFORM 6410-PRINT-PLACE THRU 6410-EXIT
151100         VARYING WS-PLACE-SUB FROM 1 BY 1
151200         UNTIL WS-PLACE-SUB > 3
151300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE.
151400 6400-EXIT.
151500     EXIT.
151600 6410-PRINT-PLACE.
151700     IF HN-PLACE-ID (WS-HN-SUB, WS-PLACE-SUB) = SPACES
151800         GO TO 6410-EXIT
151900     END-IF
152000     MOVE PLACE-NAME (WS-PLACE-SUB) TO HON-PLACE-NAME
152100     MOVE HN-PLACE-ID (WS-HN-SUB, WS-PLACE-SUB)     TO HON-PLAYER
152200     MOVE HN-PLACE-RATING (WS-HN-SUB, WS-PLACE-SUB) TO HON-RATING
152300     MOVE HN-PLACE-WON (WS-HN-SUB, WS-PLACE-SUB)    TO HON-WON
152400     MOVE HN-PLACE-LOST (WS-HN-SUB, WS-PLACE-SUB)   TO HON-LOST
152500     MOVE HN-PLACE-PRIZE (WS-HN-SUB, WS-PLACE-SUB)  TO HON-PRIZE
152600     MOVE HON-PLACE-LINE TO RPT-LINE  WRITE RPT-LINE.
152700 6410-EXIT.
152800     EXIT.
152900*--------------------------------------------------------------
153000* ONE POINTSLOG LINE FROM THE PX- FIELDS ALREADY FILLED IN,
153100* STAMPED WITH THE CLOCK THE WAY THE WORKER STAMPS ITS OWN.
153200*--------------------------------------------------------------
153300 8100-WRITE-POINTS.
153400     ACCEPT WS-TIME-NOW FROM TIME
153500     MOVE WS-RUN-DATE  TO PX-DATE
153600     MOVE WS-NOW-HOURS TO PX-HOURS
153700     MOVE WS-NOW-MINS  TO PX-MINS
153800     MOVE WS-NOW-SECS  TO PX-SECS
153900     MOVE "POINTSLOG" TO WS-CHAIN-LEDGER
154000     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
154100     MOVE LC-LAST-SEQ TO PX-SEQ
154200     MOVE ZERO TO PX-CHECK
154300     MOVE POINTS-LOG-RECORD TO WS-CHAIN-IMAGE
154400     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
154500     MOVE WS-CHAIN-VALUE TO PX-CHECK
154600     WRITE POINTS-LOG-RECORD
154700     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
154800 8100-EXIT.
154900     EXIT.
155000*--------------------------------------------------------------
155100* ONE AUDITLOG LINE FROM AJ-EVENT/AJ-MATCH-ID/AJ-PLAYER-ID/
155200* AJ-IDEM-KEY AND THE ERROR CODE IN WS-AUDIT-CODE.
155300*--------------------------------------------------------------
155400 8200-WRITE-AUDIT.
155500     ACCEPT WS-TIME-NOW FROM TIME
155600     MOVE WS-RUN-DATE   TO AJ-DATE
155700     MOVE WS-NOW-HOURS  TO AJ-HOURS
155800     MOVE WS-NOW-MINS   TO AJ-MINS
155900     MOVE WS-NOW-SECS   TO AJ-SECS
156000     MOVE WS-AUDIT-CODE TO AJ-ERROR-CODE
156100     MOVE "AUDITLOG" TO WS-CHAIN-LEDGER
156200     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
156300     MOVE LC-LAST-SEQ TO AJ-SEQ
156400     MOVE ZERO TO AJ-CHECK
156500     MOVE AUDIT-RECORD TO WS-CHAIN-IMAGE
156600     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
156700     MOVE WS-CHAIN-VALUE TO AJ-CHECK
156800     WRITE AUDIT-RECORD
156900     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
157000 8200-EXIT.
157100     EXIT.
157200*--------------------------------------------------------------
157300* APPLY WS-BAL-DELTA TO WS-BAL-ID, CREATING THE RECORD ON A
157400* PLAYER'S FIRST MOVEMENT; FLOORED AT ZERO AND CAPPED AT THE
157500* FIELD, THE SAME AS THE WORKER'S ADJUST-BALANCE.
157600*--------------------------------------------------------------
157700 8300-ADJUST-BALANCE.
157800     MOVE WS-BAL-ID TO BL-PLAYER-ID
157900     READ BALANCE-FILE KEY IS BL-PLAYER-ID
158000         INVALID KEY
158100             MOVE ZERO TO WS-BAL-WORK
158200             ADD WS-BAL-DELTA TO WS-BAL-WORK
158300             IF WS-BAL-WORK < ZERO
158400                 MOVE ZERO TO WS-BAL-WORK
158500             END-IF
158600             MOVE WS-BAL-ID   TO BL-PLAYER-ID
158700             MOVE WS-BAL-WORK TO BL-BALANCE
158800             WRITE BALANCE-RECORD
158900             GO TO 8300-EXIT
159000     END-READ
159100     MOVE BL-BALANCE TO WS-BAL-WORK
159200     ADD WS-BAL-DELTA TO WS-BAL-WORK
159300     IF WS-BAL-WORK < ZERO
159400         MOVE ZERO TO WS-BAL-WORK
159500     END-IF
159600     IF WS-BAL-WORK > 999999
159700         MOVE 999999 TO WS-BAL-WORK
159800     END-IF
159900     MOVE WS-BAL-WORK TO BL-BALANCE
160000     REWRITE BALANCE-RECORD.
160100 8300-EXIT.
160200     EXIT.
160300*--------------------------------------------------------------
160400* NEXT LINK IN WS-CHAIN-LEDGER'S CHAIN: READS ITS LEDGCTL RECORD
160500* AND ADVANCES LC-LAST-SEQ TO THE NUMBER THE NEW LINE GETS, WITH
160600* WS-CHAIN-VALUE SEEDED FROM THE LINE BEFORE IT.  A LEDGER'S
160700* FIRST CHAINED LINE IS NUMBER 1, CHAINED FROM ZERO.
160800*--------------------------------------------------------------
160900 8500-NEXT-LINK.
161000     MOVE "N" TO WS-CHAIN-NEW-SW
161100     MOVE WS-CHAIN-LEDGER TO LC-LEDGER
161200     READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
161300         INVALID KEY
161400             SET NEW-CHAIN-RECORD TO TRUE
161500             MOVE WS-CHAIN-LEDGER TO LC-LEDGER
161600             MOVE ZERO TO LC-LAST-SEQ
161700             MOVE ZERO TO LC-LAST-CHECK
161800     END-READ
161900     ADD 1 TO LC-LAST-SEQ
162000     MOVE LC-LAST-CHECK TO WS-CHAIN-VALUE.
162100 8500-EXIT.
162200     EXIT.
162300*--------------------------------------------------------------
162400* CHECK VALUE OVER WS-CHAIN-IMAGE, CARRIED ON FROM WS-CHAIN-VALUE.
162500*--------------------------------------------------------------
162600 8510-CHAIN-CHECK.
162700     PERFORM 8520-CHAIN-BYTE THRU 8520-EXIT
162800         VARYING WS-CHAIN-SUB FROM 1 BY 1
162900         UNTIL WS-CHAIN-SUB > 120.
163000 8510-EXIT.
163100     EXIT.
163200 8520-CHAIN-BYTE.
163300     COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 31
163400         + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-SUB:1))
163500     DIVIDE WS-CHAIN-WORK BY 999999937
163600         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE.
163700 8520-EXIT.
163800     EXIT.
163900*--------------------------------------------------------------
164000* THE LINE IS DOWN - PUT THE LEDGER'S NEW SEQUENCE AND CHECK
164100* VALUE BACK ON LEDGCTL.
164200*--------------------------------------------------------------
164300 8530-SAVE-LINK.
164400     MOVE WS-CHAIN-VALUE TO LC-LAST-CHECK
164500     ACCEPT LC-LAST-DATE FROM DATE
164600     ACCEPT WS-CHAIN-CLOCK FROM TIME
164700     MOVE WS-CHAIN-CLOCK (1:2) TO LC-LAST-HOURS
164800     MOVE WS-CHAIN-CLOCK (3:2) TO LC-LAST-MINS
164900     MOVE WS-CHAIN-CLOCK (5:2) TO LC-LAST-SECS
165000     IF NEW-CHAIN-RECORD
165100         WRITE LEDGER-CONTROL-RECORD
165200     ELSE
165300         REWRITE LEDGER-CONTROL-RECORD
165400     END-IF.
165500 8530-EXIT.
165600     EXIT.
165700*--------------------------------------------------------------
165800 9999-EXIT.
165900     STOP RUN.
