000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RNDFEED.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  BULK INBOUND FEED OF ROUNDS PLAYED OFFLINE:
001000*                    VALIDATES EACH ROUND IN ROUNDIN THE WAY THE
001100*                    WORKER VALIDATES A LIVE CALL, POSTS THE
001200*                    ACCEPTED ONES THROUGH MATCHSTATE, STAKE
001300*                    SETTLEMENT, GAMELOG, QUOTA, TALLY AND THE
001400*                    JOURNAL, WRITES THE REST TO ROUNDREJ WITH
001500*                    THE WORKER'S ERROR CODES AND PRINTS THE
001600*                    CONTROL COUNTS ON ROUNDRPT.
001700*--------------------------------------------------------------
001800* PAPER BRACKETS AND KIOSK GAMES PLAYED WITH NO CONNECTION USED
001900* TO BE KEYED STRAIGHT INTO GAMELOG, WHICH LEFT TALLY, QUOTA,
002000* MATCHSTATE, THE STAKES AND THE JOURNAL BEHIND - AND MATCHRECN
002100* FAILED THE NEXT NIGHT.  THIS JOB POSTS THEM THE WAY THE WORKER
002200* WOULD HAVE POSTED THEM LIVE.
002300*
002400* ARGUMENT 1 IS THE FUNCTION:
002500*   CHECK - (THE DEFAULT) VALIDATE EVERY ROUND AND WRITE ROUNDREJ
002600*           AND ROUNDRPT.  NOTHING IS POSTED OR JOURNALED.
002700*   POST  - VALIDATE, AND POST EVERY ROUND THAT PASSES.
002800*
002900* ROUNDIN HOLDS ONE PLAYED ROUND PER LINE, PIPE-DELIMITED:
003000*   DATE|TIME|MODE|MATCH ID|PLAYER A|PLAYER B|THROW A|THROW B
003100* WITH AN OPTIONAL NINTH FIELD, BEST-OF (3 OR 5, DEFAULT 3), THAT
003200* ONLY MATTERS ON A MATCH'S FIRST ROUND.  DATE IS YYMMDD AND TIME
003300* HHMMSS, AS PLAYED.  MODE IS classic OR rpsls (BLANK IS
003400* classic).  A THROW IS THE WORKER'S PICK NUMBER (1 ROCK,
003500* 2 SCISSORS, 3 PAPER, 4 LIZARD, 5 SPOCK) OR THE NAME.  BLANK
003600* LINES AND LINES STARTING "*" ARE SKIPPED.
003700* PLAYER A TAKES THE PART OF THE CALLER WHO PARKED A PICK AND
003800* PLAYER B THE CALLER WHO COMPLETED THE ROUND: THE GAMELOG LINE
003900* IS PLAYER B'S, AND A NEW MATCH STAMPS A AND B AS ITS SIDES.
004000*
004100* A ROUND IS REJECTED, WITH THE WORKER'S ERROR CODE, FOR:
004200*   1 BAD-INPUT      - A LINE NOT IN THE LAYOUT ABOVE, A DATE OR
004300*                      TIME THAT IS NOT REAL OR IS AFTER TODAY, A
004400*                      MODE THAT IS NEITHER, A THROW OUT OF RANGE
004500*                      FOR THE MODE, ONE PLAYER ON BOTH SIDES
004600*   4 MISSING-PLAYER - EITHER PLAYER ID BLANK
004700*   5 MISSING-MATCH  - NO MATCH ID
004800*   7 NOT-REGISTERED - NO ACTIVE PLAYERDIR ENTRY WHILE
004900*                      REGISTER-REQD-SW IS ON, OR AN ID IDMERGE
005000*                      MERGED AWAY (ALWAYS REFUSED)
005100*   3 MODE-MISMATCH  - THE MATCH'S LEDGER ROUNDS, A PICK PARKED ON
005200*                      IT, OR AN EARLIER ROUND IN THE FEED WERE
005300*                      PLAYED IN THE OTHER MODE
005400*   1 WRONG-SIDES    - THE MATCH ALREADY HAS SIDES AND THESE ARE
005500*                      NOT THEM, OR IT IS A HOUSE MATCH
005600*   1 DUP-ROUND      - THE SAME ROUND (DATE, TIME, MATCH AND
005700*                      PLAYER B) WAS ALREADY POSTED BY THIS JOB,
005800*                      OR APPEARS EARLIER IN THE FEED - SO A FEED
005900*                      RUN TWICE POSTS NOTHING TWICE
006000* THE DAILY QUOTA IS COUNTED BUT NOT ENFORCED: IT IS A BRAKE ON
006100* SCRIPTED CALLERS, NOT ON AN EVENT THAT HAS ALREADY BEEN PLAYED.
006200*
006300* POSTING FOLLOWS THE WORKER STEP FOR STEP: THE MATCHSTATE TALLY
006400* (SETTLING ANY STAKE WHEN THE MATCH COMPLETES), THE GAMELOG LINE,
006500* THE QUOTA COUNT AND THE LIVE TALLY.  LEDGER LINES ARE STAMPED
006600* WITH THE POSTING CLOCK, AS THE WORKER STAMPS ITS OWN, SO THE
006700* LEDGERS STAY IN TIME ORDER FOR LEDGVRFY; THE TIME THE ROUND
006800* WAS PLAYED GOES ON ITS FEED-ROUND JOURNAL LINE, IN THE IDEM KEY
006900* FIELD ("FEED" + DATE + TIME), WHICH IS WHAT A RERUN IS CHECKED
007000* AGAINST.  EVERY REJECTED ROUND JOURNALS A FEED-REJECT LINE
007100* CARRYING ITS ERROR CODE.
007200*--------------------------------------------------------------
007300 ENVIRONMENT DIVISION.
007400 INPUT-OUTPUT SECTION.
007500 FILE-CONTROL.
007600     SELECT ROUND-IN-FILE ASSIGN TO "ROUNDIN"
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS RI-FILE-STATUS.
007900     SELECT REJECT-FILE ASSIGN TO "ROUNDREJ"
008000         ORGANIZATION LINE SEQUENTIAL
008100         FILE STATUS IS RJ-FILE-STATUS.
008200     SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
008300         ORGANIZATION LINE SEQUENTIAL
008400         FILE STATUS IS GL-FILE-STATUS.
008500     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
008600         ORGANIZATION INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS MS-MATCH-ID
008900         FILE STATUS IS MS-FILE-STATUS.
009000     SELECT PENDING-MATCH-FILE ASSIGN TO "PENDINGMATCH"
009100         ORGANIZATION INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS PM-MATCH-ID
009400         FILE STATUS IS PM-FILE-STATUS.
009500     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
009600         ORGANIZATION INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS PD-PLAYER-ID
009900         FILE STATUS IS PD-FILE-STATUS.
010000     SELECT STAKE-FILE ASSIGN TO "STAKE"
010100         ORGANIZATION INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS SK-MATCH-ID
010400         FILE STATUS IS SK-FILE-STATUS.
010500     SELECT BALANCE-FILE ASSIGN TO "BALANCE"
010600         ORGANIZATION INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS BL-PLAYER-ID
010900         FILE STATUS IS BL-FILE-STATUS.
011000     SELECT QUOTA-FILE ASSIGN TO "QUOTA"
011100         ORGANIZATION INDEXED
011200         ACCESS MODE IS DYNAMIC
011300         RECORD KEY IS QT-KEY
011400         FILE STATUS IS QT-FILE-STATUS.
011500     SELECT TALLY-FILE ASSIGN TO "TALLY"
011600         ORGANIZATION INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS TY-PLAYER-ID
011900         FILE STATUS IS TY-FILE-STATUS.
012000     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
012100         ORGANIZATION LINE SEQUENTIAL
012200         FILE STATUS IS PX-FILE-STATUS.
012300     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
012400         ORGANIZATION LINE SEQUENTIAL
012500         FILE STATUS IS AJ-FILE-STATUS.
012600     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
012700         ORGANIZATION INDEXED
012800         ACCESS MODE IS DYNAMIC
012900         RECORD KEY IS SP-KEY
013000         FILE STATUS IS SP-FILE-STATUS.
013100     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
013200         ORGANIZATION INDEXED
013300         ACCESS MODE IS DYNAMIC
013400         RECORD KEY IS LC-LEDGER
013500         FILE STATUS IS LC-FILE-STATUS.
013600     SELECT RPT-FILE ASSIGN TO "ROUNDRPT"
013700         ORGANIZATION LINE SEQUENTIAL
013800         FILE STATUS IS RPT-FILE-STATUS.
013900 DATA DIVISION.
014000 FILE SECTION.
014100 FD  ROUND-IN-FILE.
014200 01  RI-LINE               PIC X(120).
014300 FD  REJECT-FILE.
014400 01  REJECT-RECORD.
014500     05 RJ-LINE-NO         PIC 9(06).
014600     05 FILLER             PIC X(01).
014700     05 RJ-ERROR-CODE      PIC 9(01).
014800     05 FILLER             PIC X(01).
014900     05 RJ-EVENT           PIC X(16).
015000     05 FILLER             PIC X(01).
015100     05 RJ-REASON          PIC X(28).
015200     05 FILLER             PIC X(01).
015300     05 RJ-INPUT           PIC X(120).
015400 FD  GAME-LOG-FILE.
015500     COPY "gamelog.cpy".
015600 FD  MATCH-STATE-FILE.
015700     COPY "matchstate.cpy".
015800 FD  PENDING-MATCH-FILE.
015900     COPY "pendingmatch.cpy".
016000 FD  PLAYER-DIR-FILE.
016100     COPY "playerdir.cpy".
016200 FD  STAKE-FILE.
016300     COPY "stake.cpy".
016400 FD  BALANCE-FILE.
016500     COPY "balance.cpy".
016600 FD  QUOTA-FILE.
016700     COPY "quota.cpy".
016800 FD  TALLY-FILE.
016900     COPY "tally.cpy".
017000 FD  POINTS-LOG-FILE.
017100     COPY "pointslog.cpy".
017200 FD  AUDIT-FILE.
017300     COPY "auditlog.cpy".
017400 FD  SYSTEM-PARM-FILE.
017500     COPY "sysparm.cpy".
017600 FD  LEDGER-CONTROL-FILE.
017700     COPY "ledgctl.cpy".
017800 FD  RPT-FILE.
017900 01  RPT-LINE              PIC X(80).
018000 WORKING-STORAGE SECTION.
018100*--------------------------------------------------------------
018200* SWITCHES AND COUNTERS
018300*--------------------------------------------------------------
018400 77  RI-FILE-STATUS        PIC X(02) VALUE "00".
018500 77  RJ-FILE-STATUS        PIC X(02) VALUE "00".
018600 77  GL-FILE-STATUS        PIC X(02) VALUE "00".
018700 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
018800 77  PM-FILE-STATUS        PIC X(02) VALUE "00".
018900 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
019000 77  SK-FILE-STATUS        PIC X(02) VALUE "00".
019100 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
019200 77  QT-FILE-STATUS        PIC X(02) VALUE "00".
019300 77  TY-FILE-STATUS        PIC X(02) VALUE "00".
019400 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
019500 77  AJ-FILE-STATUS        PIC X(02) VALUE "00".
019600 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
019700 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
019800 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
019900 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
020000     88 PARM-AT-EOF             VALUE "Y".
020100 77  WS-FEED-EOF-SW        PIC X(01) VALUE "N".
020200     88 FEED-AT-EOF             VALUE "Y".
020300 77  WS-SCAN-EOF-SW        PIC X(01) VALUE "N".
020400     88 SCAN-AT-EOF             VALUE "Y".
020500 77  WS-LIVE-SW            PIC X(01) VALUE "N".
020600     88 POSTING-IS-LIVE         VALUE "Y".
020700 77  WS-MS-OPEN-SW         PIC X(01) VALUE "N".
020800     88 MATCH-STATE-IS-OPEN     VALUE "Y".
020900 77  WS-PM-OPEN-SW         PIC X(01) VALUE "N".
021000     88 PENDING-IS-OPEN         VALUE "Y".
021100 77  WS-PD-OPEN-SW         PIC X(01) VALUE "N".
021200     88 DIRECTORY-IS-OPEN       VALUE "Y".
021300 77  WS-SK-OPEN-SW         PIC X(01) VALUE "N".
021400     88 STAKE-IS-OPEN           VALUE "Y".
021500 77  WS-TY-OPEN-SW         PIC X(01) VALUE "N".
021600     88 TALLY-IS-LIVE           VALUE "Y".
021700 77  WS-SKIP-SW            PIC X(01) VALUE "N".
021800     88 LINE-IS-SKIPPED         VALUE "Y".
021900 77  WS-NEW-MATCH-SW       PIC X(01) VALUE "N".
022000     88 NEW-MATCH-STATE         VALUE "Y".
022100 77  WS-COMPLETE-SW        PIC X(01) VALUE "N".
022200     88 MATCH-IS-COMPLETE       VALUE "Y".
022300 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
022400 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
022500 77  WS-LINE-COUNT         PIC 9(06) VALUE ZERO.
022600 77  WS-SKIPPED-COUNT      PIC 9(06) VALUE ZERO.
022700 77  WS-IN-COUNT           PIC 9(06) VALUE ZERO.
022800 77  WS-ACCEPTED-COUNT     PIC 9(06) VALUE ZERO.
022900 77  WS-REJECTED-COUNT     PIC 9(06) VALUE ZERO.
023000 77  WS-COMPLETED-COUNT    PIC 9(06) VALUE ZERO.
023100 77  WS-SETTLED-COUNT      PIC 9(06) VALUE ZERO.
023200 77  WS-POINTS-MOVED       PIC 9(08) VALUE ZERO.
023300 01  WS-CODE-COUNTS.
023400     05 WS-CODE-COUNT      PIC 9(06) OCCURS 9 TIMES.
023500*--------------------------------------------------------------
023600* REGISTRATION RULE - THE WORKER'S REGISTER-REQD-SW, OFF SYSPARM
023700*--------------------------------------------------------------
023800 77  WS-REGISTER-REQD-SW   PIC X(01) VALUE "Y".
023900     88 REGISTRATION-REQUIRED   VALUE "Y".
024000 77  WS-REG-SW             PIC X(01) VALUE "N".
024100     88 PLAYER-NOT-REGISTERED   VALUE "Y".
024200 77  WS-MERGED-SW          PIC X(01) VALUE "N".
024300     88 PLAYER-ID-MERGED        VALUE "Y".
024400 01  WS-CHECK-ID           PIC X(16) VALUE SPACES.
024500*--------------------------------------------------------------
024600* THE WORKER'S ERROR CODES (SEE ERROR-CODE IN worker.cob)
024700*--------------------------------------------------------------
024800 77  WS-ERR-BAD-INPUT      PIC 9(01) VALUE 1.
024900 77  WS-ERR-MODE-MISMATCH  PIC 9(01) VALUE 3.
025000 77  WS-ERR-MISSING-PLAYER PIC 9(01) VALUE 4.
025100 77  WS-ERR-MISSING-MATCH  PIC 9(01) VALUE 5.
025200 77  WS-ERR-NOT-REGISTERED PIC 9(01) VALUE 7.
025300*--------------------------------------------------------------
025400* THE ROUND IN HAND, AS SPLIT OFF THE FEED LINE
025500*--------------------------------------------------------------
025600 01  RD-FIELDS.
025700     05 RD-DATE-X          PIC X(06).
025800     05 RD-TIME-X          PIC X(06).
025900     05 RD-MODE-X          PIC X(08).
026000     05 RD-MATCH-ID        PIC X(16).
026100     05 RD-PLAYER-A        PIC X(16).
026200     05 RD-PLAYER-B        PIC X(16).
026300     05 RD-THROW-A-X       PIC X(08).
026400     05 RD-THROW-B-X       PIC X(08).
026500     05 RD-BEST-OF-X       PIC X(02).
026600     05 RD-EXTRA           PIC X(20).
026700 01  RD-LENGTHS.
026800     05 RD-DATE-LEN        PIC 9(04) COMP.
026900     05 RD-TIME-LEN        PIC 9(04) COMP.
027000     05 RD-MODE-LEN        PIC 9(04) COMP.
027100     05 RD-MATCH-LEN       PIC 9(04) COMP.
027200     05 RD-A-LEN           PIC 9(04) COMP.
027300     05 RD-B-LEN           PIC 9(04) COMP.
027400     05 RD-THROW-A-LEN     PIC 9(04) COMP.
027500 77  RD-FIELD-COUNT        PIC 9(04) COMP VALUE ZERO.
027600 01  RD-DATE.
027700     05 RD-YY              PIC 9(02).
027800     05 RD-MM              PIC 9(02).
027900     05 RD-DD              PIC 9(02).
028000 01  RD-DATE-N REDEFINES RD-DATE
028100                           PIC 9(06).
028200 01  RD-TIME.
028300     05 RD-HH              PIC 9(02).
028400     05 RD-MI              PIC 9(02).
028500     05 RD-SS              PIC 9(02).
028600 77  RD-PICK-A             PIC 9(01) VALUE ZERO.
028700 77  RD-PICK-B             PIC 9(01) VALUE ZERO.
028800 77  RD-BEST-OF            PIC 9(01) VALUE 3.
028900 77  RD-MODE-SW            PIC X(01) VALUE "N".
029000     88 RPSLS-MODE              VALUE "Y".
029100 77  RD-MAX-CHOICE         PIC 9(01) VALUE 3.
029200 01  RD-GL-MODE            PIC X(08) VALUE SPACES.
029300 01  RD-RESULT             PIC X(04) VALUE SPACES.
029400*--------------------------------------------------------------
029500* WHY THE ROUND IN HAND WAS TURNED AWAY - A ZERO CODE MEANS IT
029600* PASSED
029700*--------------------------------------------------------------
029800 77  WS-REJ-CODE           PIC 9(01) VALUE ZERO.
029900 01  WS-REJ-EVENT          PIC X(16) VALUE SPACES.
030000 01  WS-REJ-REASON         PIC X(28) VALUE SPACES.
030100*--------------------------------------------------------------
030200* DATE AND THROW CHECKING
030300*--------------------------------------------------------------
030400 01  WS-MONTH-DAYS-TABLE.
030500     05 FILLER             PIC X(24) VALUE
030600            "312831303130313130313031".
030700 01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
030800     05 WS-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
030900 77  WS-DAYS-IN-MONTH      PIC 9(02) VALUE ZERO.
031000 77  WS-LEAP-QUOT          PIC 9(02) VALUE ZERO.
031100 77  WS-LEAP-REM           PIC 9(01) VALUE ZERO.
031200 01  CHOICE-NAMES.
031300     05 FILLER             PIC X(08) VALUE "rock".
031400     05 FILLER             PIC X(08) VALUE "scissors".
031500     05 FILLER             PIC X(08) VALUE "paper".
031600     05 FILLER             PIC X(08) VALUE "lizard".
031700     05 FILLER             PIC X(08) VALUE "spock".
031800 01  FILLER REDEFINES CHOICE-NAMES.
031900     05 CHOICE-NAME        PIC X(08) OCCURS 5 TIMES.
032000 01  WS-THROW-X            PIC X(08) VALUE SPACES.
032100 77  WS-THROW-N            PIC 9(01) VALUE ZERO.
032200 77  WS-NAME-SUB           PIC 9(02) COMP VALUE ZERO.
032300*--------------------------------------------------------------
032400* THE FEED'S ROUNDS, ONE ENTRY PER ROUND LINE IN FILE ORDER, AND
032500* ITS MATCHES.  LOADED ON A FIRST READ OF ROUNDIN SO THE LEDGER
032600* AND THE JOURNAL CAN EACH BE READ ONCE FOR EVERYTHING THE FEED
032700* NEEDS FROM THEM: FR-ON-FILE MARKS A ROUND ALREADY POSTED BY AN
032800* EARLIER RUN, FM-MODE THE MODE A MATCH WAS PLAYED IN.  THE
032900* SIDES OF A MATCH ARE TAKEN OFF MATCHSTATE THE FIRST TIME ONE
033000* OF ITS ROUNDS IS CHECKED, AND STAMPED HERE WHEN THE FEED
033100* OPENS THE MATCH ITSELF, SO A CHECK RUN JUDGES LATER ROUNDS
033200* THE WAY A POST RUN WILL.
033300*--------------------------------------------------------------
033400 77  WS-MAX-ROUNDS         PIC 9(04) COMP VALUE 5000.
033500 77  WS-MAX-MATCHES        PIC 9(04) COMP VALUE 2000.
033600 77  WS-ROUND-COUNT        PIC 9(04) COMP VALUE ZERO.
033700 77  WS-MATCH-COUNT        PIC 9(04) COMP VALUE ZERO.
033800 77  WS-ROUND-OVERFLOW     PIC 9(06) COMP VALUE ZERO.
033900 77  WS-MATCH-OVERFLOW     PIC 9(06) COMP VALUE ZERO.
034000 77  WS-ROW                PIC 9(04) COMP VALUE ZERO.
034100 77  WS-SUB                PIC 9(04) COMP VALUE ZERO.
034200 77  WS-FM-SUB             PIC 9(04) COMP VALUE ZERO.
034300 01  WS-FIND-MATCH-ID      PIC X(16) VALUE SPACES.
034400 01  FEED-ROUND-TABLE.
034500     05 FR-ENTRY OCCURS 5000 TIMES.
034600        10 FR-KEY.
034700           15 FR-DATE      PIC X(06).
034800           15 FR-TIME      PIC X(06).
034900           15 FR-MATCH-ID  PIC X(16).
035000           15 FR-PLAYER-B  PIC X(16).
035100        10 FR-ON-FILE-SW   PIC X(01).
035200           88 FR-ON-FILE        VALUE "Y".
035300        10 FR-POSTED-SW    PIC X(01).
035400           88 FR-POSTED         VALUE "Y".
035500 01  FEED-MATCH-TABLE.
035600     05 FM-ENTRY OCCURS 2000 TIMES.
035700        10 FM-MATCH-ID     PIC X(16).
035800        10 FM-MODE         PIC X(08).
035900        10 FM-SIDE-A       PIC X(16).
036000        10 FM-SIDE-B       PIC X(16).
036100        10 FM-LOADED-SW    PIC X(01).
036200           88 FM-SIDES-LOADED   VALUE "Y".
036300        10 FM-STATE-SW     PIC X(01).
036400           88 FM-HAS-STATE      VALUE "Y".
036500*--------------------------------------------------------------
036600* A JOURNAL LINE'S ROUND KEY, LAID OUT AS FR-KEY
036700*--------------------------------------------------------------
036800 01  WS-POSTED-KEY.
036900     05 WS-PK-DATE         PIC X(06).
037000     05 WS-PK-TIME         PIC X(06).
037100     05 WS-PK-MATCH-ID     PIC X(16).
037200     05 WS-PK-PLAYER-ID    PIC X(16).
037300 01  WS-FEED-IDEM.
037400     05 FILLER             PIC X(04) VALUE "FEED".
037500     05 WS-FI-DATE         PIC X(06).
037600     05 WS-FI-TIME         PIC X(06).
037700*--------------------------------------------------------------
037800* POSTING WORK - THE SAME FIELDS THE WORKER'S PARAGRAPHS USE
037900*--------------------------------------------------------------
038000 01  WS-TOTALS-KEY         PIC X(16) VALUE "*TOTALS*".
038100 01  WS-TALLY-SIDE-ID      PIC X(16) VALUE SPACES.
038200 77  WS-FREQ-SUB           PIC 9(01) VALUE ZERO.
038300 77  WS-NEEDED-WINS        PIC 9(01) VALUE ZERO.
038400 01  WS-WINNER-ID          PIC X(16) VALUE SPACES.
038500 01  WS-LOSER-ID           PIC X(16) VALUE SPACES.
038600 77  WS-SETTLE-AMOUNT      PIC 9(06) VALUE ZERO.
038700 77  WS-BAL-FOUND          PIC 9(06) VALUE ZERO.
038800 77  WS-BAL-DELTA          PIC S9(07) VALUE ZERO.
038900 77  WS-BAL-WORK           PIC S9(07) VALUE ZERO.
039000 01  WS-BAL-ID             PIC X(16) VALUE SPACES.
039100 77  WS-AUDIT-CODE         PIC 9(01) VALUE ZERO.
039200 01  WS-TIME-NOW.
039300     05 WS-NOW-HOURS       PIC 9(02).
039400     05 WS-NOW-MINS        PIC 9(02).
039500     05 WS-NOW-SECS        PIC 9(02).
039600     05 WS-NOW-HUNDS       PIC 9(02).
039700*--------------------------------------------------------------
039800* LEDGER CHAIN WORK - SEE LEDGCTL.CPY
039900*--------------------------------------------------------------
040000 77  WS-CHAIN-NEW-SW       PIC X(01) VALUE "N".
040100     88 NEW-CHAIN-RECORD        VALUE "Y".
040200 77  WS-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
040300 77  WS-CHAIN-WORK         PIC 9(12) COMP VALUE ZERO.
040400 77  WS-CHAIN-QUOT         PIC 9(12) COMP VALUE ZERO.
040500 77  WS-CHAIN-SUB          PIC 9(04) COMP VALUE ZERO.
040600 01  WS-CHAIN-LEDGER       PIC X(10) VALUE SPACES.
040700 01  WS-CHAIN-IMAGE        PIC X(120) VALUE SPACES.
040800 01  WS-CHAIN-CLOCK        PIC X(08) VALUE SPACES.
040900*--------------------------------------------------------------
041000* REPORT LINES
041100*--------------------------------------------------------------
041200 01  HDG-LINE-1.
041300     05 FILLER             PIC X(30) VALUE
041400            "BULK ROUND FEED               ".
041500     05 FILLER             PIC X(09) VALUE "RUN DATE ".
041600     05 HDG-DATE           PIC 9(06).
041700     05 FILLER             PIC X(02) VALUE SPACES.
041800     05 HDG-MODE           PIC X(08).
041900 01  HDG-LINE-2.
042000     05 FILLER             PIC X(40) VALUE
042100     "  LINE MATCH            PLAYER A        ".
042200     05 FILLER             PIC X(40) VALUE
042300     " PLAYER B         OUTCOME          CODE".
042400 01  DET-LINE.
042500     05 DET-LINE-NO        PIC ZZZZZ9.
042600     05 FILLER             PIC X(01) VALUE SPACES.
042700     05 DET-MATCH          PIC X(16).
042800     05 FILLER             PIC X(01) VALUE SPACES.
042900     05 DET-PLAYER-A       PIC X(16).
043000     05 FILLER             PIC X(01) VALUE SPACES.
043100     05 DET-PLAYER-B       PIC X(16).
043200     05 FILLER             PIC X(01) VALUE SPACES.
043300     05 DET-OUTCOME        PIC X(16).
043400     05 FILLER             PIC X(01) VALUE SPACES.
043500     05 DET-CODE           PIC 9(01).
043600 01  TOT-LINE-1.
043700     05 FILLER PIC X(22) VALUE "  LINES READ        : ".
043800     05 TOT-LINES          PIC ZZZZZ9.
043900 01  TOT-LINE-2.
044000     05 FILLER PIC X(22) VALUE "  BLANK OR COMMENT  : ".
044100     05 TOT-SKIPPED        PIC ZZZZZ9.
044200 01  TOT-LINE-3.
044300     05 FILLER PIC X(22) VALUE "  ROUNDS IN         : ".
044400     05 TOT-IN             PIC ZZZZZ9.
044500 01  TOT-LINE-4.
044600     05 FILLER PIC X(22) VALUE "  ROUNDS ACCEPTED   : ".
044700     05 TOT-ACCEPTED       PIC ZZZZZ9.
044800 01  TOT-LINE-5.
044900     05 FILLER PIC X(22) VALUE "  ROUNDS REJECTED   : ".
045000     05 TOT-REJECTED       PIC ZZZZZ9.
045100 01  TOT-LINE-6.
045200     05 FILLER PIC X(22) VALUE "    1 BAD-INPUT     : ".
045300     05 TOT-CODE-1         PIC ZZZZZ9.
045400 01  TOT-LINE-7.
045500     05 FILLER PIC X(22) VALUE "    3 MODE-MISMATCH : ".
045600     05 TOT-CODE-3         PIC ZZZZZ9.
045700 01  TOT-LINE-8.
045800     05 FILLER PIC X(22) VALUE "    4 MISSING-PLAYER: ".
045900     05 TOT-CODE-4         PIC ZZZZZ9.
046000 01  TOT-LINE-9.
046100     05 FILLER PIC X(22) VALUE "    5 MISSING-MATCH : ".
046200     05 TOT-CODE-5         PIC ZZZZZ9.
046300 01  TOT-LINE-10.
046400     05 FILLER PIC X(22) VALUE "    7 NOT-REGISTERED: ".
046500     05 TOT-CODE-7         PIC ZZZZZ9.
046600 01  TOT-LINE-11.
046700     05 FILLER PIC X(22) VALUE "  MATCHES COMPLETED : ".
046800     05 TOT-COMPLETED      PIC ZZZZZ9.
046900 01  TOT-LINE-12.
047000     05 FILLER PIC X(22) VALUE "  STAKES SETTLED    : ".
047100     05 TOT-SETTLED        PIC ZZZZZ9.
047200 01  TOT-LINE-13.
047300     05 FILLER PIC X(22) VALUE "  POINTS MOVED      : ".
047400     05 TOT-POINTS         PIC ZZZZZZZ9.
047500 01  CHECK-ONLY-LINE       PIC X(80) VALUE
047600     "CHECK ONLY - NOTHING WAS POSTED".
047700 01  BLANK-LINE            PIC X(80) VALUE SPACES.
047800 PROCEDURE DIVISION.
047900*--------------------------------------------------------------
048000 0000-MAINLINE.
048100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
048200     PERFORM 2000-PROCESS-ROUND THRU 2000-EXIT
048300         UNTIL FEED-AT-EOF
048400     PERFORM 7000-FINALIZE THRU 7000-EXIT
048500     GO TO 9999-EXIT.
048600*--------------------------------------------------------------
048700* THE FEED IS READ ONCE TO LOAD ITS ROUND AND MATCH TABLES, THE
048800* LEDGER AND THE JOURNAL ARE READ AGAINST THEM, AND ONLY THEN
048900* ARE THE FILES THE RUN WRITES OPENED.  A FEED TOO BIG FOR THE
049000* TABLES STOPS HERE, BEFORE ANYTHING IS POSTED.
049100*--------------------------------------------------------------
049200 1000-INITIALIZE.
049300     ACCEPT WS-RUN-DATE FROM DATE
049400     DISPLAY 1 UPON ARGUMENT-NUMBER
049500     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
049600         ON EXCEPTION
049700             MOVE SPACES TO WS-ARG-FUNCTION
049800     END-ACCEPT
049900     IF WS-ARG-FUNCTION = SPACES
050000         MOVE "CHECK" TO WS-ARG-FUNCTION
050100     END-IF
050200     IF WS-ARG-FUNCTION NOT = "CHECK"
050300         AND WS-ARG-FUNCTION NOT = "POST"
050400         DISPLAY "RNDFEED: FUNCTION MUST BE CHECK OR POST"
050500         STOP RUN RETURNING 1
050600     END-IF
050700     IF WS-ARG-FUNCTION = "POST"
050800         SET POSTING-IS-LIVE TO TRUE
050900     END-IF
051000     MOVE ZERO TO WS-CODE-COUNTS
051100     PERFORM 1200-LOAD-SYSTEM-PARMS THRU 1200-EXIT
051200     OPEN INPUT ROUND-IN-FILE
051300     IF RI-FILE-STATUS NOT = "00"
051400         DISPLAY "RNDFEED: CANNOT OPEN ROUNDIN - STATUS "
051500             RI-FILE-STATUS
051600         STOP RUN RETURNING 1
051700     END-IF
051800     PERFORM 1300-LOAD-FEED-LINE THRU 1300-EXIT
051900         UNTIL FEED-AT-EOF
052000     CLOSE ROUND-IN-FILE
052100     IF WS-ROUND-OVERFLOW > ZERO OR WS-MATCH-OVERFLOW > ZERO
052200         DISPLAY "RNDFEED: ROUNDIN HOLDS MORE THAN " WS-MAX-ROUNDS
052300             " ROUNDS OR " WS-MAX-MATCHES " MATCHES - SPLIT IT"
052400         STOP RUN RETURNING 1
052500     END-IF
052600     PERFORM 1400-SCAN-LEDGER THRU 1400-EXIT
052700     PERFORM 1500-SCAN-JOURNAL THRU 1500-EXIT
052800     PERFORM 1600-OPEN-FILES THRU 1600-EXIT
052900     OPEN OUTPUT RPT-FILE
053000     OPEN OUTPUT REJECT-FILE
053100     MOVE WS-RUN-DATE     TO HDG-DATE
053200     MOVE WS-ARG-FUNCTION TO HDG-MODE
053300     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
053400     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
053500     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
053600     MOVE "N" TO WS-FEED-EOF-SW
053700     MOVE ZERO TO WS-ROW
053800     OPEN INPUT ROUND-IN-FILE.
053900 1000-EXIT.
054000     EXIT.
054100*--------------------------------------------------------------
054200* REGISTER-REQD-SW IN FORCE TODAY, FROM THE SYSPARM FILE
054300* PARMAINT MAINTAINS.  ENTRIES COME BACK IN NAME AND DATE ORDER,
054400* SO THE LAST ONE NOT DATED AFTER TODAY STANDS.  NO FILE, OR NO
054500* ENTRY IN FORCE, KEEPS THE WORKER'S DEFAULT ABOVE.
054600*--------------------------------------------------------------
054700 1200-LOAD-SYSTEM-PARMS.
054800     OPEN INPUT SYSTEM-PARM-FILE
054900     IF SP-FILE-STATUS NOT = "00"
055000         GO TO 1200-EXIT
055100     END-IF
055200     MOVE "N" TO WS-PARM-EOF-SW
055300     PERFORM 1210-APPLY-SYSTEM-PARM THRU 1210-EXIT
055400         UNTIL PARM-AT-EOF
055500     CLOSE SYSTEM-PARM-FILE.
055600 1200-EXIT.
055700     EXIT.
055800 1210-APPLY-SYSTEM-PARM.
055900     READ SYSTEM-PARM-FILE NEXT RECORD
056000         AT END
056100             SET PARM-AT-EOF TO TRUE
056200             GO TO 1210-EXIT
056300     END-READ
056400     IF SP-EFF-DATE > WS-RUN-DATE
056500         GO TO 1210-EXIT
056600     END-IF
056700     IF SP-PARM-NAME = "REGISTER-REQD-SW"
056800         AND (SP-VALUE (1:1) = "Y" OR SP-VALUE (1:1) = "N")
056900         MOVE SP-VALUE (1:1) TO WS-REGISTER-REQD-SW
057000     END-IF.
057100 1210-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------
057400* FIRST READ OF THE FEED: EVERY ROUND LINE GETS A TABLE ENTRY
057500* (EVEN ONE THAT WILL BE REJECTED, SO THE SECOND READ FINDS ITS
057600* OWN ENTRY BY COUNTING), AND EVERY MATCH ID NAMED GETS ONE.
057700*--------------------------------------------------------------
057800 1300-LOAD-FEED-LINE.
057900     READ ROUND-IN-FILE
058000         AT END
058100             SET FEED-AT-EOF TO TRUE
058200             GO TO 1300-EXIT
058300     END-READ
058400     PERFORM 2050-CHECK-SKIP THRU 2050-EXIT
058500     IF LINE-IS-SKIPPED
058600         GO TO 1300-EXIT
058700     END-IF
058800     IF WS-ROUND-COUNT NOT < WS-MAX-ROUNDS
058900         ADD 1 TO WS-ROUND-OVERFLOW
059000         GO TO 1300-EXIT
059100     END-IF
059200     ADD 1 TO WS-ROUND-COUNT
059300     PERFORM 2100-SPLIT-LINE THRU 2100-EXIT
059400     MOVE RD-DATE-X   TO FR-DATE (WS-ROUND-COUNT)
059500     MOVE RD-TIME-X   TO FR-TIME (WS-ROUND-COUNT)
059600     MOVE RD-MATCH-ID TO FR-MATCH-ID (WS-ROUND-COUNT)
059700     MOVE RD-PLAYER-B TO FR-PLAYER-B (WS-ROUND-COUNT)
059800     MOVE "N" TO FR-ON-FILE-SW (WS-ROUND-COUNT)
059900     MOVE "N" TO FR-POSTED-SW (WS-ROUND-COUNT)
060000     IF RD-MATCH-ID = SPACES
060100         GO TO 1300-EXIT
060200     END-IF
060300     MOVE RD-MATCH-ID TO WS-FIND-MATCH-ID
060400     PERFORM 1700-FIND-MATCH THRU 1700-EXIT
060500     IF WS-FM-SUB NOT = ZERO
060600         GO TO 1300-EXIT
060700     END-IF
060800     IF WS-MATCH-COUNT NOT < WS-MAX-MATCHES
060900         ADD 1 TO WS-MATCH-OVERFLOW
061000         GO TO 1300-EXIT
061100     END-IF
061200     ADD 1 TO WS-MATCH-COUNT
061300     MOVE RD-MATCH-ID TO FM-MATCH-ID (WS-MATCH-COUNT)
061400     MOVE SPACES      TO FM-MODE (WS-MATCH-COUNT)
061500     MOVE SPACES      TO FM-SIDE-A (WS-MATCH-COUNT)
061600     MOVE SPACES      TO FM-SIDE-B (WS-MATCH-COUNT)
061700     MOVE "N"         TO FM-LOADED-SW (WS-MATCH-COUNT)
061800     MOVE "N"         TO FM-STATE-SW (WS-MATCH-COUNT).
061900 1300-EXIT.
062000     EXIT.
062100*--------------------------------------------------------------
062200* THE LEDGER'S ROUNDS ON THE FEED'S MATCHES SAY WHAT MODE EACH
062300* MATCH IS BEING PLAYED IN.  NO GAMELOG YET - NOTHING TO SAY.
062400*--------------------------------------------------------------
062500 1400-SCAN-LEDGER.
062600     OPEN INPUT GAME-LOG-FILE
062700     IF GL-FILE-STATUS NOT = "00"
062800         GO TO 1400-EXIT
062900     END-IF
063000     MOVE "N" TO WS-SCAN-EOF-SW
063100     PERFORM 1410-SCAN-LEDGER-LINE THRU 1410-EXIT
063200         UNTIL SCAN-AT-EOF
063300     CLOSE GAME-LOG-FILE.
063400 1400-EXIT.
063500     EXIT.
063600 1410-SCAN-LEDGER-LINE.
063700     READ GAME-LOG-FILE
063800         AT END
063900             SET SCAN-AT-EOF TO TRUE
064000             GO TO 1410-EXIT
064100     END-READ
064200     IF GL-MATCH-ID = SPACES
064300         GO TO 1410-EXIT
064400     END-IF
064500     MOVE GL-MATCH-ID TO WS-FIND-MATCH-ID
064600     PERFORM 1700-FIND-MATCH THRU 1700-EXIT
064700     IF WS-FM-SUB = ZERO
064800         GO TO 1410-EXIT
064900     END-IF
065000     IF FM-MODE (WS-FM-SUB) = SPACES
065100         MOVE GL-MODE TO FM-MODE (WS-FM-SUB)
065200     END-IF.
065300 1410-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------
065600* EVERY ROUND THIS JOB HAS EVER POSTED LEFT A FEED-ROUND LINE IN
065700* THE JOURNAL CARRYING THE TIME IT WAS PLAYED.  A FEED ROUND
065800* MATCHING ONE IS ALREADY ON THE LEDGER.
065900*--------------------------------------------------------------
066000 1500-SCAN-JOURNAL.
066100     OPEN INPUT AUDIT-FILE
066200     IF AJ-FILE-STATUS NOT = "00"
066300         GO TO 1500-EXIT
066400     END-IF
066500     MOVE "N" TO WS-SCAN-EOF-SW
066600     PERFORM 1510-SCAN-JOURNAL-LINE THRU 1510-EXIT
066700         UNTIL SCAN-AT-EOF
066800     CLOSE AUDIT-FILE.
066900 1500-EXIT.
067000     EXIT.
067100 1510-SCAN-JOURNAL-LINE.
067200     READ AUDIT-FILE
067300         AT END
067400             SET SCAN-AT-EOF TO TRUE
067500             GO TO 1510-EXIT
067600     END-READ
067700     IF AJ-EVENT NOT = "FEED-ROUND"
067800         OR AJ-IDEM-KEY (1:4) NOT = "FEED"
067900         GO TO 1510-EXIT
068000     END-IF
068100     MOVE AJ-MATCH-ID TO WS-FIND-MATCH-ID
068200     PERFORM 1700-FIND-MATCH THRU 1700-EXIT
068300     IF WS-FM-SUB = ZERO
068400         GO TO 1510-EXIT
068500     END-IF
068600     MOVE AJ-IDEM-KEY (5:6)  TO WS-PK-DATE
068700     MOVE AJ-IDEM-KEY (11:6) TO WS-PK-TIME
068800     MOVE AJ-MATCH-ID        TO WS-PK-MATCH-ID
068900     MOVE AJ-PLAYER-ID       TO WS-PK-PLAYER-ID
069000     PERFORM 1520-MARK-POSTED-ROUND THRU 1520-EXIT
069100         VARYING WS-SUB FROM 1 BY 1
069200         UNTIL WS-SUB > WS-ROUND-COUNT.
069300 1510-EXIT.
069400     EXIT.
069500 1520-MARK-POSTED-ROUND.
069600     IF FR-KEY (WS-SUB) = WS-POSTED-KEY
069700         SET FR-ON-FILE (WS-SUB) TO TRUE
069800     END-IF.
069900 1520-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------
070200* OPEN FOR THE RUN.  A CHECK RUN ONLY READS; A POST RUN CREATES
070300* WHAT THE WORKER WOULD CREATE ON ITS FIRST WRITE.  STAKE AND
070400* TALLY ARE NEVER CREATED HERE: THE WORKER ONLY SETTLES A STAKE
070500* THAT EXISTS, AND NEVER STARTS A TALLY FILE (SEE
070600* UPDATE-LIVE-TALLY IN worker.cob).
070700*--------------------------------------------------------------
070800 1600-OPEN-FILES.
070900     OPEN INPUT PLAYER-DIR-FILE
071000     IF PD-FILE-STATUS = "00"
071100         SET DIRECTORY-IS-OPEN TO TRUE
071200     END-IF
071300     OPEN INPUT PENDING-MATCH-FILE
071400     IF PM-FILE-STATUS = "00"
071500         SET PENDING-IS-OPEN TO TRUE
071600     END-IF
071700     IF NOT POSTING-IS-LIVE
071800         OPEN INPUT MATCH-STATE-FILE
071900         IF MS-FILE-STATUS = "00"
072000             SET MATCH-STATE-IS-OPEN TO TRUE
072100         END-IF
072200         GO TO 1600-EXIT
072300     END-IF
072400     OPEN I-O MATCH-STATE-FILE
072500     IF MS-FILE-STATUS NOT = "00"
072600         OPEN OUTPUT MATCH-STATE-FILE
072700         CLOSE MATCH-STATE-FILE
072800         OPEN I-O MATCH-STATE-FILE
072900     END-IF
073000     IF MS-FILE-STATUS NOT = "00"
073100         DISPLAY "RNDFEED: CANNOT OPEN MATCHSTATE - STATUS "
073200             MS-FILE-STATUS
073300         STOP RUN RETURNING 1
073400     END-IF
073500     SET MATCH-STATE-IS-OPEN TO TRUE
073600     OPEN I-O STAKE-FILE
073700     IF SK-FILE-STATUS = "00"
073800         SET STAKE-IS-OPEN TO TRUE
073900     END-IF
074000     OPEN I-O TALLY-FILE
074100     IF TY-FILE-STATUS = "00"
074200         SET TALLY-IS-LIVE TO TRUE
074300     END-IF
074400     OPEN I-O BALANCE-FILE
074500     IF BL-FILE-STATUS NOT = "00"
074600         OPEN OUTPUT BALANCE-FILE
074700         CLOSE BALANCE-FILE
074800         OPEN I-O BALANCE-FILE
074900     END-IF
075000     OPEN I-O QUOTA-FILE
075100     IF QT-FILE-STATUS NOT = "00"
075200         OPEN OUTPUT QUOTA-FILE
075300         CLOSE QUOTA-FILE
075400         OPEN I-O QUOTA-FILE
075500     END-IF
075600     OPEN EXTEND GAME-LOG-FILE
075700     IF GL-FILE-STATUS NOT = "00"
075800         OPEN OUTPUT GAME-LOG-FILE
075900     END-IF
076000     OPEN EXTEND POINTS-LOG-FILE
076100     IF PX-FILE-STATUS NOT = "00"
076200         OPEN OUTPUT POINTS-LOG-FILE
076300     END-IF
076400     OPEN EXTEND AUDIT-FILE
076500     IF AJ-FILE-STATUS NOT = "00"
076600         OPEN OUTPUT AUDIT-FILE
076700     END-IF
076800     OPEN I-O LEDGER-CONTROL-FILE
076900     IF LC-FILE-STATUS NOT = "00"
077000         OPEN OUTPUT LEDGER-CONTROL-FILE
077100         CLOSE LEDGER-CONTROL-FILE
077200         OPEN I-O LEDGER-CONTROL-FILE
077300     END-IF.
077400 1600-EXIT.
077500     EXIT.
077600*--------------------------------------------------------------
077700* WS-FM-SUB TO WS-FIND-MATCH-ID'S MATCH TABLE ENTRY, ZERO IF NONE
077800*--------------------------------------------------------------
077900 1700-FIND-MATCH.
078000     MOVE ZERO TO WS-FM-SUB
078100     PERFORM 1710-TEST-MATCH THRU 1710-EXIT
078200         VARYING WS-SUB FROM 1 BY 1
078300         UNTIL WS-SUB > WS-MATCH-COUNT
078400            OR WS-FM-SUB NOT = ZERO.
078500 1700-EXIT.
078600     EXIT.
078700 1710-TEST-MATCH.
078800     IF FM-MATCH-ID (WS-SUB) = WS-FIND-MATCH-ID
078900         MOVE WS-SUB TO WS-FM-SUB
079000     END-IF.
079100 1710-EXIT.
079200     EXIT.
079300*--------------------------------------------------------------
079400* SECOND READ OF THE FEED: ONE ROUND, JUDGED AND EITHER POSTED
079500* (OR, ON A CHECK RUN, PASSED) OR REJECTED.
079600*--------------------------------------------------------------
079700 2000-PROCESS-ROUND.
079800     READ ROUND-IN-FILE
079900         AT END
080000             SET FEED-AT-EOF TO TRUE
080100             GO TO 2000-EXIT
080200     END-READ
080300     ADD 1 TO WS-LINE-COUNT
080400     PERFORM 2050-CHECK-SKIP THRU 2050-EXIT
080500     IF LINE-IS-SKIPPED
080600         ADD 1 TO WS-SKIPPED-COUNT
080700         GO TO 2000-EXIT
080800     END-IF
080900     ADD 1 TO WS-ROW
081000     ADD 1 TO WS-IN-COUNT
081100     PERFORM 2100-SPLIT-LINE THRU 2100-EXIT
081200     PERFORM 2200-VALIDATE-ROUND THRU 2200-EXIT
081300     IF WS-REJ-CODE NOT = ZERO
081400         PERFORM 2800-REJECT-ROUND THRU 2800-EXIT
081500     ELSE
081600         PERFORM 2900-ACCEPT-ROUND THRU 2900-EXIT
081700     END-IF.
081800 2000-EXIT.
081900     EXIT.
082000 2050-CHECK-SKIP.
082100     MOVE "N" TO WS-SKIP-SW
082200     IF RI-LINE = SPACES OR RI-LINE (1:1) = "*"
082300         SET LINE-IS-SKIPPED TO TRUE
082400     END-IF.
082500 2050-EXIT.
082600     EXIT.
082700*--------------------------------------------------------------
082800* SPLIT THE LINE AT ITS PIPES.  THE LENGTHS OF THE FIELDS THAT
082900* MUST BE FOLLOWED BY ANOTHER ARE KEPT, SO A FIELD TOO LONG FOR
083000* ITS ITEM IS REJECTED RATHER THAN CUT SHORT INTO A DIFFERENT
083100* ID.
083200*--------------------------------------------------------------
083300 2100-SPLIT-LINE.
083400     MOVE SPACES TO RD-FIELDS
083500     MOVE ZERO   TO RD-LENGTHS
083600     MOVE ZERO   TO RD-FIELD-COUNT
083700     UNSTRING RI-LINE DELIMITED BY "|"
083800         INTO RD-DATE-X    COUNT IN RD-DATE-LEN
083900              RD-TIME-X    COUNT IN RD-TIME-LEN
084000              RD-MODE-X    COUNT IN RD-MODE-LEN
084100              RD-MATCH-ID  COUNT IN RD-MATCH-LEN
084200              RD-PLAYER-A  COUNT IN RD-A-LEN
084300              RD-PLAYER-B  COUNT IN RD-B-LEN
084400              RD-THROW-A-X COUNT IN RD-THROW-A-LEN
084500              RD-THROW-B-X
084600              RD-BEST-OF-X
084700              RD-EXTRA
084800         TALLYING IN RD-FIELD-COUNT
084900     END-UNSTRING.
085000 2100-EXIT.
085100     EXIT.
085200*--------------------------------------------------------------
085300* THE WORKER'S CHECKS, IN THE WORKER'S ORDER, THEN THE ONES A
085400* FEED NEEDS BECAUSE NO CALLER IS THERE TO ASK.  THE FIRST THAT
085500* FAILS SETS WS-REJ-CODE, WS-REJ-EVENT AND WS-REJ-REASON.
085600*--------------------------------------------------------------
085700 2200-VALIDATE-ROUND.
085800     MOVE ZERO   TO WS-REJ-CODE
085900     MOVE SPACES TO WS-REJ-EVENT
086000     MOVE SPACES TO WS-REJ-REASON
086100     IF RD-FIELD-COUNT < 8
086200         OR RD-EXTRA NOT = SPACES
086300         OR RD-DATE-LEN > 6 OR RD-TIME-LEN > 6
086400         OR RD-MODE-LEN > 8 OR RD-MATCH-LEN > 16
086500         OR RD-A-LEN > 16 OR RD-B-LEN > 16
086600         OR RD-THROW-A-LEN > 8
086700         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
086800         MOVE "BAD-INPUT"      TO WS-REJ-EVENT
086900         MOVE "LINE NOT IN FEED LAYOUT" TO WS-REJ-REASON
087000         GO TO 2200-EXIT
087100     END-IF
087200     PERFORM 2210-CHECK-DATE-TIME THRU 2210-EXIT
087300     IF WS-REJ-CODE NOT = ZERO
087400         GO TO 2200-EXIT
087500     END-IF
087600     INSPECT RD-MODE-X CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
087700                               TO "abcdefghijklmnopqrstuvwxyz"
087800     EVALUATE RD-MODE-X
087900         WHEN SPACES
088000         WHEN "classic"
088100             MOVE "N" TO RD-MODE-SW
088200             MOVE 3   TO RD-MAX-CHOICE
088300             MOVE "classic" TO RD-GL-MODE
088400         WHEN "rpsls"
088500             MOVE "Y" TO RD-MODE-SW
088600             MOVE 5   TO RD-MAX-CHOICE
088700             MOVE "rpsls" TO RD-GL-MODE
088800         WHEN OTHER
088900             MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
089000             MOVE "BAD-INPUT"      TO WS-REJ-EVENT
089100             MOVE "MODE NOT CLASSIC OR RPSLS" TO WS-REJ-REASON
089200             GO TO 2200-EXIT
089300     END-EVALUATE
089400     MOVE RD-THROW-A-X TO WS-THROW-X
089500     PERFORM 2250-DECODE-THROW THRU 2250-EXIT
089600     MOVE WS-THROW-N TO RD-PICK-A
089700     MOVE RD-THROW-B-X TO WS-THROW-X
089800     PERFORM 2250-DECODE-THROW THRU 2250-EXIT
089900     MOVE WS-THROW-N TO RD-PICK-B
090000     IF RD-PICK-A < 1 OR RD-PICK-A > RD-MAX-CHOICE
090100         OR RD-PICK-B < 1 OR RD-PICK-B > RD-MAX-CHOICE
090200         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
090300         MOVE "BAD-INPUT"      TO WS-REJ-EVENT
090400         MOVE "THROW OUT OF RANGE FOR MODE" TO WS-REJ-REASON
090500         GO TO 2200-EXIT
090600     END-IF
090700     IF RD-PLAYER-A = SPACES OR RD-PLAYER-B = SPACES
090800         MOVE WS-ERR-MISSING-PLAYER TO WS-REJ-CODE
090900         MOVE "MISSING-PLAYER"      TO WS-REJ-EVENT
091000         MOVE "PLAYER REQUIRED FOR PVP" TO WS-REJ-REASON
091100         GO TO 2200-EXIT
091200     END-IF
091300     IF RD-PLAYER-A = RD-PLAYER-B
091400         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
091500         MOVE "BAD-INPUT"      TO WS-REJ-EVENT
091600         MOVE "SAME PLAYER ON BOTH SIDES" TO WS-REJ-REASON
091700         GO TO 2200-EXIT
091800     END-IF
091900     IF RD-MATCH-ID = SPACES
092000         MOVE WS-ERR-MISSING-MATCH TO WS-REJ-CODE
092100         MOVE "MISSING-MATCH"      TO WS-REJ-EVENT
092200         MOVE "MATCH REQUIRED FOR PVP" TO WS-REJ-REASON
092300         GO TO 2200-EXIT
092400     END-IF
092500     MOVE RD-PLAYER-A TO WS-CHECK-ID
092600     PERFORM 2300-CHECK-PLAYER THRU 2300-EXIT
092700     IF WS-REJ-CODE NOT = ZERO
092800         GO TO 2200-EXIT
092900     END-IF
093000     MOVE RD-PLAYER-B TO WS-CHECK-ID
093100     PERFORM 2300-CHECK-PLAYER THRU 2300-EXIT
093200     IF WS-REJ-CODE NOT = ZERO
093300         GO TO 2200-EXIT
093400     END-IF
093500     PERFORM 2400-CHECK-DUPLICATE THRU 2400-EXIT
093600     IF WS-REJ-CODE NOT = ZERO
093700         GO TO 2200-EXIT
093800     END-IF
093900     MOVE RD-MATCH-ID TO WS-FIND-MATCH-ID
094000     PERFORM 1700-FIND-MATCH THRU 1700-EXIT
094100     PERFORM 2500-CHECK-MODE THRU 2500-EXIT
094200     IF WS-REJ-CODE NOT = ZERO
094300         GO TO 2200-EXIT
094400     END-IF
094500     PERFORM 2600-CHECK-SIDES THRU 2600-EXIT.
094600 2200-EXIT.
094700     EXIT.
094800*--------------------------------------------------------------
094900* A REAL CALENDAR DATE, NOT AFTER TODAY, AND A REAL CLOCK TIME.
095000* TWO-DIGIT YEARS ARE 20YY, SO EVERY FOURTH YEAR IS A LEAP YEAR.
095100*--------------------------------------------------------------
095200 2210-CHECK-DATE-TIME.
095300     IF RD-DATE-X NOT NUMERIC
095400         GO TO 2210-BAD-DATE
095500     END-IF
095600     MOVE RD-DATE-X TO RD-DATE
095700     IF RD-MM < 1 OR RD-MM > 12 OR RD-DD < 1
095800         GO TO 2210-BAD-DATE
095900     END-IF
096000     MOVE WS-MONTH-DAYS (RD-MM) TO WS-DAYS-IN-MONTH
096100     DIVIDE RD-YY BY 4 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
096200     IF RD-MM = 2 AND WS-LEAP-REM = ZERO
096300         MOVE 29 TO WS-DAYS-IN-MONTH
096400     END-IF
096500     IF RD-DD > WS-DAYS-IN-MONTH
096600         GO TO 2210-BAD-DATE
096700     END-IF
096800     IF RD-DATE-N > WS-RUN-DATE
096900         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
097000         MOVE "BAD-INPUT"      TO WS-REJ-EVENT
097100         MOVE "ROUND DATED AFTER TODAY" TO WS-REJ-REASON
097200         GO TO 2210-EXIT
097300     END-IF
097400     IF RD-TIME-X NOT NUMERIC
097500         GO TO 2210-BAD-TIME
097600     END-IF
097700     MOVE RD-TIME-X TO RD-TIME
097800     IF RD-HH > 23 OR RD-MI > 59 OR RD-SS > 59
097900         GO TO 2210-BAD-TIME
098000     END-IF
098100     GO TO 2210-EXIT.
098200 2210-BAD-DATE.
098300     MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
098400     MOVE "BAD-INPUT"      TO WS-REJ-EVENT
098500     MOVE "ROUND DATE NOT VALID" TO WS-REJ-REASON
098600     GO TO 2210-EXIT.
098700 2210-BAD-TIME.
098800     MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
098900     MOVE "BAD-INPUT"      TO WS-REJ-EVENT
099000     MOVE "ROUND TIME NOT VALID" TO WS-REJ-REASON.
099100 2210-EXIT.
099200     EXIT.
099300*--------------------------------------------------------------
099400* WS-THROW-X AS A PICK NUMBER IN WS-THROW-N: A SINGLE DIGIT AS
099500* THE WORKER TAKES IT, OR THE THROW'S NAME.  ZERO IF NEITHER.
099600*--------------------------------------------------------------
099700 2250-DECODE-THROW.
099800     MOVE ZERO TO WS-THROW-N
099900     INSPECT WS-THROW-X CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
100000                                TO "abcdefghijklmnopqrstuvwxyz"
100100     IF WS-THROW-X (2:7) = SPACES
100200         AND WS-THROW-X (1:1) >= "1" AND WS-THROW-X (1:1) <= "5"
100300         MOVE WS-THROW-X (1:1) TO WS-THROW-N
100400         GO TO 2250-EXIT
100500     END-IF
100600     PERFORM 2260-TEST-THROW-NAME THRU 2260-EXIT
100700         VARYING WS-NAME-SUB FROM 1 BY 1
100800         UNTIL WS-NAME-SUB > 5 OR WS-THROW-N NOT = ZERO.
100900 2250-EXIT.
101000     EXIT.
101100 2260-TEST-THROW-NAME.
101200     IF CHOICE-NAME (WS-NAME-SUB) = WS-THROW-X
101300         MOVE WS-NAME-SUB TO WS-THROW-N
101400     END-IF.
101500 2260-EXIT.
101600     EXIT.
101700*--------------------------------------------------------------
101800* THE WORKER'S CHECK-REGISTRATION FOR WS-CHECK-ID.  AN ID MERGED
101900* AWAY IS REFUSED WHATEVER THE SWITCH SAYS; ONE WITH NO ACTIVE
102000* ENTRY ONLY WHILE REGISTRATION IS REQUIRED, AND ONLY ONCE A
102100* PLAYERDIR FILE EXISTS AT ALL.
102200*--------------------------------------------------------------
102300 2300-CHECK-PLAYER.
102400     MOVE "N" TO WS-REG-SW
102500     MOVE "N" TO WS-MERGED-SW
102600     IF NOT DIRECTORY-IS-OPEN
102700         GO TO 2300-EXIT
102800     END-IF
102900     MOVE WS-CHECK-ID TO PD-PLAYER-ID
103000     READ PLAYER-DIR-FILE KEY IS PD-PLAYER-ID
103100         INVALID KEY
103200             SET PLAYER-NOT-REGISTERED TO TRUE
103300         NOT INVALID KEY
103400             IF NOT PLAYER-IS-ACTIVE
103500                 SET PLAYER-NOT-REGISTERED TO TRUE
103600             END-IF
103700             IF PLAYER-WAS-MERGED
103800                 SET PLAYER-ID-MERGED TO TRUE
103900             END-IF
104000     END-READ
104100     IF PLAYER-ID-MERGED
104200         MOVE WS-ERR-NOT-REGISTERED TO WS-REJ-CODE
104300         MOVE "MERGED-ID"           TO WS-REJ-EVENT
104400         MOVE "PLAYER ID WAS MERGED" TO WS-REJ-REASON
104500         GO TO 2300-EXIT
104600     END-IF
104700     IF PLAYER-NOT-REGISTERED AND REGISTRATION-REQUIRED
104800         MOVE WS-ERR-NOT-REGISTERED TO WS-REJ-CODE
104900         MOVE "NOT-REGISTERED"      TO WS-REJ-EVENT
105000         MOVE "PLAYER NOT REGISTERED" TO WS-REJ-REASON
105100     END-IF.
105200 2300-EXIT.
105300     EXIT.
105400*--------------------------------------------------------------
105500* ALREADY POSTED BY AN EARLIER RUN, OR ALREADY TAKEN EARLIER IN
105600* THIS ONE.  EACH ROUND OF A MATCH IS TOLD APART BY THE TIME IT
105700* WAS PLAYED, SO EVERY ROUND NEEDS ITS OWN TIME ON THE FEED.
105800*--------------------------------------------------------------
105900 2400-CHECK-DUPLICATE.
106000     IF FR-ON-FILE (WS-ROW)
106100         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
106200         MOVE "DUP-ROUND"      TO WS-REJ-EVENT
106300         MOVE "ROUND ALREADY POSTED" TO WS-REJ-REASON
106400         GO TO 2400-EXIT
106500     END-IF
106600     PERFORM 2410-TEST-EARLIER-ROUND THRU 2410-EXIT
106700         VARYING WS-SUB FROM 1 BY 1
106800         UNTIL WS-SUB NOT < WS-ROW
106900            OR WS-REJ-CODE NOT = ZERO.
107000 2400-EXIT.
107100     EXIT.
107200 2410-TEST-EARLIER-ROUND.
107300     IF FR-POSTED (WS-SUB)
107400         AND FR-KEY (WS-SUB) = FR-KEY (WS-ROW)
107500         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
107600         MOVE "DUP-ROUND"      TO WS-REJ-EVENT
107700         MOVE "ROUND ALREADY IN THIS FEED" TO WS-REJ-REASON
107800     END-IF.
107900 2410-EXIT.
108000     EXIT.
108100*--------------------------------------------------------------
108200* THE MODE MUST AGREE WITH WHATEVER THE MATCH HAS ALREADY BEEN
108300* PLAYED IN - ITS LEDGER ROUNDS OR EARLIER FEED ROUNDS (HELD IN
108400* FM-MODE), OR A PICK STILL PARKED ON IT, WHICH CARRIES THE
108500* WORKER'S MODE SWITCH AS THE WORKER CHECKS IT.
108600*--------------------------------------------------------------
108700 2500-CHECK-MODE.
108800     IF FM-MODE (WS-FM-SUB) NOT = SPACES
108900         AND FM-MODE (WS-FM-SUB) NOT = RD-GL-MODE
109000         GO TO 2500-MISMATCH
109100     END-IF
109200     IF NOT PENDING-IS-OPEN
109300         GO TO 2500-EXIT
109400     END-IF
109500     MOVE RD-MATCH-ID TO PM-MATCH-ID
109600     READ PENDING-MATCH-FILE KEY IS PM-MATCH-ID
109700         INVALID KEY
109800             GO TO 2500-EXIT
109900     END-READ
110000     IF PM-MODE = RD-MODE-SW
110100         GO TO 2500-EXIT
110200     END-IF.
110300 2500-MISMATCH.
110400     MOVE WS-ERR-MODE-MISMATCH TO WS-REJ-CODE
110500     MOVE "MODE-MISMATCH"      TO WS-REJ-EVENT
110600     MOVE "MODE MISMATCH ON MATCH" TO WS-REJ-REASON.
110700 2500-EXIT.
110800     EXIT.
110900*--------------------------------------------------------------
111000* A MATCH THAT ALREADY HAS ITS SIDES CAN ONLY TAKE ROUNDS BETWEEN
111100* THEM, EITHER WAY ROUND; A MATCHSTATE RECORD WITH NO SIDES AT
111200* ALL IS A HOUSE MATCH AND TAKES NO PVP ROUNDS.  THE SIDES COME
111300* OFF MATCHSTATE ONCE PER MATCH PER RUN.
111400*--------------------------------------------------------------
111500 2600-CHECK-SIDES.
111600     IF NOT FM-SIDES-LOADED (WS-FM-SUB)
111700         PERFORM 2610-LOAD-SIDES THRU 2610-EXIT
111800     END-IF
111900     IF NOT FM-HAS-STATE (WS-FM-SUB)
112000         GO TO 2600-EXIT
112100     END-IF
112200     IF FM-SIDE-A (WS-FM-SUB) = SPACES
112300         AND FM-SIDE-B (WS-FM-SUB) = SPACES
112400         MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
112500         MOVE "WRONG-SIDES"    TO WS-REJ-EVENT
112600         MOVE "MATCH IS NOT A PVP MATCH" TO WS-REJ-REASON
112700         GO TO 2600-EXIT
112800     END-IF
112900     IF FM-SIDE-A (WS-FM-SUB) NOT = SPACES
113000         AND FM-SIDE-A (WS-FM-SUB) NOT = RD-PLAYER-A
113100         AND FM-SIDE-A (WS-FM-SUB) NOT = RD-PLAYER-B
113200         GO TO 2600-WRONG-SIDES
113300     END-IF
113400     IF FM-SIDE-B (WS-FM-SUB) NOT = SPACES
113500         AND FM-SIDE-B (WS-FM-SUB) NOT = RD-PLAYER-A
113600         AND FM-SIDE-B (WS-FM-SUB) NOT = RD-PLAYER-B
113700         GO TO 2600-WRONG-SIDES
113800     END-IF
113900     GO TO 2600-EXIT.
114000 2600-WRONG-SIDES.
114100     MOVE WS-ERR-BAD-INPUT TO WS-REJ-CODE
114200     MOVE "WRONG-SIDES"    TO WS-REJ-EVENT
114300     MOVE "PLAYERS NOT ON THIS MATCH" TO WS-REJ-REASON.
114400 2600-EXIT.
114500     EXIT.
114600 2610-LOAD-SIDES.
114700     SET FM-SIDES-LOADED (WS-FM-SUB) TO TRUE
114800     IF NOT MATCH-STATE-IS-OPEN
114900         GO TO 2610-EXIT
115000     END-IF
115100     MOVE RD-MATCH-ID TO MS-MATCH-ID
115200     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
115300         INVALID KEY
115400             GO TO 2610-EXIT
115500     END-READ
115600     SET FM-HAS-STATE (WS-FM-SUB) TO TRUE
115700     MOVE MS-PLAYER-A-ID TO FM-SIDE-A (WS-FM-SUB)
115800     MOVE MS-PLAYER-B-ID TO FM-SIDE-B (WS-FM-SUB).
115900 2610-EXIT.
116000     EXIT.
116100*--------------------------------------------------------------
116200* ONE REJECTED ROUND: THE REJECT FILE GETS THE LINE AS IT CAME
116300* IN, BEHIND ITS LINE NUMBER, CODE, EVENT AND REASON, SO IT CAN
116400* BE CORRECTED AND FED AGAIN.  A POST RUN JOURNALS IT TOO.
116500*--------------------------------------------------------------
116600 2800-REJECT-ROUND.
116700     ADD 1 TO WS-REJECTED-COUNT
116800     ADD 1 TO WS-CODE-COUNT (WS-REJ-CODE)
116900     MOVE SPACES        TO REJECT-RECORD
117000     MOVE WS-LINE-COUNT TO RJ-LINE-NO
117100     MOVE WS-REJ-CODE   TO RJ-ERROR-CODE
117200     MOVE WS-REJ-EVENT  TO RJ-EVENT
117300     MOVE WS-REJ-REASON TO RJ-REASON
117400     MOVE RI-LINE       TO RJ-INPUT
117500     WRITE REJECT-RECORD
117600     MOVE WS-REJ-EVENT  TO DET-OUTCOME
117700     MOVE WS-REJ-CODE   TO DET-CODE
117800     PERFORM 2990-WRITE-DETAIL THRU 2990-EXIT
117900     IF NOT POSTING-IS-LIVE
118000         GO TO 2800-EXIT
118100     END-IF
118200     MOVE "FEED-REJECT" TO AJ-EVENT
118300     MOVE WS-REJ-CODE   TO WS-AUDIT-CODE
118400     MOVE RD-MATCH-ID   TO AJ-MATCH-ID
118500     MOVE RD-PLAYER-B   TO AJ-PLAYER-ID
118600     IF RD-PLAYER-B = SPACES
118700         MOVE RD-PLAYER-A TO AJ-PLAYER-ID
118800     END-IF
118900     MOVE SPACES        TO AJ-IDEM-KEY
119000     IF RD-DATE-X NUMERIC AND RD-TIME-X NUMERIC
119100         MOVE RD-DATE-X TO WS-FI-DATE
119200         MOVE RD-TIME-X TO WS-FI-TIME
119300         MOVE WS-FEED-IDEM TO AJ-IDEM-KEY
119400     END-IF
119500     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
119600 2800-EXIT.
119700     EXIT.
119800*--------------------------------------------------------------
119900* ONE ACCEPTED ROUND.  THE OUTCOME IS PLAYER B'S, AS THE WORKER
120000* JUDGES THE COMPLETING CALLER'S PICK AGAINST THE PARKED ONE.
120100* THE MATCH TABLE TAKES ITS MODE AND - WHEN THIS ROUND OPENS THE
120200* MATCH - ITS SIDES, SO THE FEED'S LATER ROUNDS ARE HELD TO THEM.
120300*--------------------------------------------------------------
120400 2900-ACCEPT-ROUND.
120500     ADD 1 TO WS-ACCEPTED-COUNT
120600     PERFORM 2950-JUDGE-ROUND THRU 2950-EXIT
120700     SET FR-POSTED (WS-ROW) TO TRUE
120800     IF FM-MODE (WS-FM-SUB) = SPACES
120900         MOVE RD-GL-MODE TO FM-MODE (WS-FM-SUB)
121000     END-IF
121100     IF NOT FM-HAS-STATE (WS-FM-SUB)
121200         SET FM-HAS-STATE (WS-FM-SUB) TO TRUE
121300         MOVE RD-PLAYER-A TO FM-SIDE-A (WS-FM-SUB)
121400         MOVE RD-PLAYER-B TO FM-SIDE-B (WS-FM-SUB)
121500     END-IF
121600     IF POSTING-IS-LIVE
121700         PERFORM 3000-POST-ROUND THRU 3000-EXIT
121800     END-IF
121900     MOVE RD-RESULT TO DET-OUTCOME
122000     MOVE ZERO      TO DET-CODE
122100     PERFORM 2990-WRITE-DETAIL THRU 2990-EXIT.
122200 2900-EXIT.
122300     EXIT.
122400*--------------------------------------------------------------
122500* THE WORKER'S WINNER TABLE, PLAYER B'S THROW AGAINST PLAYER A'S:
122600* 1 ROCK, 2 SCISSORS, 3 PAPER, 4 LIZARD, 5 SPOCK.
122700*--------------------------------------------------------------
122800 2950-JUDGE-ROUND.
122900     EVALUATE RD-PICK-B ALSO RD-PICK-A
123000         WHEN 1 ALSO 2
123100         WHEN 1 ALSO 4
123200         WHEN 2 ALSO 3
123300         WHEN 2 ALSO 4
123400         WHEN 3 ALSO 1
123500         WHEN 3 ALSO 5
123600         WHEN 4 ALSO 5
123700         WHEN 4 ALSO 3
123800         WHEN 5 ALSO 2
123900         WHEN 5 ALSO 1
124000             MOVE "win"  TO RD-RESULT
124100         WHEN OTHER
124200             IF RD-PICK-B = RD-PICK-A
124300                 MOVE "tie"  TO RD-RESULT
124400             ELSE
124500                 MOVE "lose" TO RD-RESULT
124600             END-IF
124700     END-EVALUATE
124800     IF RD-BEST-OF-X = "3" OR RD-BEST-OF-X = "5"
124900         MOVE RD-BEST-OF-X (1:1) TO RD-BEST-OF
125000     ELSE
125100         MOVE 3 TO RD-BEST-OF
125200     END-IF.
125300 2950-EXIT.
125400     EXIT.
125500 2990-WRITE-DETAIL.
125600     MOVE WS-LINE-COUNT TO DET-LINE-NO
125700     MOVE RD-MATCH-ID   TO DET-MATCH
125800     MOVE RD-PLAYER-A   TO DET-PLAYER-A
125900     MOVE RD-PLAYER-B   TO DET-PLAYER-B
126000     MOVE DET-LINE TO RPT-LINE
126100     WRITE RPT-LINE.
126200 2990-EXIT.
126300     EXIT.
126400*--------------------------------------------------------------
126500* POST ONE ROUND IN THE ORDER THE WORKER DOES: THE MATCH TALLY
126600* (WHICH SETTLES THE STAKE WHEN IT COMPLETES THE MATCH), THEN THE
126700* LEDGER LINE WITH ITS QUOTA AND LIVE-TALLY COUNTS, THEN THE
126800* FEED-ROUND JOURNAL LINE CARRYING THE TIME IT WAS PLAYED.
126900*--------------------------------------------------------------
127000 3000-POST-ROUND.
127100     PERFORM 3100-UPDATE-MATCH-STATE THRU 3100-EXIT
127200     PERFORM 3300-WRITE-GAME-LOG THRU 3300-EXIT
127300     PERFORM 3400-COUNT-QUOTA THRU 3400-EXIT
127400     IF TALLY-IS-LIVE
127500         PERFORM 3500-UPDATE-TALLY THRU 3500-EXIT
127600     END-IF
127700     MOVE "FEED-ROUND" TO AJ-EVENT
127800     MOVE ZERO         TO WS-AUDIT-CODE
127900     MOVE RD-MATCH-ID  TO AJ-MATCH-ID
128000     MOVE RD-PLAYER-B  TO AJ-PLAYER-ID
128100     MOVE RD-DATE-X    TO WS-FI-DATE
128200     MOVE RD-TIME-X    TO WS-FI-TIME
128300     MOVE WS-FEED-IDEM TO AJ-IDEM-KEY
128400     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
128500 3000-EXIT.
128600     EXIT.
128700*--------------------------------------------------------------
128800* THE WORKER'S UPDATE-MATCH-STATE WITH PLAYER B AS THE CALLER: A
128900* NEW MATCH STAMPS A AS SIDE A AND B AS SIDE B, SIDE B'S WINS GO
129000* IN MS-PLAYER-WINS AND SIDE A'S IN MS-COMPUTER-WINS, AND THE
129100* RESULT IS TURNED ROUND WHEN PLAYER B IS SIDE A.  A MATCH
129200* MATCHADJ ALREADY CLOSED STILL TAKES THE ROUND BUT SETTLES
129300* NOTHING - ITS STAKE WENT WHEN IT WAS CLOSED.
129400*--------------------------------------------------------------
129500 3100-UPDATE-MATCH-STATE.
129600     MOVE "N" TO WS-NEW-MATCH-SW
129700     MOVE RD-MATCH-ID TO MS-MATCH-ID
129800     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
129900         INVALID KEY
130000             PERFORM 3110-INIT-MATCH-STATE THRU 3110-EXIT
130100     END-READ
130200     IF MS-PLAYER-A-ID = RD-PLAYER-B
130300         EVALUATE RD-RESULT
130400             WHEN "win"  ADD 1 TO MS-COMPUTER-WINS
130500             WHEN "lose" ADD 1 TO MS-PLAYER-WINS
130600             WHEN "tie"  ADD 1 TO MS-TIES
130700         END-EVALUATE
130800     ELSE
130900         EVALUATE RD-RESULT
131000             WHEN "win"  ADD 1 TO MS-PLAYER-WINS
131100             WHEN "lose" ADD 1 TO MS-COMPUTER-WINS
131200             WHEN "tie"  ADD 1 TO MS-TIES
131300         END-EVALUATE
131400     END-IF
131500     ADD 1 TO MS-ROUNDS-PLAYED
131600     MOVE WS-RUN-DATE TO MS-LAST-DATE
131700     MOVE "N" TO WS-COMPLETE-SW
131800     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
131900     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
132000         OR MS-COMPUTER-WINS >= WS-NEEDED-WINS
132100         SET MATCH-IS-COMPLETE TO TRUE
132200     END-IF
132300     IF NEW-MATCH-STATE
132400         WRITE MATCH-STATE-RECORD
132500     ELSE
132600         REWRITE MATCH-STATE-RECORD
132700     END-IF
132800     IF NOT MATCH-IS-COMPLETE
132900         OR MATCH-WAS-FORFEITED OR MATCH-WAS-VOIDED
133000         GO TO 3100-EXIT
133100     END-IF
133200     ADD 1 TO WS-COMPLETED-COUNT
133300     PERFORM 3200-SETTLE-STAKE THRU 3200-EXIT.
133400 3100-EXIT.
133500     EXIT.
133600 3110-INIT-MATCH-STATE.
133700     SET NEW-MATCH-STATE TO TRUE
133800     MOVE RD-MATCH-ID TO MS-MATCH-ID
133900     MOVE RD-BEST-OF  TO MS-BEST-OF
134000     MOVE ZERO        TO MS-PLAYER-WINS
134100     MOVE ZERO        TO MS-COMPUTER-WINS
134200     MOVE ZERO        TO MS-TIES
134300     MOVE ZERO        TO MS-ROUNDS-PLAYED
134400     MOVE RD-PLAYER-A TO MS-PLAYER-A-ID
134500     MOVE RD-PLAYER-B TO MS-PLAYER-B-ID
134600     MOVE ZERO        TO MS-LAST-DATE
134700     MOVE SPACE       TO MS-CLOSE-STATUS
134800     MOVE SPACES      TO MS-CLOSE-WINNER-ID
134900     MOVE ZERO        TO MS-CLOSE-DATE.
135000 3110-EXIT.
135100     EXIT.
135200*--------------------------------------------------------------
135300* THE WORKER'S SETTLE-MATCH-STAKE AND PAY-OUT-STAKE: THE WINNER
135400* READS OFF THE SIDES, THE DEBIT IS CLAMPED TO WHAT THE LOSER
135500* HOLDS SO THE CREDIT ALWAYS EQUALS IT, AND THE STAKE RECORD IS
135600* CONSUMED SO A LATER ROUND CANNOT PAY IT OUT AGAIN.
135700*--------------------------------------------------------------
135800 3200-SETTLE-STAKE.
135900     IF NOT STAKE-IS-OPEN
136000         GO TO 3200-EXIT
136100     END-IF
136200     MOVE RD-MATCH-ID TO SK-MATCH-ID
136300     READ STAKE-FILE KEY IS SK-MATCH-ID
136400         INVALID KEY
136500             GO TO 3200-EXIT
136600     END-READ
136700     IF MS-PLAYER-A-ID NOT = SPACES
136800         AND MS-PLAYER-B-ID NOT = SPACES
136900         PERFORM 3210-PAY-OUT-STAKE THRU 3210-EXIT
137000     END-IF
137100     DELETE STAKE-FILE RECORD.
137200 3200-EXIT.
137300     EXIT.
137400 3210-PAY-OUT-STAKE.
137500     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
137600         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
137700         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
137800     ELSE
137900         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
138000         MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
138100     END-IF
138200     MOVE WS-LOSER-ID TO WS-BAL-ID
138300     PERFORM 8400-READ-BALANCE THRU 8400-EXIT
138400     IF WS-BAL-FOUND < SK-AMOUNT
138500         MOVE WS-BAL-FOUND TO WS-SETTLE-AMOUNT
138600     ELSE
138700         MOVE SK-AMOUNT    TO WS-SETTLE-AMOUNT
138800     END-IF
138900     IF WS-SETTLE-AMOUNT > ZERO
139000         MOVE WS-LOSER-ID TO WS-BAL-ID
139100         COMPUTE WS-BAL-DELTA = ZERO - WS-SETTLE-AMOUNT
139200         PERFORM 8300-ADJUST-BALANCE THRU 8300-EXIT
139300         MOVE WS-WINNER-ID     TO WS-BAL-ID
139400         MOVE WS-SETTLE-AMOUNT TO WS-BAL-DELTA
139500         PERFORM 8300-ADJUST-BALANCE THRU 8300-EXIT
139600         MOVE "STAKE-DR"       TO PX-TYPE
139700         MOVE WS-LOSER-ID      TO PX-PLAYER-ID
139800         MOVE WS-WINNER-ID     TO PX-OTHER-ID
139900         MOVE WS-SETTLE-AMOUNT TO PX-AMOUNT
140000         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
140100         MOVE "STAKE-CR"       TO PX-TYPE
140200         MOVE WS-WINNER-ID     TO PX-PLAYER-ID
140300         MOVE WS-LOSER-ID      TO PX-OTHER-ID
140400         MOVE WS-SETTLE-AMOUNT TO PX-AMOUNT
140500         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
140600         ADD WS-SETTLE-AMOUNT TO WS-POINTS-MOVED
140700     END-IF
140800     ADD 1 TO WS-SETTLED-COUNT
140900     MOVE "STAKE-SETTLED" TO AJ-EVENT
141000     MOVE ZERO            TO WS-AUDIT-CODE
141100     MOVE RD-MATCH-ID     TO AJ-MATCH-ID
141200     MOVE RD-PLAYER-B     TO AJ-PLAYER-ID
141300     MOVE SPACES          TO AJ-IDEM-KEY
141400     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
141500 3210-EXIT.
141600     EXIT.
141700*--------------------------------------------------------------
141800* THE LEDGER LINE - PLAYER B'S, WITH PLAYER A'S THROW IN THE
141900* OPPONENT COLUMN, STAMPED WITH THE POSTING CLOCK.
142000*--------------------------------------------------------------
142100 3300-WRITE-GAME-LOG.
142200     ACCEPT WS-TIME-NOW FROM TIME
142300     MOVE WS-RUN-DATE  TO GL-DATE
142400     MOVE WS-NOW-HOURS TO GL-HOURS
142500     MOVE WS-NOW-MINS  TO GL-MINS
142600     MOVE WS-NOW-SECS  TO GL-SECS
142700     MOVE RD-GL-MODE   TO GL-MODE
142800     MOVE RD-MATCH-ID  TO GL-MATCH-ID
142900     MOVE RD-PLAYER-B  TO GL-PLAYER-ID
143000     MOVE RD-PICK-B    TO GL-PLAYER-CHOICE
143100     MOVE RD-PICK-A    TO GL-COMPUTER-CHOICE
143200     MOVE RD-RESULT    TO GL-RESULT
143300     MOVE "GAMELOG" TO WS-CHAIN-LEDGER
143400     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
143500     MOVE LC-LAST-SEQ TO GL-SEQ
143600     MOVE ZERO TO GL-CHECK
143700     MOVE GAME-LOG-RECORD TO WS-CHAIN-IMAGE
143800     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
143900     MOVE WS-CHAIN-VALUE TO GL-CHECK
144000     WRITE GAME-LOG-RECORD
144100     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
144200 3300-EXIT.
144300     EXIT.
144400*--------------------------------------------------------------
144500* PLAYER B'S ROUND COUNTED AGAINST THE POSTING DAY, ON THE SAME
144600* DATE STAMP AS ITS LEDGER LINE.
144700*--------------------------------------------------------------
144800 3400-COUNT-QUOTA.
144900     MOVE RD-PLAYER-B TO QT-PLAYER-ID
145000     MOVE WS-RUN-DATE TO QT-DATE
145100     READ QUOTA-FILE KEY IS QT-KEY
145200         INVALID KEY
145300             MOVE RD-PLAYER-B TO QT-PLAYER-ID
145400             MOVE WS-RUN-DATE TO QT-DATE
145500             MOVE 1           TO QT-ROUND-COUNT
145600             WRITE QUOTA-RECORD
145700             GO TO 3400-EXIT
145800     END-READ
145900     ADD 1 TO QT-ROUND-COUNT
146000     REWRITE QUOTA-RECORD.
146100 3400-EXIT.
146200     EXIT.
146300*--------------------------------------------------------------
146400* THE WORKER'S UPDATE-LIVE-TALLY: PLAYER B'S RECORD AND THE SHOP
146500* TOTALS, WHICH ALSO CARRY THE DAY'S ROUND COUNT.
146600*--------------------------------------------------------------
146700 3500-UPDATE-TALLY.
146800     MOVE RD-PLAYER-B TO WS-TALLY-SIDE-ID
146900     PERFORM 3510-BOOK-TALLY THRU 3510-EXIT
147000     MOVE WS-TOTALS-KEY TO WS-TALLY-SIDE-ID
147100     PERFORM 3510-BOOK-TALLY THRU 3510-EXIT.
147200 3500-EXIT.
147300     EXIT.
147400 3510-BOOK-TALLY.
147500     MOVE WS-TALLY-SIDE-ID TO TY-PLAYER-ID
147600     READ TALLY-FILE KEY IS TY-PLAYER-ID
147700         INVALID KEY
147800             PERFORM 3520-INIT-TALLY THRU 3520-EXIT
147900     END-READ
148000     ADD 1 TO TY-ROUNDS
148100     EVALUATE RD-RESULT
148200         WHEN "win"  ADD 1 TO TY-WINS
148300         WHEN "tie"  ADD 1 TO TY-TIES
148400         WHEN "lose" ADD 1 TO TY-LOSSES
148500     END-EVALUATE
148600     ADD 1 TO TY-CHOICE-FREQ (RD-PICK-B)
148700     IF WS-TALLY-SIDE-ID = WS-TOTALS-KEY
148800         IF TY-TODAY-DATE = WS-RUN-DATE
148900             ADD 1 TO TY-TODAY-COUNT
149000         ELSE
149100             MOVE WS-RUN-DATE TO TY-TODAY-DATE
149200             MOVE 1           TO TY-TODAY-COUNT
149300         END-IF
149400     END-IF
149500     IF TY-FILE-STATUS = "23"
149600         WRITE TALLY-RECORD
149700     ELSE
149800         REWRITE TALLY-RECORD
149900     END-IF.
150000 3510-EXIT.
150100     EXIT.
150200 3520-INIT-TALLY.
150300     MOVE WS-TALLY-SIDE-ID TO TY-PLAYER-ID
150400     MOVE ZERO TO TY-ROUNDS
150500     MOVE ZERO TO TY-WINS
150600     MOVE ZERO TO TY-TIES
150700     MOVE ZERO TO TY-LOSSES
150800     PERFORM 3530-ZERO-TALLY-FREQ THRU 3530-EXIT
150900         VARYING WS-FREQ-SUB FROM 1 BY 1
151000         UNTIL WS-FREQ-SUB > 5
151100     MOVE ZERO TO TY-TODAY-DATE
151200     MOVE ZERO TO TY-TODAY-COUNT.
151300 3520-EXIT.
151400     EXIT.
151500 3530-ZERO-TALLY-FREQ.
151600     MOVE ZERO TO TY-CHOICE-FREQ (WS-FREQ-SUB).
151700 3530-EXIT.
151800     EXIT.
151900*--------------------------------------------------------------
152000 7000-FINALIZE.
152100     MOVE WS-LINE-COUNT      TO TOT-LINES
152200     MOVE WS-SKIPPED-COUNT   TO TOT-SKIPPED
152300     MOVE WS-IN-COUNT        TO TOT-IN
152400     MOVE WS-ACCEPTED-COUNT  TO TOT-ACCEPTED
152500     MOVE WS-REJECTED-COUNT  TO TOT-REJECTED
152600     MOVE WS-CODE-COUNT (1)  TO TOT-CODE-1
152700     MOVE WS-CODE-COUNT (3)  TO TOT-CODE-3
152800     MOVE WS-CODE-COUNT (4)  TO TOT-CODE-4
152900     MOVE WS-CODE-COUNT (5)  TO TOT-CODE-5
153000     MOVE WS-CODE-COUNT (7)  TO TOT-CODE-7
153100     MOVE WS-COMPLETED-COUNT TO TOT-COMPLETED
153200     MOVE WS-SETTLED-COUNT   TO TOT-SETTLED
153300     MOVE WS-POINTS-MOVED    TO TOT-POINTS
153400     MOVE BLANK-LINE  TO RPT-LINE  WRITE RPT-LINE
153500     MOVE TOT-LINE-1  TO RPT-LINE  WRITE RPT-LINE
153600     MOVE TOT-LINE-2  TO RPT-LINE  WRITE RPT-LINE
153700     MOVE TOT-LINE-3  TO RPT-LINE  WRITE RPT-LINE
153800     MOVE TOT-LINE-4  TO RPT-LINE  WRITE RPT-LINE
153900     MOVE TOT-LINE-5  TO RPT-LINE  WRITE RPT-LINE
154000     MOVE TOT-LINE-6  TO RPT-LINE  WRITE RPT-LINE
154100     MOVE TOT-LINE-7  TO RPT-LINE  WRITE RPT-LINE
154200     MOVE TOT-LINE-8  TO RPT-LINE  WRITE RPT-LINE
154300     MOVE TOT-LINE-9  TO RPT-LINE  WRITE RPT-LINE
154400     MOVE TOT-LINE-10 TO RPT-LINE  WRITE RPT-LINE
154500     MOVE TOT-LINE-11 TO RPT-LINE  WRITE RPT-LINE
154600     MOVE TOT-LINE-12 TO RPT-LINE  WRITE RPT-LINE
154700     MOVE TOT-LINE-13 TO RPT-LINE  WRITE RPT-LINE
154800     IF NOT POSTING-IS-LIVE
154900         MOVE BLANK-LINE      TO RPT-LINE  WRITE RPT-LINE
155000         MOVE CHECK-ONLY-LINE TO RPT-LINE  WRITE RPT-LINE
155100     END-IF
155200     CLOSE ROUND-IN-FILE
155300     CLOSE REJECT-FILE
155400     CLOSE RPT-FILE
155500     IF DIRECTORY-IS-OPEN
155600         CLOSE PLAYER-DIR-FILE
155700     END-IF
155800     IF PENDING-IS-OPEN
155900         CLOSE PENDING-MATCH-FILE
156000     END-IF
156100     IF MATCH-STATE-IS-OPEN
156200         CLOSE MATCH-STATE-FILE
156300     END-IF
156400     DISPLAY "RNDFEED: " WS-ARG-FUNCTION " IN " WS-IN-COUNT
156500         ", ACCEPTED " WS-ACCEPTED-COUNT
156600         ", REJECTED " WS-REJECTED-COUNT
156700     IF NOT POSTING-IS-LIVE
156800         GO TO 7000-EXIT
156900     END-IF
157000     IF STAKE-IS-OPEN
157100         CLOSE STAKE-FILE
157200     END-IF
157300     IF TALLY-IS-LIVE
157400         CLOSE TALLY-FILE
157500     END-IF
157600     CLOSE BALANCE-FILE
157700     CLOSE QUOTA-FILE
157800     CLOSE GAME-LOG-FILE
157900     CLOSE POINTS-LOG-FILE
158000     CLOSE AUDIT-FILE
158100     CLOSE LEDGER-CONTROL-FILE.
158200 7000-EXIT.
158300     EXIT.
158400*--------------------------------------------------------------
158500* ONE POINTSLOG LINE FROM THE PX- FIELDS ALREADY FILLED IN,
158600* STAMPED WITH THE CLOCK THE WAY THE WORKER STAMPS ITS OWN.
158700*--------------------------------------------------------------
158800 8100-WRITE-POINTS.
158900     ACCEPT WS-TIME-NOW FROM TIME
159000     MOVE WS-RUN-DATE  TO PX-DATE
159100     MOVE WS-NOW-HOURS TO PX-HOURS
159200     MOVE WS-NOW-MINS  TO PX-MINS
159300     MOVE WS-NOW-SECS  TO PX-SECS
159400     MOVE RD-MATCH-ID  TO PX-MATCH-ID
159500     MOVE "POINTSLOG" TO WS-CHAIN-LEDGER
159600     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
159700     MOVE LC-LAST-SEQ TO PX-SEQ
159800     MOVE ZERO TO PX-CHECK
159900     MOVE POINTS-LOG-RECORD TO WS-CHAIN-IMAGE
160000     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
160100     MOVE WS-CHAIN-VALUE TO PX-CHECK
160200     WRITE POINTS-LOG-RECORD
160300     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
160400 8100-EXIT.
160500     EXIT.
160600*--------------------------------------------------------------
160700* ONE AUDITLOG LINE FROM AJ-EVENT/AJ-MATCH-ID/AJ-PLAYER-ID/
160800* AJ-IDEM-KEY AND THE ERROR CODE IN WS-AUDIT-CODE.
160900*--------------------------------------------------------------
161000 8200-WRITE-AUDIT.
161100     ACCEPT WS-TIME-NOW FROM TIME
161200     MOVE WS-RUN-DATE   TO AJ-DATE
161300     MOVE WS-NOW-HOURS  TO AJ-HOURS
161400     MOVE WS-NOW-MINS   TO AJ-MINS
161500     MOVE WS-NOW-SECS   TO AJ-SECS
161600     MOVE WS-AUDIT-CODE TO AJ-ERROR-CODE
161700     MOVE "AUDITLOG" TO WS-CHAIN-LEDGER
161800     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
161900     MOVE LC-LAST-SEQ TO AJ-SEQ
162000     MOVE ZERO TO AJ-CHECK
162100     MOVE AUDIT-RECORD TO WS-CHAIN-IMAGE
162200     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
162300     MOVE WS-CHAIN-VALUE TO AJ-CHECK
162400     WRITE AUDIT-RECORD
162500     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
162600 8200-EXIT.
162700     EXIT.
162800*--------------------------------------------------------------
162900* APPLY WS-BAL-DELTA TO WS-BAL-ID, CREATING THE RECORD ON A
163000* PLAYER'S FIRST MOVEMENT; FLOORED AT ZERO AND CAPPED AT THE
163100* FIELD, THE SAME AS THE WORKER'S ADJUST-BALANCE.
163200*--------------------------------------------------------------
163300 8300-ADJUST-BALANCE.
163400     MOVE WS-BAL-ID TO BL-PLAYER-ID
163500     READ BALANCE-FILE KEY IS BL-PLAYER-ID
163600         INVALID KEY
163700             MOVE ZERO TO WS-BAL-WORK
163800             ADD WS-BAL-DELTA TO WS-BAL-WORK
163900             IF WS-BAL-WORK < ZERO
164000                 MOVE ZERO TO WS-BAL-WORK
164100             END-IF
164200             MOVE WS-BAL-ID   TO BL-PLAYER-ID
164300             MOVE WS-BAL-WORK TO BL-BALANCE
164400             WRITE BALANCE-RECORD
164500             GO TO 8300-EXIT
164600     END-READ
164700     MOVE BL-BALANCE TO WS-BAL-WORK
164800     ADD WS-BAL-DELTA TO WS-BAL-WORK
164900     IF WS-BAL-WORK < ZERO
165000         MOVE ZERO TO WS-BAL-WORK
165100     END-IF
165200     IF WS-BAL-WORK > 999999
165300         MOVE 999999 TO WS-BAL-WORK
165400     END-IF
165500     MOVE WS-BAL-WORK TO BL-BALANCE
165600     REWRITE BALANCE-RECORD.
165700 8300-EXIT.
165800     EXIT.
165900 8400-READ-BALANCE.
166000     MOVE ZERO TO WS-BAL-FOUND
166100     MOVE WS-BAL-ID TO BL-PLAYER-ID
166200     READ BALANCE-FILE KEY IS BL-PLAYER-ID
166300         NOT INVALID KEY
166400             MOVE BL-BALANCE TO WS-BAL-FOUND
166500     END-READ.
166600 8400-EXIT.
166700     EXIT.
166800*--------------------------------------------------------------
166900* NEXT LINK IN WS-CHAIN-LEDGER'S CHAIN: READS ITS LEDGCTL RECORD
167000* AND ADVANCES LC-LAST-SEQ TO THE NUMBER THE NEW LINE GETS, WITH
167100* WS-CHAIN-VALUE SEEDED FROM THE LINE BEFORE IT.  A LEDGER'S
167200* FIRST CHAINED LINE IS NUMBER 1, CHAINED FROM ZERO.
167300*--------------------------------------------------------------
167400 8500-NEXT-LINK.
167500     MOVE "N" TO WS-CHAIN-NEW-SW
167600     MOVE WS-CHAIN-LEDGER TO LC-LEDGER
167700     READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
167800         INVALID KEY
167900             SET NEW-CHAIN-RECORD TO TRUE
168000             MOVE WS-CHAIN-LEDGER TO LC-LEDGER
168100             MOVE ZERO TO LC-LAST-SEQ
168200             MOVE ZERO TO LC-LAST-CHECK
168300     END-READ
168400     ADD 1 TO LC-LAST-SEQ
168500     MOVE LC-LAST-CHECK TO WS-CHAIN-VALUE.
168600 8500-EXIT.
168700     EXIT.
168800*--------------------------------------------------------------
168900* CHECK VALUE OVER WS-CHAIN-IMAGE, CARRIED ON FROM WS-CHAIN-VALUE.
169000*--------------------------------------------------------------
169100 8510-CHAIN-CHECK.
169200     PERFORM 8520-CHAIN-BYTE THRU 8520-EXIT
169300         VARYING WS-CHAIN-SUB FROM 1 BY 1
169400         UNTIL WS-CHAIN-SUB > 120.
169500 8510-EXIT.
169600     EXIT.
169700 8520-CHAIN-BYTE.
169800     COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 31
169900         + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-SUB:1))
170000     DIVIDE WS-CHAIN-WORK BY 999999937
170100         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE.
170200 8520-EXIT.
170300     EXIT.
170400*--------------------------------------------------------------
170500* THE LINE IS DOWN - PUT THE LEDGER'S NEW SEQUENCE AND CHECK
170600* VALUE BACK ON LEDGCTL.
170700*--------------------------------------------------------------
170800 8530-SAVE-LINK.
170900     MOVE WS-CHAIN-VALUE TO LC-LAST-CHECK
171000     ACCEPT LC-LAST-DATE FROM DATE
171100     ACCEPT WS-CHAIN-CLOCK FROM TIME
171200     MOVE WS-CHAIN-CLOCK (1:2) TO LC-LAST-HOURS
171300     MOVE WS-CHAIN-CLOCK (3:2) TO LC-LAST-MINS
171400     MOVE WS-CHAIN-CLOCK (5:2) TO LC-LAST-SECS
171500     IF NEW-CHAIN-RECORD
171600         WRITE LEDGER-CONTROL-RECORD
171700     ELSE
171800         REWRITE LEDGER-CONTROL-RECORD
171900     END-IF.
172000 8530-EXIT.
172100     EXIT.
172200*--------------------------------------------------------------
172300 9999-EXIT.
172400     STOP RUN.
