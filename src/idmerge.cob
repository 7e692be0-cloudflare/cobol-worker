000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IDMERGE.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  OPERATOR MERGE OF A DUPLICATE PLAYER ID
001000*                    INTO THE ONE THE PLAYER KEEPS: FOLDS THE
001100*                    RETIRED ID'S BALANCE (AS A POINTSLOG
001200*                    TRANSFER PAIR), ROLLUP, TALLY, QUOTA AND
001300*                    RATING INTO THE SURVIVOR, REPOINTS ITS OPEN
001400*                    LOBBY, CHALLENGE, PENDINGMATCH AND
001500*                    MATCHSTATE ENTRIES, AND MARKS THE RETIRED
001600*                    DIRECTORY ENTRY MERGED SO THE WORKER TURNS
001700*                    IT AWAY.  JOURNALED TO AUDITLOG, LISTED ON
001800*                    MERGERPT.
001810*   2026-10-15  OPS  POINTSLOG AND AUDITLOG LINES ARE STAMPED
001820*                    WITH THEIR LEDGER SEQUENCE NUMBER AND
001830*                    CHAINED CHECK VALUE FROM LEDGCTL.
001900*--------------------------------------------------------------
002000* PLAYERS WHO REGISTERED TWICE BEFORE THE DIRECTORY RULE CAME IN
002100* HAVE THEIR RECORD SPLIT ACROSS IDS.  THIS JOB PUTS ONE PERSON
002200* BACK TOGETHER UNDER THE SURVIVING ID.
002300*
002400* ARGUMENTS:
002500*   1  PREVIEW - LIST WHAT A MERGE WOULD DO; NOTHING IS CHANGED.
002600*      MERGE   - DO IT.
002700*   2  THE SURVIVING ID.
002800*   3  THE RETIRED ID.
002900* BOTH IDS MUST BE IN PLAYERDIR AND NEITHER MAY ALREADY HAVE BEEN
003000* MERGED AWAY, SO MERGES NEVER CHAIN INTO A LOOP.
003100*
003200* WHAT MOVES:
003300*   BALANCE  - THE WHOLE RETIRED BALANCE, AS A MERGE-DR LINE ON
003400*              THE RETIRED ID AND A MERGE-CR LINE ON THE
003500*              SURVIVOR, SO BALRECN'S REPLAY STILL LANDS ON BOTH
003600*              RECORDS.  THE RETIRED RECORD STAYS, AT ZERO.
003700*   ROLLUP,  - COUNTS AND CHOICE FREQUENCIES ADD UP; THE LONGEST
003800*   TALLY      STREAK IS THE LONGER OF THE TWO, THE OPEN STREAK
003900*              STAYS THE SURVIVOR'S, THE DATES WIDEN TO COVER
004000*              BOTH.  THE RETIRED RECORDS ARE DELETED.
004100*   QUOTA    - EACH DAY'S ROUND COUNT ADDS TO THE SURVIVOR'S DAY.
004200*   RATINGS  - THE MATCHES-RATED WEIGHTED AVERAGE OF THE TWO, SO
004300*              THE ID WITH MORE RATED PLAY COUNTS FOR MORE.  THIS
004400*              HOLDS UNTIL THE NEXT RATECALC REBUILD, WHICH
004500*              REPLAYS THE RETIRED ID'S MATCHES UNDER THE
004600*              SURVIVOR ANYWAY.
004700*   LOBBY, CHALLENGE, PENDINGMATCH, MATCHSTATE - OPEN ENTRIES
004800*              NAMING THE RETIRED ID NAME THE SURVIVOR INSTEAD.
004900*              A MATCH BETWEEN THE TWO IDS CANNOT BE REPOINTED
005000*              (ONE PERSON CANNOT PLAY BOTH SIDES): IT IS LEFT AS
005100*              IT IS FOR MATCHADJ TO CLOSE OUT, AND AN OPEN
005200*              CHALLENGE BETWEEN THEM IS DECLINED.
005300* FINISHED AND CLOSED MATCHES KEEP THE IDS THEY WERE PLAYED
005400* UNDER, AS DOES EVERY LEDGER: THE JOBS THAT REBUILD FROM THE
005500* LEDGERS READ THE MERGED-INTO ID OFF PLAYERDIR AND COUNT THE
005600* RETIRED ID'S ROUNDS UNDER THE SURVIVOR, SO MATCHRECN AND
005700* BALRECN STILL BALANCE AFTERWARDS.
005800*
005900* THE DIRECTORY IS MARKED LAST.  A RUN THAT FAILS PART WAY CAN BE
006000* RUN AGAIN WITH THE SAME CARD: EVERYTHING ALREADY FOLDED HAS
006100* LEFT NOTHING BEHIND ON THE RETIRED ID TO FOLD TWICE.
006200*--------------------------------------------------------------
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
006700         ORGANIZATION INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PD-PLAYER-ID
007000         FILE STATUS IS PD-FILE-STATUS.
007100     SELECT BALANCE-FILE ASSIGN TO "BALANCE"
007200         ORGANIZATION INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS BL-PLAYER-ID
007500         FILE STATUS IS BL-FILE-STATUS.
007600     SELECT ROLLUP-FILE ASSIGN TO "ROLLUP"
007700         ORGANIZATION INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS RU-PLAYER-ID
008000         FILE STATUS IS RU-FILE-STATUS.
008100     SELECT TALLY-FILE ASSIGN TO "TALLY"
008200         ORGANIZATION INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS TY-PLAYER-ID
008500         FILE STATUS IS TY-FILE-STATUS.
008600     SELECT QUOTA-FILE ASSIGN TO "QUOTA"
008700         ORGANIZATION INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS QT-KEY
009000         FILE STATUS IS QT-FILE-STATUS.
009100     SELECT RATING-FILE ASSIGN TO "RATINGS"
009200         ORGANIZATION INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS RT-PLAYER-ID
009500         FILE STATUS IS RT-FILE-STATUS.
009600     SELECT LOBBY-FILE ASSIGN TO "LOBBY"
009700         ORGANIZATION INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS LB-PLAYER-ID
010000         FILE STATUS IS LB-FILE-STATUS.
010100     SELECT CHALLENGE-FILE ASSIGN TO "CHALLENGE"
010200         ORGANIZATION INDEXED
010300         ACCESS MODE IS DYNAMIC
010400         RECORD KEY IS CH-CHALLENGE-ID
010500         FILE STATUS IS CH-FILE-STATUS.
010600     SELECT PENDING-MATCH-FILE ASSIGN TO "PENDINGMATCH"
010700         ORGANIZATION INDEXED
010800         ACCESS MODE IS DYNAMIC
010900         RECORD KEY IS PM-MATCH-ID
011000         FILE STATUS IS PM-FILE-STATUS.
011100     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
011200         ORGANIZATION INDEXED
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS MS-MATCH-ID
011500         FILE STATUS IS MS-FILE-STATUS.
011600     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
011700         ORGANIZATION LINE SEQUENTIAL
011800         FILE STATUS IS PX-FILE-STATUS.
011900     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
012000         ORGANIZATION LINE SEQUENTIAL
012100         FILE STATUS IS AJ-FILE-STATUS.
012110     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
012120         ORGANIZATION INDEXED
012130         ACCESS MODE IS DYNAMIC
012140         RECORD KEY IS LC-LEDGER
012150         FILE STATUS IS LC-FILE-STATUS.
012200     SELECT RPT-FILE ASSIGN TO "MERGERPT"
012300         ORGANIZATION LINE SEQUENTIAL
012400         FILE STATUS IS RPT-FILE-STATUS.
012500 DATA DIVISION.
012600 FILE SECTION.
012700 FD  PLAYER-DIR-FILE.
012800     COPY "playerdir.cpy".
012900 FD  BALANCE-FILE.
013000     COPY "balance.cpy".
013100 FD  ROLLUP-FILE.
013200     COPY "rollup.cpy".
013300 FD  TALLY-FILE.
013400     COPY "tally.cpy".
013500 FD  QUOTA-FILE.
013600     COPY "quota.cpy".
013700 FD  RATING-FILE.
013800     COPY "ratings.cpy".
013900 FD  LOBBY-FILE.
014000     COPY "lobby.cpy".
014100 FD  CHALLENGE-FILE.
014200     COPY "challenge.cpy".
014300 FD  PENDING-MATCH-FILE.
014400     COPY "pendingmatch.cpy".
014500 FD  MATCH-STATE-FILE.
014600     COPY "matchstate.cpy".
014700 FD  POINTS-LOG-FILE.
014800     COPY "pointslog.cpy".
014900 FD  AUDIT-FILE.
015000     COPY "auditlog.cpy".
015010 FD  LEDGER-CONTROL-FILE.
015020     COPY "ledgctl.cpy".
015100 FD  RPT-FILE.
015200 01  RPT-LINE              PIC X(80).
015300 WORKING-STORAGE SECTION.
015400*--------------------------------------------------------------
015500* SWITCHES AND COUNTERS
015600*--------------------------------------------------------------
015700 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
015800 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
015900 77  RU-FILE-STATUS        PIC X(02) VALUE "00".
016000 77  TY-FILE-STATUS        PIC X(02) VALUE "00".
016100 77  QT-FILE-STATUS        PIC X(02) VALUE "00".
016200 77  RT-FILE-STATUS        PIC X(02) VALUE "00".
016300 77  LB-FILE-STATUS        PIC X(02) VALUE "00".
016400 77  CH-FILE-STATUS        PIC X(02) VALUE "00".
016500 77  PM-FILE-STATUS        PIC X(02) VALUE "00".
016600 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
016700 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
016800 77  AJ-FILE-STATUS        PIC X(02) VALUE "00".
016850 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
016900 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
017000 77  WS-LIVE-SW            PIC X(01) VALUE "N".
017100     88 MERGE-IS-LIVE           VALUE "Y".
017200 77  WS-REFUSED-SW         PIC X(01) VALUE "N".
017300     88 MERGE-IS-REFUSED        VALUE "Y".
017400 77  WS-PD-OPEN-SW         PIC X(01) VALUE "N".
017500     88 DIRECTORY-IS-OPEN       VALUE "Y".
017600 77  WS-BL-OPEN-SW         PIC X(01) VALUE "N".
017700     88 BALANCE-IS-OPEN         VALUE "Y".
017800 77  WS-MS-OPEN-SW         PIC X(01) VALUE "N".
017900     88 MATCH-STATE-IS-OPEN     VALUE "Y".
018000 77  WS-SURV-BAL-SW        PIC X(01) VALUE "N".
018100     88 SURVIVOR-HAS-BALANCE    VALUE "Y".
018200 77  WS-SELF-SW            PIC X(01) VALUE "N".
018300     88 MATCH-IS-SELF-PLAY      VALUE "Y".
018400 77  WS-EOF-SW             PIC X(01) VALUE "N".
018500     88 INPUT-AT-EOF            VALUE "Y".
018600 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
018700 77  WS-CHANGED-COUNT      PIC 9(06) VALUE ZERO.
018800 77  WS-LEFT-COUNT         PIC 9(06) VALUE ZERO.
018900 77  WS-POINTS-MOVED       PIC 9(06) VALUE ZERO.
019000*--------------------------------------------------------------
019100* ARGUMENTS
019200*--------------------------------------------------------------
019300 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
019400 01  WS-SURVIVOR-ID        PIC X(16) VALUE SPACES.
019500 01  WS-RETIRED-ID         PIC X(16) VALUE SPACES.
019600 01  WS-REFUSAL            PIC X(50) VALUE SPACES.
019700*--------------------------------------------------------------
019800* BALANCE AND RATING WORK FIELDS
019900*--------------------------------------------------------------
020000 77  WS-RETIRED-BAL        PIC 9(06) VALUE ZERO.
020100 77  WS-SURVIVOR-BAL       PIC 9(06) VALUE ZERO.
020200 77  WS-BAL-SUM            PIC 9(07) VALUE ZERO.
020300 77  WS-RATE-MATCHES       PIC 9(07) VALUE ZERO.
020400 77  WS-RATE-WORK          PIC 9(11) VALUE ZERO.
020500 77  WS-FREQ-SUB           PIC 9(01) VALUE ZERO.
020600 77  WS-NEEDED-WINS        PIC 9(01) VALUE ZERO.
020700 01  WS-CHECK-MATCH-ID     PIC X(16) VALUE SPACES.
020800 01  WS-TIME-NOW.
020900     05 WS-NOW-HOURS       PIC 9(02).
021000     05 WS-NOW-MINS        PIC 9(02).
021100     05 WS-NOW-SECS        PIC 9(02).
021200     05 WS-NOW-HUNDS       PIC 9(02).
021205*--------------------------------------------------------------
021210* LEDGER CHAIN WORK - SEE LEDGCTL.CPY
021215*--------------------------------------------------------------
021220 77  WS-CHAIN-NEW-SW       PIC X(01) VALUE "N".
021225     88 NEW-CHAIN-RECORD        VALUE "Y".
021230 77  WS-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
021235 77  WS-CHAIN-WORK         PIC 9(12) COMP VALUE ZERO.
021240 77  WS-CHAIN-QUOT         PIC 9(12) COMP VALUE ZERO.
021245 77  WS-CHAIN-SUB          PIC 9(04) COMP VALUE ZERO.
021250 01  WS-CHAIN-LEDGER       PIC X(10) VALUE SPACES.
021255 01  WS-CHAIN-IMAGE        PIC X(120) VALUE SPACES.
021260 01  WS-CHAIN-CLOCK        PIC X(08) VALUE SPACES.
021300*--------------------------------------------------------------
021400* THE RETIRED ID'S RECORDS, HELD WHILE THE SURVIVOR'S ARE READ
021500*--------------------------------------------------------------
021600     COPY "rollup.cpy"
021700         REPLACING ==ROLLUP-RECORD== BY ==HOLD-ROLLUP==
021800                   LEADING ==RU-== BY ==HR-==.
021900     COPY "tally.cpy"
022000         REPLACING ==TALLY-RECORD== BY ==HOLD-TALLY==
022100                   LEADING ==TY-== BY ==HT-==.
022200     COPY "ratings.cpy"
022300         REPLACING ==RATING-RECORD== BY ==HOLD-RATING==
022400                   LEADING ==RT-== BY ==HG-==.
022500     COPY "lobby.cpy"
022600         REPLACING ==LOBBY-RECORD== BY ==HOLD-LOBBY==
022700                   LEADING ==LB-== BY ==HL-==.
022800*--------------------------------------------------------------
022900* THE RETIRED ID'S QUOTA DAYS.  A KEYED READ OF THE SURVIVOR'S
023000* DAY WOULD LOSE THE PLACE IN THE BROWSE, SO THE DAYS ARE
023100* COLLECTED FIRST AND FOLDED AFTERWARDS.  DAYS PAST THE TABLE
023200* ARE LEFT ON THE RETIRED ID AND REPORTED; A RERUN PICKS THEM UP.
023300*--------------------------------------------------------------
023400 77  WS-MAX-DAYS           PIC 9(04) COMP VALUE 400.
023500 77  WS-DAY-COUNT          PIC 9(04) COMP VALUE ZERO.
023600 77  WS-DAY-OVERFLOW       PIC 9(06) COMP VALUE ZERO.
023700 77  WS-SUB                PIC 9(04) COMP VALUE ZERO.
023800 01  QUOTA-DAY-TABLE.
023900     05 QD-ENTRY OCCURS 400 TIMES.
024000        10 QD-DATE         PIC 9(06).
024100        10 QD-COUNT        PIC 9(06).
024200*--------------------------------------------------------------
024300* REPORT LINES
024400*--------------------------------------------------------------
024500 01  HDG-LINE-1.
024600     05 FILLER             PIC X(30) VALUE
024700            "PLAYER ID MERGE               ".
024800     05 FILLER             PIC X(09) VALUE "RUN DATE ".
024900     05 HDG-DATE           PIC 9(06).
025000     05 FILLER             PIC X(02) VALUE SPACES.
025100     05 HDG-MODE           PIC X(08).
025200 01  HDG-LINE-2.
025300     05 FILLER             PIC X(10) VALUE "SURVIVOR  ".
025400     05 HDG-SURVIVOR       PIC X(16).
025500     05 FILLER             PIC X(12) VALUE "   RETIRED  ".
025600     05 HDG-RETIRED        PIC X(16).
025700 01  HDG-LINE-3.
025800     05 FILLER             PIC X(40) VALUE
025900     "FILE         KEY              ACTION    ".
026000     05 FILLER             PIC X(40) VALUE
026100     "     VALUE NOTE".
026200 01  DET-LINE.
026300     05 DET-FILE           PIC X(12).
026400     05 FILLER             PIC X(01) VALUE SPACES.
026500     05 DET-KEY            PIC X(16).
026600     05 FILLER             PIC X(01) VALUE SPACES.
026700     05 DET-ACTION         PIC X(10).
026800     05 FILLER             PIC X(01) VALUE SPACES.
026900     05 DET-VALUE          PIC ZZZZZZ9 BLANK WHEN ZERO.
027000     05 FILLER             PIC X(01) VALUE SPACES.
027100     05 DET-NOTE           PIC X(28).
027200 01  NOTE-DAY.
027300     05 FILLER             PIC X(10) VALUE "ROUNDS ON ".
027400     05 NOTE-DAY-DATE      PIC 9(06).
027500 01  REFUSE-LINE.
027600     05 FILLER             PIC X(15) VALUE "MERGE REFUSED: ".
027700     05 REFUSE-TEXT        PIC X(50).
027800 01  TOT-LINE-1.
027900     05 FILLER             PIC X(19) VALUE "  RECORDS CHANGED: ".
028000     05 TOT-CHANGED        PIC ZZZZZ9.
028100 01  TOT-LINE-2.
028200     05 FILLER             PIC X(19) VALUE "  LEFT FOR REVIEW: ".
028300     05 TOT-LEFT           PIC ZZZZZ9.
028400 01  TOT-LINE-3.
028500     05 FILLER             PIC X(19) VALUE "  POINTS MOVED   : ".
028600     05 TOT-POINTS         PIC ZZZZZ9.
028700 01  PREVIEW-LINE          PIC X(80) VALUE
028800     "PREVIEW ONLY - NOTHING WAS CHANGED".
028900 01  BLANK-LINE            PIC X(80) VALUE SPACES.
029000 PROCEDURE DIVISION.
029100*--------------------------------------------------------------
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     IF MERGE-IS-REFUSED
029500         PERFORM 8000-FINALIZE THRU 8000-EXIT
029600         GO TO 9999-EXIT
029700     END-IF
029800     PERFORM 2000-FOLD-BALANCE THRU 2000-EXIT
029900     PERFORM 2100-FOLD-ROLLUP THRU 2100-EXIT
030000     PERFORM 2200-FOLD-TALLY THRU 2200-EXIT
030100     PERFORM 2300-FOLD-QUOTA THRU 2300-EXIT
030200     PERFORM 2400-FOLD-RATING THRU 2400-EXIT
030300     PERFORM 3000-REPOINT-LOBBY THRU 3000-EXIT
030400     PERFORM 3100-REPOINT-CHALLENGES THRU 3100-EXIT
030500     PERFORM 3200-REPOINT-PENDING THRU 3200-EXIT
030600     PERFORM 3300-REPOINT-MATCHES THRU 3300-EXIT
030700     PERFORM 4000-MARK-DIRECTORY THRU 4000-EXIT
030800     PERFORM 8000-FINALIZE THRU 8000-EXIT
030900     GO TO 9999-EXIT.
031000*--------------------------------------------------------------
031100 1000-INITIALIZE.
031200     ACCEPT WS-RUN-DATE FROM DATE
031300     DISPLAY 1 UPON ARGUMENT-NUMBER
031400     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
031500         ON EXCEPTION
031600             MOVE SPACES TO WS-ARG-FUNCTION
031700     END-ACCEPT
031800     DISPLAY 2 UPON ARGUMENT-NUMBER
031900     ACCEPT WS-SURVIVOR-ID FROM ARGUMENT-VALUE
032000         ON EXCEPTION
032100             MOVE SPACES TO WS-SURVIVOR-ID
032200     END-ACCEPT
032300     DISPLAY 3 UPON ARGUMENT-NUMBER
032400     ACCEPT WS-RETIRED-ID FROM ARGUMENT-VALUE
032500         ON EXCEPTION
032600             MOVE SPACES TO WS-RETIRED-ID
032700     END-ACCEPT
032800     IF WS-ARG-FUNCTION = "MERGE"
032900         SET MERGE-IS-LIVE TO TRUE
033000     END-IF
033100     OPEN OUTPUT RPT-FILE
033200     MOVE WS-RUN-DATE    TO HDG-DATE
033300     MOVE WS-ARG-FUNCTION TO HDG-MODE
033400     MOVE WS-SURVIVOR-ID TO HDG-SURVIVOR
033500     MOVE WS-RETIRED-ID  TO HDG-RETIRED
033600     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
033700     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
033800     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
033900     PERFORM 1100-VALIDATE THRU 1100-EXIT
034000     IF MERGE-IS-REFUSED
034100         MOVE WS-REFUSAL  TO REFUSE-TEXT
034200         MOVE REFUSE-LINE TO RPT-LINE  WRITE RPT-LINE
034300         DISPLAY "IDMERGE: MERGE REFUSED - " WS-REFUSAL
034400         GO TO 1000-EXIT
034500     END-IF
034600     MOVE HDG-LINE-3 TO RPT-LINE  WRITE RPT-LINE
034700     OPEN I-O MATCH-STATE-FILE
034800     IF MS-FILE-STATUS = "00"
034900         SET MATCH-STATE-IS-OPEN TO TRUE
035000     END-IF
035100     IF NOT MERGE-IS-LIVE
035200         GO TO 1000-EXIT
035300     END-IF
035400     OPEN EXTEND POINTS-LOG-FILE
035500     IF PX-FILE-STATUS NOT = "00"
035600         OPEN OUTPUT POINTS-LOG-FILE
035700     END-IF
035800     OPEN EXTEND AUDIT-FILE
035900     IF AJ-FILE-STATUS NOT = "00"
036000         OPEN OUTPUT AUDIT-FILE
036010     END-IF
036020     OPEN I-O LEDGER-CONTROL-FILE
036030     IF LC-FILE-STATUS NOT = "00"
036040         OPEN OUTPUT LEDGER-CONTROL-FILE
036050         CLOSE LEDGER-CONTROL-FILE
036060         OPEN I-O LEDGER-CONTROL-FILE
036070     END-IF.
036200 1000-EXIT.
036300     EXIT.
036400*--------------------------------------------------------------
036500* EVERYTHING THAT CAN STOP A MERGE IS CHECKED HERE, BEFORE ANY
036600* FILE IS TOUCHED.  THE DIRECTORY AND BALANCE FILES STAY OPEN
036700* FOR THE RUN.
036800*--------------------------------------------------------------
036900 1100-VALIDATE.
037000     IF WS-ARG-FUNCTION NOT = "PREVIEW"
037100         AND WS-ARG-FUNCTION NOT = "MERGE"
037200         MOVE "FUNCTION MUST BE PREVIEW OR MERGE" TO WS-REFUSAL
037300         SET MERGE-IS-REFUSED TO TRUE
037400         GO TO 1100-EXIT
037500     END-IF
037600     IF WS-SURVIVOR-ID = SPACES OR WS-RETIRED-ID = SPACES
037700         MOVE "SURVIVING AND RETIRED IDS ARE BOTH REQUIRED"
037800           TO WS-REFUSAL
037900         SET MERGE-IS-REFUSED TO TRUE
038000         GO TO 1100-EXIT
038100     END-IF
038200     IF WS-SURVIVOR-ID = WS-RETIRED-ID
038300         MOVE "SURVIVING AND RETIRED IDS ARE THE SAME"
038400           TO WS-REFUSAL
038500         SET MERGE-IS-REFUSED TO TRUE
038600         GO TO 1100-EXIT
038700     END-IF
038800     OPEN I-O PLAYER-DIR-FILE
038900     IF PD-FILE-STATUS NOT = "00"
039000         MOVE "NO PLAYERDIR FILE" TO WS-REFUSAL
039100         SET MERGE-IS-REFUSED TO TRUE
039200         GO TO 1100-EXIT
039300     END-IF
039400     SET DIRECTORY-IS-OPEN TO TRUE
039500     MOVE WS-SURVIVOR-ID TO PD-PLAYER-ID
039600     READ PLAYER-DIR-FILE KEY IS PD-PLAYER-ID
039700         INVALID KEY
039800             MOVE "SURVIVING ID IS NOT IN THE DIRECTORY"
039900               TO WS-REFUSAL
040000             SET MERGE-IS-REFUSED TO TRUE
040100             GO TO 1100-EXIT
040200     END-READ
040300     IF PLAYER-WAS-MERGED
040400         MOVE "SURVIVING ID WAS ITSELF MERGED AWAY"
040500           TO WS-REFUSAL
040600         SET MERGE-IS-REFUSED TO TRUE
040700         GO TO 1100-EXIT
040800     END-IF
040900     MOVE WS-RETIRED-ID TO PD-PLAYER-ID
041000     READ PLAYER-DIR-FILE KEY IS PD-PLAYER-ID
041100         INVALID KEY
041200             MOVE "RETIRED ID IS NOT IN THE DIRECTORY"
041300               TO WS-REFUSAL
041400             SET MERGE-IS-REFUSED TO TRUE
041500             GO TO 1100-EXIT
041600     END-READ
041700     IF PLAYER-WAS-MERGED
041800         MOVE "RETIRED ID WAS ALREADY MERGED" TO WS-REFUSAL
041900         SET MERGE-IS-REFUSED TO TRUE
042000         GO TO 1100-EXIT
042100     END-IF
042200*    THE COMBINED BALANCE HAS TO FIT THE FIELD, OR THE TRANSFER
042300*    PAIR WOULD SAY MORE MOVED THAN THE SURVIVOR COULD HOLD.
042400     OPEN I-O BALANCE-FILE
042500     IF BL-FILE-STATUS NOT = "00"
042600         GO TO 1100-EXIT
042700     END-IF
042800     SET BALANCE-IS-OPEN TO TRUE
042900     MOVE WS-RETIRED-ID TO BL-PLAYER-ID
043000     READ BALANCE-FILE KEY IS BL-PLAYER-ID
043100         NOT INVALID KEY
043200             MOVE BL-BALANCE TO WS-RETIRED-BAL
043300     END-READ
043400     MOVE WS-SURVIVOR-ID TO BL-PLAYER-ID
043500     READ BALANCE-FILE KEY IS BL-PLAYER-ID
043600         NOT INVALID KEY
043700             MOVE BL-BALANCE TO WS-SURVIVOR-BAL
043800             SET SURVIVOR-HAS-BALANCE TO TRUE
043900     END-READ
044000     COMPUTE WS-BAL-SUM = WS-RETIRED-BAL + WS-SURVIVOR-BAL
044100     IF WS-BAL-SUM > 999999
044200         MOVE "COMBINED BALANCE WOULD EXCEED 999999"
044300           TO WS-REFUSAL
044400         SET MERGE-IS-REFUSED TO TRUE
044500     END-IF.
044600 1100-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------
044900* BALANCE: THE RETIRED ID'S POINTS MOVE ACROSS WHOLE, AS A
045000* MERGE-DR/MERGE-CR PAIR ON POINTSLOG.  NOTHING TO MOVE, NO
045100* LINES - WHICH IS ALSO WHAT MAKES A RERUN HARMLESS.
045200*--------------------------------------------------------------
045300 2000-FOLD-BALANCE.
045400     MOVE "BALANCE"     TO DET-FILE
045500     MOVE WS-RETIRED-ID TO DET-KEY
045600     MOVE WS-RETIRED-BAL TO DET-VALUE
045700     IF WS-RETIRED-BAL = ZERO
045800         MOVE "NONE"           TO DET-ACTION
045900         MOVE "NO POINTS TO MOVE" TO DET-NOTE
046000         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
046100         GO TO 2000-EXIT
046200     END-IF
046300     ADD 1 TO WS-CHANGED-COUNT
046400     ADD WS-RETIRED-BAL TO WS-POINTS-MOVED
046500     MOVE "MOVED"               TO DET-ACTION
046600     MOVE "POINTS TO SURVIVOR"  TO DET-NOTE
046700     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
046800     IF NOT MERGE-IS-LIVE
046900         GO TO 2000-EXIT
047000     END-IF
047100     MOVE WS-RETIRED-ID TO BL-PLAYER-ID
047200     READ BALANCE-FILE KEY IS BL-PLAYER-ID
047300     MOVE ZERO TO BL-BALANCE
047400     REWRITE BALANCE-RECORD
047500     MOVE WS-SURVIVOR-ID TO BL-PLAYER-ID
047600     IF SURVIVOR-HAS-BALANCE
047700         READ BALANCE-FILE KEY IS BL-PLAYER-ID
047800         ADD WS-RETIRED-BAL TO BL-BALANCE
047900         REWRITE BALANCE-RECORD
048000     ELSE
048100         MOVE WS-RETIRED-BAL TO BL-BALANCE
048200         WRITE BALANCE-RECORD
048300     END-IF
048400     MOVE "MERGE-DR"     TO PX-TYPE
048500     MOVE WS-RETIRED-ID  TO PX-PLAYER-ID
048600     MOVE WS-SURVIVOR-ID TO PX-OTHER-ID
048700     MOVE WS-RETIRED-BAL TO PX-AMOUNT
048800     PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
048900     MOVE "MERGE-CR"     TO PX-TYPE
049000     MOVE WS-SURVIVOR-ID TO PX-PLAYER-ID
049100     MOVE WS-RETIRED-ID  TO PX-OTHER-ID
049200     MOVE WS-RETIRED-BAL TO PX-AMOUNT
049300     PERFORM 8100-WRITE-POINTS THRU 8100-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600*--------------------------------------------------------------
049700* ROLLUP: THE RETIRED ID'S LIFETIME SUMMARY ADDS INTO THE
049800* SURVIVOR'S, OR SIMPLY CHANGES KEY WHEN THE SURVIVOR HAS NONE.
049900*--------------------------------------------------------------
050000 2100-FOLD-ROLLUP.
050100     MOVE "ROLLUP"      TO DET-FILE
050200     MOVE WS-RETIRED-ID TO DET-KEY
050300     MOVE ZERO          TO DET-VALUE
050400     OPEN I-O ROLLUP-FILE
050500     IF RU-FILE-STATUS NOT = "00"
050600         MOVE "NONE"           TO DET-ACTION
050700         MOVE "NO ROLLUP FILE" TO DET-NOTE
050800         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
050900         GO TO 2100-EXIT
051000     END-IF
051100     MOVE WS-RETIRED-ID TO RU-PLAYER-ID
051200     READ ROLLUP-FILE KEY IS RU-PLAYER-ID
051300         INVALID KEY
051400             MOVE "NONE"             TO DET-ACTION
051500             MOVE "NO ROLLUP RECORD" TO DET-NOTE
051600             PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
051700             CLOSE ROLLUP-FILE
051800             GO TO 2100-EXIT
051900     END-READ
052000     MOVE ROLLUP-RECORD TO HOLD-ROLLUP
052100     MOVE HR-ROUNDS     TO DET-VALUE
052200     ADD 1 TO WS-CHANGED-COUNT
052300     IF MERGE-IS-LIVE
052400         DELETE ROLLUP-FILE RECORD
052500     END-IF
052600     MOVE WS-SURVIVOR-ID TO RU-PLAYER-ID
052700     READ ROLLUP-FILE KEY IS RU-PLAYER-ID
052800         INVALID KEY
052900             MOVE HOLD-ROLLUP    TO ROLLUP-RECORD
053000             MOVE WS-SURVIVOR-ID TO RU-PLAYER-ID
053100             MOVE "REKEYED"      TO DET-ACTION
053200             MOVE "ROUNDS NOW UNDER SURVIVOR" TO DET-NOTE
053300             IF MERGE-IS-LIVE
053400                 WRITE ROLLUP-RECORD
053500             END-IF
053600         NOT INVALID KEY
053700             PERFORM 2110-COMBINE-ROLLUP THRU 2110-EXIT
053800             MOVE "FOLDED"       TO DET-ACTION
053900             MOVE "ROUNDS ADDED TO SURVIVOR" TO DET-NOTE
054000             IF MERGE-IS-LIVE
054100                 REWRITE ROLLUP-RECORD
054200             END-IF
054300     END-READ
054400     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
054500     CLOSE ROLLUP-FILE.
054600 2100-EXIT.
054700     EXIT.
054800 2110-COMBINE-ROLLUP.
054900     ADD HR-ROUNDS TO RU-ROUNDS
055000     ADD HR-WINS   TO RU-WINS
055100     ADD HR-TIES   TO RU-TIES
055200     ADD HR-LOSSES TO RU-LOSSES
055300     PERFORM 2120-ADD-ROLLUP-FREQ THRU 2120-EXIT
055400         VARYING WS-FREQ-SUB FROM 1 BY 1
055500         UNTIL WS-FREQ-SUB > 5
055600     IF HR-LONG-STREAK > RU-LONG-STREAK
055700         MOVE HR-LONG-STREAK TO RU-LONG-STREAK
055800     END-IF
055900     IF HR-FIRST-DATE NOT = ZERO
056000         AND (RU-FIRST-DATE = ZERO
056100              OR HR-FIRST-DATE < RU-FIRST-DATE)
056200         MOVE HR-FIRST-DATE TO RU-FIRST-DATE
056300     END-IF
056400     IF HR-LAST-DATE > RU-LAST-DATE
056500         MOVE HR-LAST-DATE TO RU-LAST-DATE
056600     END-IF.
056700 2110-EXIT.
056800     EXIT.
056900 2120-ADD-ROLLUP-FREQ.
057000     ADD HR-CHOICE-FREQ (WS-FREQ-SUB)
057100       TO RU-CHOICE-FREQ (WS-FREQ-SUB).
057200 2120-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------
057500* TALLY: THE SAME FOR THE CURRENT PERIOD.  THE TODAY COUNTER
057600* ADDS WHEN BOTH RECORDS ARE ON THE SAME DAY, OTHERWISE THE
057700* LATER DAY'S COUNT STANDS.
057800*--------------------------------------------------------------
057900 2200-FOLD-TALLY.
058000     MOVE "TALLY"       TO DET-FILE
058100     MOVE WS-RETIRED-ID TO DET-KEY
058200     MOVE ZERO          TO DET-VALUE
058300     OPEN I-O TALLY-FILE
058400     IF TY-FILE-STATUS NOT = "00"
058500         MOVE "NONE"          TO DET-ACTION
058600         MOVE "NO TALLY FILE" TO DET-NOTE
058700         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
058800         GO TO 2200-EXIT
058900     END-IF
059000     MOVE WS-RETIRED-ID TO TY-PLAYER-ID
059100     READ TALLY-FILE KEY IS TY-PLAYER-ID
059200         INVALID KEY
059300             MOVE "NONE"            TO DET-ACTION
059400             MOVE "NO TALLY RECORD" TO DET-NOTE
059500             PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
059600             CLOSE TALLY-FILE
059700             GO TO 2200-EXIT
059800     END-READ
059900     MOVE TALLY-RECORD TO HOLD-TALLY
060000     MOVE HT-ROUNDS    TO DET-VALUE
060100     ADD 1 TO WS-CHANGED-COUNT
060200     IF MERGE-IS-LIVE
060300         DELETE TALLY-FILE RECORD
060400     END-IF
060500     MOVE WS-SURVIVOR-ID TO TY-PLAYER-ID
060600     READ TALLY-FILE KEY IS TY-PLAYER-ID
060700         INVALID KEY
060800             MOVE HOLD-TALLY     TO TALLY-RECORD
060900             MOVE WS-SURVIVOR-ID TO TY-PLAYER-ID
061000             MOVE "REKEYED"      TO DET-ACTION
061100             MOVE "ROUNDS NOW UNDER SURVIVOR" TO DET-NOTE
061200             IF MERGE-IS-LIVE
061300                 WRITE TALLY-RECORD
061400             END-IF
061500         NOT INVALID KEY
061600             PERFORM 2210-COMBINE-TALLY THRU 2210-EXIT
061700             MOVE "FOLDED"       TO DET-ACTION
061800             MOVE "ROUNDS ADDED TO SURVIVOR" TO DET-NOTE
061900             IF MERGE-IS-LIVE
062000                 REWRITE TALLY-RECORD
062100             END-IF
062200     END-READ
062300     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
062400     CLOSE TALLY-FILE.
062500 2200-EXIT.
062600     EXIT.
062700 2210-COMBINE-TALLY.
062800     ADD HT-ROUNDS TO TY-ROUNDS
062900     ADD HT-WINS   TO TY-WINS
063000     ADD HT-TIES   TO TY-TIES
063100     ADD HT-LOSSES TO TY-LOSSES
063200     PERFORM 2220-ADD-TALLY-FREQ THRU 2220-EXIT
063300         VARYING WS-FREQ-SUB FROM 1 BY 1
063400         UNTIL WS-FREQ-SUB > 5
063500     IF HT-TODAY-DATE = TY-TODAY-DATE
063600         ADD HT-TODAY-COUNT TO TY-TODAY-COUNT
063700     ELSE
063800         IF HT-TODAY-DATE > TY-TODAY-DATE
063900             MOVE HT-TODAY-DATE  TO TY-TODAY-DATE
064000             MOVE HT-TODAY-COUNT TO TY-TODAY-COUNT
064100         END-IF
064200     END-IF.
064300 2210-EXIT.
064400     EXIT.
064500 2220-ADD-TALLY-FREQ.
064600     ADD HT-CHOICE-FREQ (WS-FREQ-SUB)
064700       TO TY-CHOICE-FREQ (WS-FREQ-SUB).
064800 2220-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------
065100* QUOTA: EVERY DAY THE RETIRED ID PLAYED ADDS ITS ROUND COUNT TO
065200* THE SURVIVOR'S SAME DAY, SO TODAY'S LIMIT SEES BOTH IDS' PLAY.
065300*--------------------------------------------------------------
065400 2300-FOLD-QUOTA.
065500     MOVE "QUOTA"       TO DET-FILE
065600     MOVE WS-RETIRED-ID TO DET-KEY
065700     MOVE ZERO          TO DET-VALUE
065800     OPEN I-O QUOTA-FILE
065900     IF QT-FILE-STATUS NOT = "00"
066000         MOVE "NONE"          TO DET-ACTION
066100         MOVE "NO QUOTA FILE" TO DET-NOTE
066200         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
066300         GO TO 2300-EXIT
066400     END-IF
066500     MOVE "N" TO WS-EOF-SW
066600     MOVE WS-RETIRED-ID TO QT-PLAYER-ID
066700     MOVE ZERO          TO QT-DATE
066800     START QUOTA-FILE KEY IS >= QT-KEY
066900         INVALID KEY SET INPUT-AT-EOF TO TRUE
067000     END-START
067100     PERFORM 2310-COLLECT-ONE-DAY THRU 2310-EXIT
067200         UNTIL INPUT-AT-EOF
067300     IF WS-DAY-COUNT = ZERO
067400         MOVE "NONE"             TO DET-ACTION
067500         MOVE "NO QUOTA RECORDS" TO DET-NOTE
067600         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
067700     END-IF
067800     PERFORM 2320-FOLD-ONE-DAY THRU 2320-EXIT
067900         VARYING WS-SUB FROM 1 BY 1
068000         UNTIL WS-SUB > WS-DAY-COUNT
068100     IF WS-DAY-OVERFLOW > ZERO
068200         ADD 1 TO WS-LEFT-COUNT
068300         MOVE WS-RETIRED-ID   TO DET-KEY
068400         MOVE WS-DAY-OVERFLOW TO DET-VALUE
068500         MOVE "LEFT"          TO DET-ACTION
068600         MOVE "DAYS OVER TABLE - RERUN"  TO DET-NOTE
068700         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
068800     END-IF
068900     CLOSE QUOTA-FILE.
069000 2300-EXIT.
069100     EXIT.
069200 2310-COLLECT-ONE-DAY.
069300     READ QUOTA-FILE NEXT RECORD
069400         AT END
069500             SET INPUT-AT-EOF TO TRUE
069600             GO TO 2310-EXIT
069700     END-READ
069800     IF QT-PLAYER-ID NOT = WS-RETIRED-ID
069900         SET INPUT-AT-EOF TO TRUE
070000         GO TO 2310-EXIT
070100     END-IF
070200     IF WS-DAY-COUNT >= WS-MAX-DAYS
070300         ADD 1 TO WS-DAY-OVERFLOW
070400         GO TO 2310-EXIT
070500     END-IF
070600     ADD 1 TO WS-DAY-COUNT
070700     MOVE QT-DATE        TO QD-DATE (WS-DAY-COUNT)
070800     MOVE QT-ROUND-COUNT TO QD-COUNT (WS-DAY-COUNT).
070900 2310-EXIT.
071000     EXIT.
071100 2320-FOLD-ONE-DAY.
071200     ADD 1 TO WS-CHANGED-COUNT
071300     MOVE WS-RETIRED-ID     TO DET-KEY
071400     MOVE QD-COUNT (WS-SUB) TO DET-VALUE
071500     MOVE "FOLDED"          TO DET-ACTION
071600     MOVE QD-DATE (WS-SUB)  TO NOTE-DAY-DATE
071700     MOVE NOTE-DAY          TO DET-NOTE
071800     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
071900     IF NOT MERGE-IS-LIVE
072000         GO TO 2320-EXIT
072100     END-IF
072200     MOVE WS-RETIRED-ID    TO QT-PLAYER-ID
072300     MOVE QD-DATE (WS-SUB) TO QT-DATE
072400     READ QUOTA-FILE KEY IS QT-KEY
072500         NOT INVALID KEY
072600             DELETE QUOTA-FILE RECORD
072700     END-READ
072800     MOVE WS-SURVIVOR-ID   TO QT-PLAYER-ID
072900     MOVE QD-DATE (WS-SUB) TO QT-DATE
073000     READ QUOTA-FILE KEY IS QT-KEY
073100         INVALID KEY
073200             MOVE WS-SURVIVOR-ID    TO QT-PLAYER-ID
073300             MOVE QD-DATE (WS-SUB)  TO QT-DATE
073400             MOVE QD-COUNT (WS-SUB) TO QT-ROUND-COUNT
073500             WRITE QUOTA-RECORD
073600         NOT INVALID KEY
073700             ADD QD-COUNT (WS-SUB) TO QT-ROUND-COUNT
073800             REWRITE QUOTA-RECORD
073900     END-READ.
074000 2320-EXIT.
074100     EXIT.
074200*--------------------------------------------------------------
074300* RATINGS: THE AVERAGE OF THE TWO RATINGS WEIGHTED BY MATCHES
074400* RATED, ROUNDED; THE MATCH COUNTS ADD.  WITH NO RATED MATCHES ON
074500* EITHER SIDE THE SURVIVOR'S RATING STANDS.
074600*--------------------------------------------------------------
074700 2400-FOLD-RATING.
074800     MOVE "RATINGS"     TO DET-FILE
074900     MOVE WS-RETIRED-ID TO DET-KEY
075000     MOVE ZERO          TO DET-VALUE
075100     OPEN I-O RATING-FILE
075200     IF RT-FILE-STATUS NOT = "00"
075300         MOVE "NONE"            TO DET-ACTION
075400         MOVE "NO RATINGS FILE" TO DET-NOTE
075500         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
075600         GO TO 2400-EXIT
075700     END-IF
075800     MOVE WS-RETIRED-ID TO RT-PLAYER-ID
075900     READ RATING-FILE KEY IS RT-PLAYER-ID
076000         INVALID KEY
076100             MOVE "NONE"             TO DET-ACTION
076200             MOVE "NO RATING RECORD" TO DET-NOTE
076300             PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
076400             CLOSE RATING-FILE
076500             GO TO 2400-EXIT
076600     END-READ
076700     MOVE RATING-RECORD TO HOLD-RATING
076800     ADD 1 TO WS-CHANGED-COUNT
076900     IF MERGE-IS-LIVE
077000         DELETE RATING-FILE RECORD
077100     END-IF
077200     MOVE WS-SURVIVOR-ID TO RT-PLAYER-ID
077300     READ RATING-FILE KEY IS RT-PLAYER-ID
077400         INVALID KEY
077500             MOVE HOLD-RATING    TO RATING-RECORD
077600             MOVE WS-SURVIVOR-ID TO RT-PLAYER-ID
077700             MOVE "REKEYED"      TO DET-ACTION
077800             MOVE "RATING NOW UNDER SURVIVOR" TO DET-NOTE
077900             IF MERGE-IS-LIVE
078000                 WRITE RATING-RECORD
078100             END-IF
078200         NOT INVALID KEY
078300             PERFORM 2410-COMBINE-RATING THRU 2410-EXIT
078400             MOVE "FOLDED"       TO DET-ACTION
078500             MOVE "NEW SURVIVOR RATING" TO DET-NOTE
078600             IF MERGE-IS-LIVE
078700                 REWRITE RATING-RECORD
078800             END-IF
078900     END-READ
079000     MOVE RT-RATING TO DET-VALUE
079100     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
079200     CLOSE RATING-FILE.
079300 2400-EXIT.
079400     EXIT.
079500 2410-COMBINE-RATING.
079600     COMPUTE WS-RATE-MATCHES = RT-MATCHES-RATED
079700                             + HG-MATCHES-RATED
079800     IF WS-RATE-MATCHES = ZERO
079900         GO TO 2410-EXIT
080000     END-IF
080100     COMPUTE WS-RATE-WORK = RT-RATING * RT-MATCHES-RATED
080200                          + HG-RATING * HG-MATCHES-RATED
080300     COMPUTE RT-RATING ROUNDED = WS-RATE-WORK / WS-RATE-MATCHES
080400     IF WS-RATE-MATCHES > 999999
080500         MOVE 999999 TO RT-MATCHES-RATED
080600     ELSE
080700         MOVE WS-RATE-MATCHES TO RT-MATCHES-RATED
080800     END-IF.
080900 2410-EXIT.
081000     EXIT.
081100*--------------------------------------------------------------
081200* LOBBY: ONE RECORD PER PLAYER, KEYED BY THE ID ITSELF, SO THE
081300* RETIRED ID'S RECORD CHANGES KEY.  IF THE SURVIVOR IS ALREADY
081400* IN THE LOBBY TOO, A PAIRING ("P") BEATS A WAIT ("W") - THE
081500* OTHER SIDE OF A PAIRING HAS ALREADY PLAYED ITS FIRST ROUND -
081600* AND WHICHEVER LOSES IS DROPPED.  A PAIRING AGAINST THE
081700* SURVIVOR ITSELF IS LEFT FOR THE AGE-OUT.
081800*--------------------------------------------------------------
081900 3000-REPOINT-LOBBY.
082000     MOVE "LOBBY"       TO DET-FILE
082100     MOVE WS-RETIRED-ID TO DET-KEY
082200     MOVE ZERO          TO DET-VALUE
082300     OPEN I-O LOBBY-FILE
082400     IF LB-FILE-STATUS NOT = "00"
082500         MOVE "NONE"          TO DET-ACTION
082600         MOVE "NO LOBBY FILE" TO DET-NOTE
082700         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
082800         GO TO 3000-EXIT
082900     END-IF
083000     MOVE WS-RETIRED-ID TO LB-PLAYER-ID
083100     READ LOBBY-FILE KEY IS LB-PLAYER-ID
083200         INVALID KEY
083300             MOVE "NONE"           TO DET-ACTION
083400             MOVE "NOT IN THE LOBBY" TO DET-NOTE
083500             PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
083600             CLOSE LOBBY-FILE
083700             GO TO 3000-EXIT
083800     END-READ
083900     MOVE LOBBY-RECORD TO HOLD-LOBBY
084000     IF HL-STATUS = "P"
084100         MOVE HL-MATCH-ID TO WS-CHECK-MATCH-ID
084200         PERFORM 3900-CHECK-SELF-PLAY THRU 3900-EXIT
084300         IF MATCH-IS-SELF-PLAY
084400             ADD 1 TO WS-LEFT-COUNT
084500             MOVE "LEFT"                TO DET-ACTION
084600             MOVE "PAIRED WITH SURVIVOR" TO DET-NOTE
084700             PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
084800             CLOSE LOBBY-FILE
084900             GO TO 3000-EXIT
085000         END-IF
085100     END-IF
085200     ADD 1 TO WS-CHANGED-COUNT
085300     IF MERGE-IS-LIVE
085400         DELETE LOBBY-FILE RECORD
085500     END-IF
085600     MOVE WS-SURVIVOR-ID TO LB-PLAYER-ID
085700     READ LOBBY-FILE KEY IS LB-PLAYER-ID
085800         INVALID KEY
085900             MOVE HOLD-LOBBY     TO LOBBY-RECORD
086000             MOVE WS-SURVIVOR-ID TO LB-PLAYER-ID
086100             MOVE "REKEYED"      TO DET-ACTION
086200             MOVE "NOW WAITING AS SURVIVOR" TO DET-NOTE
086300             IF MERGE-IS-LIVE
086400                 WRITE LOBBY-RECORD
086500             END-IF
086600             GO TO 3000-WRITE
086700     END-READ
086800     IF HL-STATUS = "P" AND LB-STATUS = "W"
086900         MOVE HOLD-LOBBY     TO LOBBY-RECORD
087000         MOVE WS-SURVIVOR-ID TO LB-PLAYER-ID
087100         MOVE "REKEYED"      TO DET-ACTION
087200         MOVE "REPLACES SURVIVOR'S WAIT" TO DET-NOTE
087300         IF MERGE-IS-LIVE
087400             REWRITE LOBBY-RECORD
087500         END-IF
087600     ELSE
087700         MOVE "DROPPED"      TO DET-ACTION
087800         MOVE "SURVIVOR ALREADY IN LOBBY" TO DET-NOTE
087900     END-IF.
088000 3000-WRITE.
088100     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
088200     CLOSE LOBBY-FILE.
088300 3000-EXIT.
088400     EXIT.
088500*--------------------------------------------------------------
088600* CHALLENGE: AN OPEN CHALLENGE FROM OR TO THE RETIRED ID NOW
088700* NAMES THE SURVIVOR.  ONE BETWEEN THE TWO IDS WOULD HAVE THE
088800* PLAYER CHALLENGING THEMSELVES, SO IT IS DECLINED INSTEAD AND
088900* PENDSWEP PURGES IT.  ANSWERED CHALLENGES ARE HISTORY - LEFT.
089000*--------------------------------------------------------------
089100 3100-REPOINT-CHALLENGES.
089200     MOVE "CHALLENGE" TO DET-FILE
089300     MOVE ZERO        TO DET-VALUE
089400     OPEN I-O CHALLENGE-FILE
089500     IF CH-FILE-STATUS NOT = "00"
089600         GO TO 3100-EXIT
089700     END-IF
089800     MOVE "N" TO WS-EOF-SW
089900     PERFORM 3110-REPOINT-ONE-CHALLENGE THRU 3110-EXIT
090000         UNTIL INPUT-AT-EOF
090100     CLOSE CHALLENGE-FILE.
090200 3100-EXIT.
090300     EXIT.
090400 3110-REPOINT-ONE-CHALLENGE.
090500     READ CHALLENGE-FILE NEXT RECORD
090600         AT END
090700             SET INPUT-AT-EOF TO TRUE
090800             GO TO 3110-EXIT
090900     END-READ
091000     IF NOT CHALLENGE-IS-OPEN
091100         GO TO 3110-EXIT
091200     END-IF
091300     IF CH-FROM-ID NOT = WS-RETIRED-ID
091400         AND CH-TARGET-ID NOT = WS-RETIRED-ID
091500         GO TO 3110-EXIT
091600     END-IF
091700     IF CH-FROM-ID = WS-RETIRED-ID
091800         MOVE WS-SURVIVOR-ID TO CH-FROM-ID
091900     END-IF
092000     IF CH-TARGET-ID = WS-RETIRED-ID
092100         MOVE WS-SURVIVOR-ID TO CH-TARGET-ID
092200     END-IF
092300     ADD 1 TO WS-CHANGED-COUNT
092400     MOVE CH-CHALLENGE-ID TO DET-KEY
092500     IF CH-FROM-ID = CH-TARGET-ID
092600         SET CHALLENGE-DECLINED TO TRUE
092700         MOVE "DECLINED"    TO DET-ACTION
092800         MOVE "BETWEEN THE TWO IDS" TO DET-NOTE
092900     ELSE
093000         MOVE "REPOINTED"   TO DET-ACTION
093100         MOVE "NOW NAMES SURVIVOR" TO DET-NOTE
093200     END-IF
093300     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
093400     IF MERGE-IS-LIVE
093500         REWRITE CHALLENGE-RECORD
093600     END-IF.
093700 3110-EXIT.
093800     EXIT.
093900*--------------------------------------------------------------
094000* PENDINGMATCH: A PICK THE RETIRED ID PARKED NOW BELONGS TO THE
094100* SURVIVOR, SO THE SAME-CALLER RETRY CHECK STILL RECOGNISES THEM.
094200* A PICK ON A MATCH AGAINST THE SURVIVOR IS LEFT ALONE.
094300*--------------------------------------------------------------
094400 3200-REPOINT-PENDING.
094500     MOVE "PENDMATCH" TO DET-FILE
094600     MOVE ZERO        TO DET-VALUE
094700     OPEN I-O PENDING-MATCH-FILE
094800     IF PM-FILE-STATUS NOT = "00"
094900         GO TO 3200-EXIT
095000     END-IF
095100     MOVE "N" TO WS-EOF-SW
095200     PERFORM 3210-REPOINT-ONE-PICK THRU 3210-EXIT
095300         UNTIL INPUT-AT-EOF
095400     CLOSE PENDING-MATCH-FILE.
095500 3200-EXIT.
095600     EXIT.
095700 3210-REPOINT-ONE-PICK.
095800     READ PENDING-MATCH-FILE NEXT RECORD
095900         AT END
096000             SET INPUT-AT-EOF TO TRUE
096100             GO TO 3210-EXIT
096200     END-READ
096300     IF PM-PLAYER-ID NOT = WS-RETIRED-ID
096400         GO TO 3210-EXIT
096500     END-IF
096600     MOVE PM-MATCH-ID TO DET-KEY
096700     MOVE PM-MATCH-ID TO WS-CHECK-MATCH-ID
096800     PERFORM 3900-CHECK-SELF-PLAY THRU 3900-EXIT
096900     IF MATCH-IS-SELF-PLAY
097000         ADD 1 TO WS-LEFT-COUNT
097100         MOVE "LEFT"               TO DET-ACTION
097200         MOVE "MATCH WITH SURVIVOR" TO DET-NOTE
097300         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
097400         GO TO 3210-EXIT
097500     END-IF
097600     ADD 1 TO WS-CHANGED-COUNT
097700     MOVE "REPOINTED"          TO DET-ACTION
097800     MOVE "PICK NOW SURVIVOR'S" TO DET-NOTE
097900     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
098000     IF MERGE-IS-LIVE
098100         MOVE WS-SURVIVOR-ID TO PM-PLAYER-ID
098200         REWRITE PENDING-MATCH-RECORD
098300     END-IF.
098400 3210-EXIT.
098500     EXIT.
098600*--------------------------------------------------------------
098700* MATCHSTATE: AN OPEN MATCH WITH THE RETIRED ID ON EITHER SIDE
098800* CARRIES ON WITH THE SURVIVOR ON THAT SIDE.  EACH REPOINT IS
098900* JOURNALED AGAINST ITS MATCH.  FINISHED AND CLOSED MATCHES KEEP
099000* THE IDS THEY WERE PLAYED UNDER; A MATCH BETWEEN THE TWO IDS IS
099100* LEFT FOR MATCHADJ.
099200*--------------------------------------------------------------
099300 3300-REPOINT-MATCHES.
099400     MOVE "MATCHSTATE" TO DET-FILE
099500     MOVE ZERO         TO DET-VALUE
099600     IF NOT MATCH-STATE-IS-OPEN
099700         GO TO 3300-EXIT
099800     END-IF
099900     MOVE "N" TO WS-EOF-SW
100000     MOVE LOW-VALUES TO MS-MATCH-ID
100100     START MATCH-STATE-FILE KEY IS >= MS-MATCH-ID
100200         INVALID KEY SET INPUT-AT-EOF TO TRUE
100300     END-START
100400     PERFORM 3310-REPOINT-ONE-MATCH THRU 3310-EXIT
100500         UNTIL INPUT-AT-EOF.
100600 3300-EXIT.
100700     EXIT.
100800 3310-REPOINT-ONE-MATCH.
100900     READ MATCH-STATE-FILE NEXT RECORD
101000         AT END
101100             SET INPUT-AT-EOF TO TRUE
101200             GO TO 3310-EXIT
101300     END-READ
101400     IF MS-PLAYER-A-ID NOT = WS-RETIRED-ID
101500         AND MS-PLAYER-B-ID NOT = WS-RETIRED-ID
101600         GO TO 3310-EXIT
101700     END-IF
101800     IF MATCH-WAS-FORFEITED OR MATCH-WAS-VOIDED
101900         GO TO 3310-EXIT
102000     END-IF
102100     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
102200     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
102300         OR MS-COMPUTER-WINS >= WS-NEEDED-WINS
102400         GO TO 3310-EXIT
102500     END-IF
102600     MOVE MS-MATCH-ID      TO DET-KEY
102700     MOVE MS-ROUNDS-PLAYED TO DET-VALUE
102800     IF MS-PLAYER-A-ID = WS-SURVIVOR-ID
102900         OR MS-PLAYER-B-ID = WS-SURVIVOR-ID
103000         ADD 1 TO WS-LEFT-COUNT
103100         MOVE "LEFT"                TO DET-ACTION
103200         MOVE "SURVIVOR VS RETIRED"  TO DET-NOTE
103300         PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
103400         GO TO 3310-EXIT
103500     END-IF
103600     ADD 1 TO WS-CHANGED-COUNT
103700     MOVE "REPOINTED"          TO DET-ACTION
103800     MOVE "OPEN MATCH, ROUNDS PLAYED" TO DET-NOTE
103900     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
104000     IF NOT MERGE-IS-LIVE
104100         GO TO 3310-EXIT
104200     END-IF
104300     IF MS-PLAYER-A-ID = WS-RETIRED-ID
104400         MOVE WS-SURVIVOR-ID TO MS-PLAYER-A-ID
104500     ELSE
104600         MOVE WS-SURVIVOR-ID TO MS-PLAYER-B-ID
104700     END-IF
104800     REWRITE MATCH-STATE-RECORD
104900     MOVE "MERGE-REPOINT" TO AJ-EVENT
105000     MOVE MS-MATCH-ID     TO AJ-MATCH-ID
105100     MOVE WS-SURVIVOR-ID  TO AJ-PLAYER-ID
105200     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
105300 3310-EXIT.
105400     EXIT.
105500*--------------------------------------------------------------
105600* IS WS-CHECK-MATCH-ID A MATCH BETWEEN THE SURVIVOR AND THE
105700* RETIRED ID?  A MATCH WITH NO STATE YET HAS NO KNOWN SIDES AND
105800* IS TAKEN AS NOT.
105900*--------------------------------------------------------------
106000 3900-CHECK-SELF-PLAY.
106100     MOVE "N" TO WS-SELF-SW
106200     IF NOT MATCH-STATE-IS-OPEN OR WS-CHECK-MATCH-ID = SPACES
106300         GO TO 3900-EXIT
106400     END-IF
106500     MOVE WS-CHECK-MATCH-ID TO MS-MATCH-ID
106600     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
106700         INVALID KEY
106800             GO TO 3900-EXIT
106900     END-READ
107000     IF (MS-PLAYER-A-ID = WS-SURVIVOR-ID
107100             AND MS-PLAYER-B-ID = WS-RETIRED-ID)
107200         OR (MS-PLAYER-A-ID = WS-RETIRED-ID
107300             AND MS-PLAYER-B-ID = WS-SURVIVOR-ID)
107400         SET MATCH-IS-SELF-PLAY TO TRUE
107500     END-IF.
107600 3900-EXIT.
107700     EXIT.
107800*--------------------------------------------------------------
107900* LAST OF ALL, THE DIRECTORY: THE RETIRED ENTRY IS MARKED MERGED
108000* INTO THE SURVIVOR, WHICH IS WHAT THE WORKER REFUSES AND WHAT
108100* THE LEDGER-REBUILDING JOBS MAP BY.  THE MERGE ITSELF IS
108200* JOURNALED ONCE UNDER EACH ID.
108300*--------------------------------------------------------------
108400 4000-MARK-DIRECTORY.
108500     ADD 1 TO WS-CHANGED-COUNT
108600     MOVE "PLAYERDIR"        TO DET-FILE
108700     MOVE WS-RETIRED-ID      TO DET-KEY
108800     MOVE ZERO               TO DET-VALUE
108900     MOVE "MERGED"           TO DET-ACTION
109000     MOVE "INTO SURVIVOR"    TO DET-NOTE
109100     PERFORM 8300-WRITE-DETAIL THRU 8300-EXIT
109200     IF NOT MERGE-IS-LIVE
109300         GO TO 4000-EXIT
109400     END-IF
109500     MOVE WS-RETIRED-ID TO PD-PLAYER-ID
109600     READ PLAYER-DIR-FILE KEY IS PD-PLAYER-ID
109700     SET PLAYER-WAS-MERGED TO TRUE
109800     MOVE WS-SURVIVOR-ID TO PD-MERGED-INTO
109900     MOVE WS-RUN-DATE    TO PD-MERGED-DATE
110000     REWRITE PLAYER-DIR-RECORD
110100     MOVE SPACES           TO AJ-MATCH-ID
110200     MOVE "MERGE-RETIRED"  TO AJ-EVENT
110300     MOVE WS-RETIRED-ID    TO AJ-PLAYER-ID
110400     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT
110500     MOVE "MERGE-SURVIVOR" TO AJ-EVENT
110600     MOVE WS-SURVIVOR-ID   TO AJ-PLAYER-ID
110700     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
110800 4000-EXIT.
110900     EXIT.
111000*--------------------------------------------------------------
111100 8000-FINALIZE.
111200     IF NOT MERGE-IS-REFUSED
111300         MOVE WS-CHANGED-COUNT TO TOT-CHANGED
111400         MOVE WS-LEFT-COUNT    TO TOT-LEFT
111500         MOVE WS-POINTS-MOVED  TO TOT-POINTS
111600         MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
111700         MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
111800         MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
111900         MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
112000     END-IF
112100     IF NOT MERGE-IS-LIVE OR MERGE-IS-REFUSED
112200         MOVE BLANK-LINE   TO RPT-LINE  WRITE RPT-LINE
112300         MOVE PREVIEW-LINE TO RPT-LINE  WRITE RPT-LINE
112400     END-IF
112500     IF DIRECTORY-IS-OPEN
112600         CLOSE PLAYER-DIR-FILE
112700     END-IF
112800     IF BALANCE-IS-OPEN
112900         CLOSE BALANCE-FILE
113000     END-IF
113100     IF MATCH-STATE-IS-OPEN
113200         CLOSE MATCH-STATE-FILE
113300     END-IF
113400     IF MERGE-IS-LIVE AND NOT MERGE-IS-REFUSED
113500         CLOSE POINTS-LOG-FILE
113600         CLOSE AUDIT-FILE
113650         CLOSE LEDGER-CONTROL-FILE
113700     END-IF
113800     CLOSE RPT-FILE
113900     IF MERGE-IS-REFUSED
114000         GO TO 8000-EXIT
114100     END-IF
114200     IF MERGE-IS-LIVE
114300         DISPLAY "IDMERGE: " WS-RETIRED-ID " MERGED INTO "
114400             WS-SURVIVOR-ID " - " WS-CHANGED-COUNT " CHANGED, "
114500             WS-LEFT-COUNT " LEFT FOR REVIEW"
114600     ELSE
114700         DISPLAY "IDMERGE: PREVIEW OF " WS-RETIRED-ID " INTO "
114800             WS-SURVIVOR-ID " - " WS-CHANGED-COUNT " TO CHANGE, "
114900             WS-LEFT-COUNT " TO LEAVE"
115000     END-IF.
115100 8000-EXIT.
115200     EXIT.
115300*--------------------------------------------------------------
115400* ONE POINTSLOG LINE FROM THE PX- FIELDS ALREADY FILLED IN.  A
115500* TRANSFER BELONGS TO NO MATCH.
115600*--------------------------------------------------------------
115700 8100-WRITE-POINTS.
115800     ACCEPT WS-TIME-NOW FROM TIME
115900     MOVE WS-RUN-DATE  TO PX-DATE
116000     MOVE WS-NOW-HOURS TO PX-HOURS
116100     MOVE WS-NOW-MINS  TO PX-MINS
116200     MOVE WS-NOW-SECS  TO PX-SECS
116300     MOVE SPACES       TO PX-MATCH-ID
116310     MOVE "POINTSLOG" TO WS-CHAIN-LEDGER
116320     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
116330     MOVE LC-LAST-SEQ TO PX-SEQ
116340     MOVE ZERO TO PX-CHECK
116350     MOVE POINTS-LOG-RECORD TO WS-CHAIN-IMAGE
116360     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
116370     MOVE WS-CHAIN-VALUE TO PX-CHECK
116380     WRITE POINTS-LOG-RECORD
116390     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
116500 8100-EXIT.
116600     EXIT.
116700*--------------------------------------------------------------
116800* ONE AUDITLOG LINE FROM AJ-EVENT/AJ-MATCH-ID/AJ-PLAYER-ID.
116900*--------------------------------------------------------------
117000 8200-WRITE-AUDIT.
117100     ACCEPT WS-TIME-NOW FROM TIME
117200     MOVE WS-RUN-DATE  TO AJ-DATE
117300     MOVE WS-NOW-HOURS TO AJ-HOURS
117400     MOVE WS-NOW-MINS  TO AJ-MINS
117500     MOVE WS-NOW-SECS  TO AJ-SECS
117600     MOVE ZERO         TO AJ-ERROR-CODE
117700     MOVE SPACES       TO AJ-IDEM-KEY
117710     MOVE "AUDITLOG" TO WS-CHAIN-LEDGER
117720     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
117730     MOVE LC-LAST-SEQ TO AJ-SEQ
117740     MOVE ZERO TO AJ-CHECK
117750     MOVE AUDIT-RECORD TO WS-CHAIN-IMAGE
117760     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
117770     MOVE WS-CHAIN-VALUE TO AJ-CHECK
117780     WRITE AUDIT-RECORD
117790     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
117900 8200-EXIT.
118000     EXIT.
118100 8300-WRITE-DETAIL.
118200     MOVE DET-LINE TO RPT-LINE
118300     WRITE RPT-LINE.
118400 8300-EXIT.
118500     EXIT.
118501*--------------------------------------------------------------
118502* NEXT LINK IN WS-CHAIN-LEDGER'S CHAIN: READS ITS LEDGCTL RECORD
118503* AND ADVANCES LC-LAST-SEQ TO THE NUMBER THE NEW LINE GETS, WITH
118504* WS-CHAIN-VALUE SEEDED FROM THE LINE BEFORE IT.  A LEDGER'S
118505* FIRST CHAINED LINE IS NUMBER 1, CHAINED FROM ZERO.
118506*--------------------------------------------------------------
118507 8500-NEXT-LINK.
118508     MOVE "N" TO WS-CHAIN-NEW-SW
118509     MOVE WS-CHAIN-LEDGER TO LC-LEDGER
118510     READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
118511         INVALID KEY
118512             SET NEW-CHAIN-RECORD TO TRUE
118513             MOVE WS-CHAIN-LEDGER TO LC-LEDGER
118514             MOVE ZERO TO LC-LAST-SEQ
118515             MOVE ZERO TO LC-LAST-CHECK
118516     END-READ
118517     ADD 1 TO LC-LAST-SEQ
118518     MOVE LC-LAST-CHECK TO WS-CHAIN-VALUE.
118519 8500-EXIT.
118520     EXIT.
118521*--------------------------------------------------------------
118522* CHECK VALUE OVER WS-CHAIN-IMAGE, CARRIED ON FROM WS-CHAIN-VALUE.
118523*--------------------------------------------------------------
118524 8510-CHAIN-CHECK.
118525     PERFORM 8520-CHAIN-BYTE THRU 8520-EXIT
118526         VARYING WS-CHAIN-SUB FROM 1 BY 1
118527         UNTIL WS-CHAIN-SUB > 120.
118528 8510-EXIT.
118529     EXIT.
118530 8520-CHAIN-BYTE.
118531     COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 31
118532         + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-SUB:1))
118533     DIVIDE WS-CHAIN-WORK BY 999999937
118534         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE.
118535 8520-EXIT.
118536     EXIT.
118537*--------------------------------------------------------------
118538* THE LINE IS DOWN - PUT THE LEDGER'S NEW SEQUENCE AND CHECK
118539* VALUE BACK ON LEDGCTL.
118540*--------------------------------------------------------------
118541 8530-SAVE-LINK.
118542     MOVE WS-CHAIN-VALUE TO LC-LAST-CHECK
118543     ACCEPT LC-LAST-DATE FROM DATE
118544     ACCEPT WS-CHAIN-CLOCK FROM TIME
118545     MOVE WS-CHAIN-CLOCK (1:2) TO LC-LAST-HOURS
118546     MOVE WS-CHAIN-CLOCK (3:2) TO LC-LAST-MINS
118547     MOVE WS-CHAIN-CLOCK (5:2) TO LC-LAST-SECS
118548     IF NEW-CHAIN-RECORD
118549         WRITE LEDGER-CONTROL-RECORD
118550     ELSE
118551         REWRITE LEDGER-CONTROL-RECORD
118552     END-IF.
118553 8530-EXIT.
118554     EXIT.
118600*--------------------------------------------------------------
118700 9999-EXIT.
118800     STOP RUN.
