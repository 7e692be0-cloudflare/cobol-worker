000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MATCHADJ.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  STALLED-MATCH ADJUDICATION FOR THE NIGHTLY
001000*                    CYCLE: DECIDES EVERY PVP MATCH LEFT IDLE
001100*                    PAST THE CUTOFF GIVEN AS ARGUMENT 1 (DAYS,
001200*                    DEFAULT 7) - THE NO-SHOW FORFEITS, OR THE
001300*                    MATCH IS VOIDED WHEN NOBODY CAN BE BLAMED -
001400*                    SETTLES OR RELEASES ITS STAKE, JOURNALS
001500*                    EVERY DECISION TO AUDITLOG AND LISTS THEM
001600*                    ON ADJRPT.
001610*   2026-10-15  OPS  THE IDLE CUTOFF DEFAULT NOW COMES FROM
001620*                    MATCH-IDLE-DAYS ON SYSPARM; AN ARGUMENT 1
001630*                    STILL OVERRIDES IT FOR THE RUN.
001640*   2026-10-15  OPS  POINTSLOG AND AUDITLOG LINES ARE STAMPED
001650*                    WITH THEIR LEDGER SEQUENCE NUMBER AND
001660*                    CHAINED CHECK VALUE FROM LEDGCTL.
001700*--------------------------------------------------------------
001800* A BEST-OF-N PVP MATCH THAT STOPS HALFWAY USED TO SIT
001900* INCOMPLETE IN MATCHSTATE FOREVER: ITS STAKE NEVER SETTLED, SO
002000* THE POINTS ON IT WERE FROZEN, AND A TOURNEY SLOT WAITING ON IT
002100* NEVER ADVANCED.  THIS STEP RUNS BEFORE PENDSWEP, WHILE THE
002200* PARKED PICKS ARE STILL THERE AS EVIDENCE OF WHO SHOWED UP.
002300*
002400* PASS 1 - MATCHSTATE.  AN UNFINISHED, NOT YET CLOSED PVP MATCH
002500* IS IDLE FROM THE LATER OF ITS LAST RESOLVED ROUND
002600* (MS-LAST-DATE) AND ANY PICK STILL PARKED ON IT.  PAST THE
002700* CUTOFF IT IS DECIDED:
002800*   - ONE SIDE HAS A PICK PARKED: THAT SIDE SHOWED UP AND THE
002900*     OTHER NEVER ANSWERED - THE OTHER SIDE FORFEITS;
003000*   - OTHERWISE THE SIDE BEHIND ON WINS FORFEITS TO THE LEADER;
003100*   - LEVEL WITH NOTHING PARKED - NOBODY TO BLAME - VOID.
003200* A RECORD WRITTEN BEFORE THE WORKER STAMPED MS-LAST-DATE HAS
003300* NO CLOCK TO JUDGE; IT IS STAMPED WITH TODAY AND JUDGED ONCE
003400* THE CUTOFF HAS RUN FROM HERE, RATHER THAN CONDEMNED UNSEEN.
003500*
003600* PASS 2 - PENDINGMATCH.  A STALE PICK WITH NO MATCHSTATE AT ALL
003700* IS A MATCH WHOSE FIRST ROUND NEVER RESOLVED (A BRACKET MATCH
003800* THE OPPONENT NEVER CAME TO).  THE PARKER IS THE ONLY SIDE THAT
003900* SHOWED, SO A CLOSED MATCHSTATE RECORD IS WRITTEN AWARDING THEM
004000* THE MATCH, WITH NO ROUNDS AND SIDE B LEFT BLANK.
004100*
004200* STAKES: A FORFEIT SETTLES THE STAKE LOSER TO WINNER EXACTLY AS
004300* THE WORKER DOES ON A PLAYED-OUT MATCH (STAKE-DR/STAKE-CR,
004400* CLAMPED TO THE LOSER'S BALANCE).  A VOID - OR A FORFEIT WITH
004500* NOBODY ON THE OTHER SIDE TO PAY - RELEASES IT: ONE STAKE-RF
004600* LINE PER SIDE, NO BALANCE MOVEMENT, SINCE A STAKE IS ONLY A
004700* PLEDGE UNTIL IT SETTLES.  EITHER WAY THE STAKE RECORD AND ANY
004800* PARKED PICK ON THE MATCH ARE CONSUMED.
004900*--------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT MATCH-STATE-FILE ASSIGN TO "MATCHSTATE"
005400         ORGANIZATION INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS MS-MATCH-ID
005700         FILE STATUS IS MS-FILE-STATUS.
005800     SELECT PENDING-MATCH-FILE ASSIGN TO "PENDINGMATCH"
005900         ORGANIZATION INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PM-MATCH-ID
006200         FILE STATUS IS PM-FILE-STATUS.
006300     SELECT STAKE-FILE ASSIGN TO "STAKE"
006400         ORGANIZATION INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS SK-MATCH-ID
006700         FILE STATUS IS SK-FILE-STATUS.
006800     SELECT BALANCE-FILE ASSIGN TO "BALANCE"
006900         ORGANIZATION INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS BL-PLAYER-ID
007200         FILE STATUS IS BL-FILE-STATUS.
007300     SELECT POINTS-LOG-FILE ASSIGN TO "POINTSLOG"
007400         ORGANIZATION LINE SEQUENTIAL
007500         FILE STATUS IS PX-FILE-STATUS.
007600     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
007700         ORGANIZATION LINE SEQUENTIAL
007800         FILE STATUS IS AJ-FILE-STATUS.
007810     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
007820         ORGANIZATION INDEXED
007830         ACCESS MODE IS DYNAMIC
007840         RECORD KEY IS SP-KEY
007850         FILE STATUS IS SP-FILE-STATUS.
007855     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
007860         ORGANIZATION INDEXED
007865         ACCESS MODE IS DYNAMIC
007870         RECORD KEY IS LC-LEDGER
007875         FILE STATUS IS LC-FILE-STATUS.
007900     SELECT RPT-FILE ASSIGN TO "ADJRPT"
008000         ORGANIZATION LINE SEQUENTIAL
008100         FILE STATUS IS RPT-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  MATCH-STATE-FILE.
008500     COPY "matchstate.cpy".
008600 FD  PENDING-MATCH-FILE.
008700     COPY "pendingmatch.cpy".
008800 FD  STAKE-FILE.
008900     COPY "stake.cpy".
009000 FD  BALANCE-FILE.
009100     COPY "balance.cpy".
009200 FD  POINTS-LOG-FILE.
009300     COPY "pointslog.cpy".
009400 FD  AUDIT-FILE.
009500     COPY "auditlog.cpy".
009510 FD  SYSTEM-PARM-FILE.
009520     COPY "sysparm.cpy".
009530 FD  LEDGER-CONTROL-FILE.
009540     COPY "ledgctl.cpy".
009600 FD  RPT-FILE.
009700 01  RPT-LINE              PIC X(80).
009800 WORKING-STORAGE SECTION.
009900*--------------------------------------------------------------
010000* SWITCHES AND COUNTERS
010100*--------------------------------------------------------------
010200 77  MS-FILE-STATUS        PIC X(02) VALUE "00".
010300 77  PM-FILE-STATUS        PIC X(02) VALUE "00".
010400 77  SK-FILE-STATUS        PIC X(02) VALUE "00".
010500 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
010600 77  PX-FILE-STATUS        PIC X(02) VALUE "00".
010700 77  AJ-FILE-STATUS        PIC X(02) VALUE "00".
010710 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
010720 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
010730     88 PARM-AT-EOF             VALUE "Y".
010740 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
010800 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
010900 77  WS-STATE-EOF-SW       PIC X(01) VALUE "N".
011000     88 STATE-AT-EOF            VALUE "Y".
011100 77  WS-PENDING-EOF-SW     PIC X(01) VALUE "N".
011200     88 PENDING-AT-EOF          VALUE "Y".
011300 77  WS-PM-OPEN-SW         PIC X(01) VALUE "N".
011400     88 PENDING-IS-OPEN         VALUE "Y".
011500 77  WS-SK-OPEN-SW         PIC X(01) VALUE "N".
011600     88 STAKE-IS-OPEN           VALUE "Y".
011700 77  WS-PICK-SW            PIC X(01) VALUE "N".
011800     88 PICK-IS-PARKED          VALUE "Y".
011900 77  WS-STALE-SW           PIC X(01) VALUE "N".
012000     88 MATCH-IS-STALE          VALUE "Y".
012100 77  WS-DECISION-SW        PIC X(01) VALUE SPACE.
012200     88 DECIDE-FORFEIT          VALUE "F".
012300     88 DECIDE-VOID             VALUE "V".
012400 77  WS-READ-COUNT         PIC 9(06) VALUE ZERO.
012500 77  WS-PICK-READ-COUNT    PIC 9(06) VALUE ZERO.
012600 77  WS-ACTIVE-COUNT       PIC 9(06) VALUE ZERO.
012700 77  WS-CLOCK-COUNT        PIC 9(06) VALUE ZERO.
012800 77  WS-FORFEIT-COUNT      PIC 9(06) VALUE ZERO.
012900 77  WS-VOID-COUNT         PIC 9(06) VALUE ZERO.
013000 77  WS-SETTLED-COUNT      PIC 9(06) VALUE ZERO.
013100 77  WS-RELEASED-COUNT     PIC 9(06) VALUE ZERO.
013200 77  WS-POINTS-MOVED       PIC 9(08) VALUE ZERO.
013300*--------------------------------------------------------------
013400* IDLE CUTOFF - ARGUMENT 1 IN DAYS; A MATCH WITH NO ACTIVITY
013450* FOR LONGER THAN THIS IS STALLED.  WITH NO ARGUMENT IT IS THE
013500* MATCH-IDLE-DAYS IN FORCE ON SYSPARM, ELSE THE SAME 7-DAY
013550* DEFAULT THE WORKER AND PENDSWEP AGE PARKED PICKS BY.
013700*--------------------------------------------------------------
013800 77  WS-ARG-DAYS           PIC X(03) VALUE SPACES.
013900 77  WS-DAYS-SHIFT         PIC X(02) VALUE SPACES.
014000 77  WS-MAX-IDLE-DAYS      PIC 9(03) VALUE 7.
014100 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
014200 77  WS-LAST-DATE          PIC 9(06) VALUE ZERO.
014300 77  WS-LAST-INT           PIC S9(9) COMP-5 VALUE ZERO.
014400 77  WS-TODAY-INT          PIC S9(9) COMP-5 VALUE ZERO.
014500 77  WS-IDLE-DAYS          PIC S9(9) COMP-5 VALUE ZERO.
014600 77  WS-NEEDED-WINS        PIC 9(01) VALUE ZERO.
014700*--------------------------------------------------------------
014800* THE DECISION FOR THE MATCH IN HAND, AND THE POINTS WORK AREA
014900*--------------------------------------------------------------
015000 01  WS-WINNER-ID          PIC X(16) VALUE SPACES.
015100 01  WS-LOSER-ID           PIC X(16) VALUE SPACES.
015200 01  WS-REASON             PIC X(08) VALUE SPACES.
015300 77  WS-SETTLE-AMOUNT      PIC 9(06) VALUE ZERO.
015400 77  WS-STAKE-AMOUNT       PIC 9(06) VALUE ZERO.
015500 77  WS-BAL-FOUND          PIC 9(06) VALUE ZERO.
015600 77  WS-BAL-DELTA          PIC S9(07) VALUE ZERO.
015700 77  WS-BAL-WORK           PIC S9(07) VALUE ZERO.
015800 01  WS-BAL-ID             PIC X(16) VALUE SPACES.
015900 01  WS-TIME-NOW.
016000     05 WS-NOW-HOURS       PIC 9(02).
016100     05 WS-NOW-MINS        PIC 9(02).
016200     05 WS-NOW-SECS        PIC 9(02).
016300     05 WS-NOW-HUNDS       PIC 9(02).
016305*--------------------------------------------------------------
016310* LEDGER CHAIN WORK - SEE LEDGCTL.CPY
016315*--------------------------------------------------------------
016320 77  WS-CHAIN-NEW-SW       PIC X(01) VALUE "N".
016325     88 NEW-CHAIN-RECORD        VALUE "Y".
016330 77  WS-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
016335 77  WS-CHAIN-WORK         PIC 9(12) COMP VALUE ZERO.
016340 77  WS-CHAIN-QUOT         PIC 9(12) COMP VALUE ZERO.
016345 77  WS-CHAIN-SUB          PIC 9(04) COMP VALUE ZERO.
016350 01  WS-CHAIN-LEDGER       PIC X(10) VALUE SPACES.
016355 01  WS-CHAIN-IMAGE        PIC X(120) VALUE SPACES.
016360 01  WS-CHAIN-CLOCK        PIC X(08) VALUE SPACES.
016400*--------------------------------------------------------------
016500* REPORT LINES
016600*--------------------------------------------------------------
016700 01  HDG-LINE-1.
016800     05 FILLER             PIC X(32) VALUE
016900            "STALLED MATCH ADJUDICATION  RUN".
017000     05 FILLER             PIC X(06) VALUE " DATE ".
017100     05 HDG-DATE           PIC 9(06).
017200     05 FILLER             PIC X(11) VALUE "  IDLE OVER".
017300     05 HDG-MAX-IDLE       PIC ZZ9.
017400     05 FILLER             PIC X(05) VALUE " DAYS".
017500 01  HDG-LINE-2.
017600     05 FILLER             PIC X(40) VALUE
017700     "MATCH            WINNER / SIDE A  LOSER ".
017800     05 FILLER             PIC X(40) VALUE
017900     "/ SIDE B   IDLE ACTION   REASON   STAKE".
018000 01  DET-LINE.
018100     05 DET-MATCH          PIC X(16).
018200     05 FILLER             PIC X(01) VALUE SPACES.
018300     05 DET-WINNER         PIC X(16).
018400     05 FILLER             PIC X(01) VALUE SPACES.
018500     05 DET-LOSER          PIC X(16).
018600     05 FILLER             PIC X(01) VALUE SPACES.
018700     05 DET-IDLE           PIC ZZZ9.
018800     05 FILLER             PIC X(01) VALUE SPACES.
018900     05 DET-ACTION         PIC X(08).
019000     05 FILLER             PIC X(01) VALUE SPACES.
019100     05 DET-REASON         PIC X(08).
019200     05 FILLER             PIC X(01) VALUE SPACES.
019300     05 DET-STAKE          PIC ZZZZZ9.
019400 01  TOT-LINE-1.
019500     05 FILLER             PIC X(19) VALUE "  MATCHES READ   : ".
019600     05 TOT-READ           PIC ZZZZZ9.
019700 01  TOT-LINE-2.
019800     05 FILLER             PIC X(19) VALUE "  PICKS READ     : ".
019900     05 TOT-PICK-READ      PIC ZZZZZ9.
020000 01  TOT-LINE-3.
020100     05 FILLER             PIC X(19) VALUE "  STILL ACTIVE   : ".
020200     05 TOT-ACTIVE         PIC ZZZZZ9.
020300 01  TOT-LINE-4.
020400     05 FILLER             PIC X(19) VALUE "  CLOCK STARTED  : ".
020500     05 TOT-CLOCK          PIC ZZZZZ9.
020600 01  TOT-LINE-5.
020700     05 FILLER             PIC X(19) VALUE "  FORFEITED      : ".
020800     05 TOT-FORFEIT        PIC ZZZZZ9.
020900 01  TOT-LINE-6.
021000     05 FILLER             PIC X(19) VALUE "  VOIDED         : ".
021100     05 TOT-VOID           PIC ZZZZZ9.
021200 01  TOT-LINE-7.
021300     05 FILLER             PIC X(19) VALUE "  STAKES SETTLED : ".
021400     05 TOT-SETTLED        PIC ZZZZZ9.
021500 01  TOT-LINE-8.
021600     05 FILLER             PIC X(19) VALUE "  STAKES RELEASED: ".
021700     05 TOT-RELEASED       PIC ZZZZZ9.
021800 01  TOT-LINE-9.
021900     05 FILLER             PIC X(19) VALUE "  POINTS MOVED   : ".
022000     05 TOT-POINTS         PIC ZZZZZZZ9.
022100 01  SECT-STATE-LINE       PIC X(80) VALUE
022200     "STALLED MATCHES".
022300 01  SECT-PICK-LINE        PIC X(80) VALUE
022400     "UNANSWERED PICKS - NO ROUND EVER RESOLVED".
022500 01  BLANK-LINE            PIC X(80) VALUE SPACES.
022600 PROCEDURE DIVISION.
022700*--------------------------------------------------------------
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023000     PERFORM 2000-ADJUDICATE-STATE THRU 2000-EXIT
023100         UNTIL STATE-AT-EOF
023200     PERFORM 3000-START-PICK-PASS THRU 3000-EXIT
023300     PERFORM 3100-ADJUDICATE-PICK THRU 3100-EXIT
023400         UNTIL PENDING-AT-EOF
023500     PERFORM 5000-FINALIZE THRU 5000-EXIT
023600     GO TO 9999-EXIT.
023700*--------------------------------------------------------------
023800 1000-INITIALIZE.
023810     ACCEPT WS-RUN-DATE FROM DATE
023820     PERFORM 1200-LOAD-SYSTEM-PARMS THRU 1200-EXIT
023900     DISPLAY 1 UPON ARGUMENT-NUMBER
024000     ACCEPT WS-ARG-DAYS FROM ARGUMENT-VALUE
024100         ON EXCEPTION
024200             MOVE SPACES TO WS-ARG-DAYS
024300     END-ACCEPT
024400*    SAME RIGHT-JUSTIFY AS PENDSWEP, SO "14" NEED NOT BE
024500*    ZERO-PADDED; JUNK LEAVES THE SYSPARM CUTOFF.
024600     IF WS-ARG-DAYS NOT = SPACES
024700         PERFORM 1100-JUSTIFY-DAYS THRU 1100-EXIT
024800             UNTIL WS-ARG-DAYS (3:1) NOT = SPACE
024900         INSPECT WS-ARG-DAYS REPLACING LEADING " " BY "0"
025000     END-IF
025100     IF WS-ARG-DAYS NUMERIC
025200         MOVE WS-ARG-DAYS TO WS-MAX-IDLE-DAYS
025300     END-IF
025500     COMPUTE WS-TODAY-INT =
025600         FUNCTION INTEGER-OF-DATE (20000000 + WS-RUN-DATE)
025700     OPEN OUTPUT RPT-FILE
025800     MOVE WS-RUN-DATE      TO HDG-DATE
025900     MOVE WS-MAX-IDLE-DAYS TO HDG-MAX-IDLE
026000     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
026100     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
026200     MOVE SECT-STATE-LINE TO RPT-LINE  WRITE RPT-LINE
026300     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
026400     OPEN I-O MATCH-STATE-FILE
026500     IF MS-FILE-STATUS NOT = "00"
026600         OPEN OUTPUT MATCH-STATE-FILE
026700         CLOSE MATCH-STATE-FILE
026800         OPEN I-O MATCH-STATE-FILE
026900     END-IF
027000     IF MS-FILE-STATUS NOT = "00"
027100         DISPLAY "MATCHADJ: CANNOT OPEN MATCHSTATE - STATUS "
027200             MS-FILE-STATUS
027300         SET STATE-AT-EOF   TO TRUE
027400         SET PENDING-AT-EOF TO TRUE
027500         GO TO 1000-EXIT
027600     END-IF
027700     OPEN I-O PENDING-MATCH-FILE
027800     IF PM-FILE-STATUS = "00"
027900         SET PENDING-IS-OPEN TO TRUE
028000     END-IF
028100     OPEN I-O STAKE-FILE
028200     IF SK-FILE-STATUS = "00"
028300         SET STAKE-IS-OPEN TO TRUE
028400     END-IF
028500     OPEN I-O BALANCE-FILE
028600     IF BL-FILE-STATUS NOT = "00"
028700         OPEN OUTPUT BALANCE-FILE
028800         CLOSE BALANCE-FILE
028900         OPEN I-O BALANCE-FILE
029000     END-IF
029100     OPEN EXTEND POINTS-LOG-FILE
029200     IF PX-FILE-STATUS NOT = "00"
029300         OPEN OUTPUT POINTS-LOG-FILE
029400     END-IF
029500     OPEN EXTEND AUDIT-FILE
029600     IF AJ-FILE-STATUS NOT = "00"
029700         OPEN OUTPUT AUDIT-FILE
029710     END-IF
029720     OPEN I-O LEDGER-CONTROL-FILE
029730     IF LC-FILE-STATUS NOT = "00"
029740         OPEN OUTPUT LEDGER-CONTROL-FILE
029750         CLOSE LEDGER-CONTROL-FILE
029760         OPEN I-O LEDGER-CONTROL-FILE
029770     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100 1100-JUSTIFY-DAYS.
030200     MOVE WS-ARG-DAYS (1:2) TO WS-DAYS-SHIFT
030300     MOVE WS-DAYS-SHIFT TO WS-ARG-DAYS (2:2)
030400     MOVE " " TO WS-ARG-DAYS (1:1).
030500 1100-EXIT.
030600     EXIT.
030602*--------------------------------------------------------------
030604* OPERATING LIMITS IN FORCE TODAY, FROM THE SYSPARM FILE
030606* PARMAINT MAINTAINS.  ENTRIES COME BACK IN NAME AND DATE
030608* ORDER, SO THE LAST ONE NOT DATED AFTER TODAY STANDS.  NO
030610* FILE, OR NO ENTRY IN FORCE, KEEPS THE DEFAULT ABOVE.
030612*--------------------------------------------------------------
030614 1200-LOAD-SYSTEM-PARMS.
030616     OPEN INPUT SYSTEM-PARM-FILE
030618     IF SP-FILE-STATUS NOT = "00"
030620         GO TO 1200-EXIT
030622     END-IF
030624     MOVE "N" TO WS-PARM-EOF-SW
030626     PERFORM 1210-APPLY-SYSTEM-PARM THRU 1210-EXIT
030628         UNTIL PARM-AT-EOF
030630     CLOSE SYSTEM-PARM-FILE.
030632 1200-EXIT.
030634     EXIT.
030636 1210-APPLY-SYSTEM-PARM.
030638     READ SYSTEM-PARM-FILE NEXT RECORD
030640         AT END
030642             SET PARM-AT-EOF TO TRUE
030644             GO TO 1210-EXIT
030646     END-READ
030648     IF SP-EFF-DATE > WS-RUN-DATE OR SP-NUM-VALUE NOT NUMERIC
030650         GO TO 1210-EXIT
030652     END-IF
030654     IF SP-PARM-NAME = "MATCH-IDLE-DAYS"
030656         MOVE SP-NUM-VALUE TO WS-MAX-IDLE-DAYS
030658     END-IF.
030660 1210-EXIT.
030662     EXIT.
030700*--------------------------------------------------------------
030800* PASS 1: ONE MATCHSTATE RECORD.  HOUSE MATCHES (NO SIDE IDS),
030900* MATCHES PLAYED OUT AND MATCHES ALREADY CLOSED ARE PASSED
031000* OVER; ONLY AN UNFINISHED PVP MATCH IS A CANDIDATE.
031100*--------------------------------------------------------------
031200 2000-ADJUDICATE-STATE.
031300     READ MATCH-STATE-FILE NEXT RECORD
031400         AT END
031500             SET STATE-AT-EOF TO TRUE
031600             GO TO 2000-EXIT
031700     END-READ
031800     ADD 1 TO WS-READ-COUNT
031900     IF MS-PLAYER-A-ID = SPACES AND MS-PLAYER-B-ID = SPACES
032000         GO TO 2000-EXIT
032100     END-IF
032200     IF MATCH-WAS-FORFEITED OR MATCH-WAS-VOIDED
032300         GO TO 2000-EXIT
032400     END-IF
032500     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
032600     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
032700         OR MS-COMPUTER-WINS >= WS-NEEDED-WINS
032800         GO TO 2000-EXIT
032900     END-IF
033000     PERFORM 2100-FIND-LAST-ACTIVITY THRU 2100-EXIT
033100     IF WS-LAST-DATE = ZERO
033200         PERFORM 2200-START-CLOCK THRU 2200-EXIT
033300         GO TO 2000-EXIT
033400     END-IF
033500     PERFORM 2300-AGE-THIS-MATCH THRU 2300-EXIT
033600     IF NOT MATCH-IS-STALE
033700         ADD 1 TO WS-ACTIVE-COUNT
033800         GO TO 2000-EXIT
033900     END-IF
034000     PERFORM 2400-DECIDE-MATCH THRU 2400-EXIT
034100     MOVE WS-RUN-DATE TO MS-CLOSE-DATE
034200     MOVE WS-DECISION-SW TO MS-CLOSE-STATUS
034300     MOVE WS-WINNER-ID TO MS-CLOSE-WINNER-ID
034400     REWRITE MATCH-STATE-RECORD
034500     PERFORM 4000-CLOSE-OUT-MATCH THRU 4000-EXIT
034600     IF PICK-IS-PARKED
034700         DELETE PENDING-MATCH-FILE RECORD
034800     END-IF.
034900 2000-EXIT.
035000     EXIT.
035100*--------------------------------------------------------------
035200* LAST ACTIVITY IS THE LATER OF THE LAST RESOLVED ROUND AND ANY
035300* PICK STILL PARKED ON THE MATCH.  ZERO MEANS NEITHER CARRIES A
035400* USABLE STAMP.  THE PARKED PICK, IF ANY, IS LEFT IN THE RECORD
035500* AREA FOR 2400-DECIDE-MATCH TO READ.
035600*--------------------------------------------------------------
035700 2100-FIND-LAST-ACTIVITY.
035800     MOVE ZERO TO WS-LAST-DATE
035900     MOVE "N" TO WS-PICK-SW
036000     IF MS-LAST-DATE NUMERIC
036100         MOVE MS-LAST-DATE TO WS-LAST-DATE
036200     END-IF
036300     IF NOT PENDING-IS-OPEN
036400         GO TO 2100-EXIT
036500     END-IF
036600     MOVE MS-MATCH-ID TO PM-MATCH-ID
036700     READ PENDING-MATCH-FILE KEY IS PM-MATCH-ID
036800         INVALID KEY
036900             GO TO 2100-EXIT
037000     END-READ
037100     SET PICK-IS-PARKED TO TRUE
037200     IF PM-DATE NUMERIC
037300         IF PM-DATE > WS-LAST-DATE
037400             MOVE PM-DATE TO WS-LAST-DATE
037500         END-IF
037600     END-IF.
037700 2100-EXIT.
037800     EXIT.
037900*--------------------------------------------------------------
038000* A RECORD FROM BEFORE THE WORKER STAMPED ITS LAST ROUND: START
038100* ITS CLOCK TODAY (AND TIDY THE CLOSE-OUT FIELDS IT NEVER HAD).
038200*--------------------------------------------------------------
038300 2200-START-CLOCK.
038400     MOVE WS-RUN-DATE TO MS-LAST-DATE
038500     MOVE SPACE  TO MS-CLOSE-STATUS
038600     MOVE SPACES TO MS-CLOSE-WINNER-ID
038700     MOVE ZERO   TO MS-CLOSE-DATE
038800     REWRITE MATCH-STATE-RECORD
038900     ADD 1 TO WS-CLOCK-COUNT
039000     MOVE MS-MATCH-ID    TO DET-MATCH
039100     MOVE MS-PLAYER-A-ID TO DET-WINNER
039200     MOVE MS-PLAYER-B-ID TO DET-LOSER
039300     MOVE ZERO           TO DET-IDLE
039400     MOVE "CLOCK"        TO DET-ACTION
039500     MOVE "NO STAMP"     TO DET-REASON
039600     MOVE ZERO           TO DET-STAKE
039700     MOVE DET-LINE TO RPT-LINE
039800     WRITE RPT-LINE.
039900 2200-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------
040200* WHOLE DAYS SINCE WS-LAST-DATE; PAST THE CUTOFF IS STALLED.
040300*--------------------------------------------------------------
040400 2300-AGE-THIS-MATCH.
040500     MOVE "N" TO WS-STALE-SW
040600     COMPUTE WS-LAST-INT =
040700         FUNCTION INTEGER-OF-DATE (20000000 + WS-LAST-DATE)
040800     COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
040900     IF WS-IDLE-DAYS > WS-MAX-IDLE-DAYS
041000         SET MATCH-IS-STALE TO TRUE
041100     END-IF.
041200 2300-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------
041500* WHO FORFEITS.  A PARKED PICK SAYS ITS SIDE CAME BACK AND THE
041600* OTHER DID NOT; FAILING THAT, THE SIDE BEHIND ON WINS WALKED
041700* AWAY FROM A MATCH IT WAS LOSING.  SIDE A'S WINS ARE BOOKED IN
041800* MS-COMPUTER-WINS AND SIDE B'S IN MS-PLAYER-WINS, THE SAME
041900* MAPPING TOURNEY AND RATECALC READ.  LEVEL WITH NOTHING
042000* PARKED, NEITHER SIDE CAN BE BLAMED AND THE MATCH IS VOIDED.
042100*--------------------------------------------------------------
042200 2400-DECIDE-MATCH.
042300     SET DECIDE-FORFEIT TO TRUE
042400     IF PICK-IS-PARKED AND PM-PLAYER-ID = MS-PLAYER-A-ID
042500         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
042600         MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
042700         MOVE "NO-SHOW"      TO WS-REASON
042800         GO TO 2400-EXIT
042900     END-IF
043000     IF PICK-IS-PARKED AND PM-PLAYER-ID = MS-PLAYER-B-ID
043100         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
043200         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
043300         MOVE "NO-SHOW"      TO WS-REASON
043400         GO TO 2400-EXIT
043500     END-IF
043600     IF MS-COMPUTER-WINS > MS-PLAYER-WINS
043700         MOVE MS-PLAYER-A-ID TO WS-WINNER-ID
043800         MOVE MS-PLAYER-B-ID TO WS-LOSER-ID
043900         MOVE "TRAILING"     TO WS-REASON
044000         GO TO 2400-EXIT
044100     END-IF
044200     IF MS-PLAYER-WINS > MS-COMPUTER-WINS
044300         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
044400         MOVE MS-PLAYER-A-ID TO WS-LOSER-ID
044500         MOVE "TRAILING"     TO WS-REASON
044600         GO TO 2400-EXIT
044700     END-IF
044800     SET DECIDE-VOID TO TRUE
044900     MOVE SPACES  TO WS-WINNER-ID
045000     MOVE SPACES  TO WS-LOSER-ID
045100     MOVE "LEVEL" TO WS-REASON.
045200 2400-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------
045500* PASS 2: THE PENDINGMATCH FILE, FROM THE TOP.  PASS 1 HAS
045600* ALREADY CONSUMED THE PICKS ON EVERY MATCH IT DECIDED, SO WHAT
045700* IS LEFT IS EITHER LIVE, OR PARKED ON A MATCH ID WITH NO STATE
045800* RECORD AT ALL.
045900*--------------------------------------------------------------
046000 3000-START-PICK-PASS.
046100     MOVE BLANK-LINE     TO RPT-LINE  WRITE RPT-LINE
046200     MOVE SECT-PICK-LINE TO RPT-LINE  WRITE RPT-LINE
046300     MOVE HDG-LINE-2     TO RPT-LINE  WRITE RPT-LINE
046400     IF NOT PENDING-IS-OPEN
046500         SET PENDING-AT-EOF TO TRUE
046600         GO TO 3000-EXIT
046700     END-IF
046800     CLOSE PENDING-MATCH-FILE
046900     OPEN I-O PENDING-MATCH-FILE
047000     IF PM-FILE-STATUS NOT = "00"
047100         MOVE "N" TO WS-PM-OPEN-SW
047200         SET PENDING-AT-EOF TO TRUE
047300     END-IF.
047400 3000-EXIT.
047500     EXIT.
047600*--------------------------------------------------------------
047700* A STALE PICK ON A MATCH ID MATCHSTATE HAS NEVER HEARD OF: THE
047800* PARKER SHOWED AND NOBODY ELSE EVER DID.  WRITE THE MATCH UP AS
047900* CLOSED - AWARDED TO THE PARKER, OR VOIDED WHEN THE PICK DOES
048000* NOT SAY WHO PARKED IT - AND CONSUME THE PICK.  A PICK ON A
048100* MATCH THAT DOES HAVE STATE IS PASS 1'S BUSINESS (OR A LATE
048200* STRAY ON A FINISHED MATCH, WHICH PENDSWEP CLEARS).
048300*--------------------------------------------------------------
048400 3100-ADJUDICATE-PICK.
048500     READ PENDING-MATCH-FILE NEXT RECORD
048600         AT END
048700             SET PENDING-AT-EOF TO TRUE
048800             GO TO 3100-EXIT
048900     END-READ
049000     ADD 1 TO WS-PICK-READ-COUNT
049100     MOVE PM-MATCH-ID TO MS-MATCH-ID
049200     READ MATCH-STATE-FILE KEY IS MS-MATCH-ID
049300         INVALID KEY
049400             CONTINUE
049500         NOT INVALID KEY
049600             GO TO 3100-EXIT
049700     END-READ
049800     MOVE "N" TO WS-STALE-SW
049900     MOVE ZERO TO WS-IDLE-DAYS
050000     IF PM-DATE NOT NUMERIC OR PM-DATE = ZERO
050100         SET MATCH-IS-STALE TO TRUE
050200     ELSE
050300         MOVE PM-DATE TO WS-LAST-DATE
050400         PERFORM 2300-AGE-THIS-MATCH THRU 2300-EXIT
050500     END-IF
050600     IF NOT MATCH-IS-STALE
050700         ADD 1 TO WS-ACTIVE-COUNT
050800         GO TO 3100-EXIT
050900     END-IF
051000     MOVE PM-MATCH-ID  TO MS-MATCH-ID
051100     MOVE 3            TO MS-BEST-OF
051200     MOVE ZERO         TO MS-PLAYER-WINS
051300     MOVE ZERO         TO MS-COMPUTER-WINS
051400     MOVE ZERO         TO MS-TIES
051500     MOVE ZERO         TO MS-ROUNDS-PLAYED
051600     MOVE PM-PLAYER-ID TO MS-PLAYER-A-ID
051700     MOVE SPACES       TO MS-PLAYER-B-ID
051800     IF PM-DATE NUMERIC
051900         MOVE PM-DATE  TO MS-LAST-DATE
052000     ELSE
052100         MOVE ZERO     TO MS-LAST-DATE
052200     END-IF
052300     MOVE SPACES       TO WS-LOSER-ID
052400     MOVE "NO-SHOW"    TO WS-REASON
052500     IF PM-PLAYER-ID = SPACES
052600         SET DECIDE-VOID TO TRUE
052700         MOVE SPACES       TO WS-WINNER-ID
052800     ELSE
052900         SET DECIDE-FORFEIT TO TRUE
053000         MOVE PM-PLAYER-ID TO WS-WINNER-ID
053100     END-IF
053200     MOVE WS-DECISION-SW TO MS-CLOSE-STATUS
053300     MOVE WS-WINNER-ID   TO MS-CLOSE-WINNER-ID
053400     MOVE WS-RUN-DATE    TO MS-CLOSE-DATE
053500     WRITE MATCH-STATE-RECORD
053600     PERFORM 4000-CLOSE-OUT-MATCH THRU 4000-EXIT
053700     DELETE PENDING-MATCH-FILE RECORD.
053800 3100-EXIT.
053900     EXIT.
054000*--------------------------------------------------------------
054100* EVERYTHING THAT FOLLOWS A DECISION: THE STAKE, THE JOURNAL
054200* LINE AND THE REPORT LINE.  THE MATCHSTATE RECORD AREA HOLDS
054300* THE CLOSED MATCH; WS-WINNER-ID/WS-LOSER-ID NAME THE SIDES.
054400*--------------------------------------------------------------
054500 4000-CLOSE-OUT-MATCH.
054600     MOVE ZERO TO WS-STAKE-AMOUNT
054700     IF DECIDE-FORFEIT
054800         ADD 1 TO WS-FORFEIT-COUNT
054900         MOVE "MATCH-FORFEIT" TO AJ-EVENT
055000         MOVE WS-LOSER-ID     TO AJ-PLAYER-ID
055100     ELSE
055200         ADD 1 TO WS-VOID-COUNT
055300         MOVE "MATCH-VOIDED"  TO AJ-EVENT
055400         MOVE MS-PLAYER-A-ID  TO AJ-PLAYER-ID
055500     END-IF
055600     MOVE MS-MATCH-ID TO AJ-MATCH-ID
055700     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT
055800     PERFORM 4100-CLEAR-STAKE THRU 4100-EXIT
055900     MOVE MS-MATCH-ID      TO DET-MATCH
056000     IF DECIDE-FORFEIT
056100         MOVE WS-WINNER-ID TO DET-WINNER
056200         MOVE WS-LOSER-ID  TO DET-LOSER
056300         MOVE "FORFEIT"    TO DET-ACTION
056400     ELSE
056500         MOVE MS-PLAYER-A-ID TO DET-WINNER
056600         MOVE MS-PLAYER-B-ID TO DET-LOSER
056700         MOVE "VOID"         TO DET-ACTION
056800     END-IF
056900     MOVE WS-IDLE-DAYS     TO DET-IDLE
057000     MOVE WS-REASON        TO DET-REASON
057100     MOVE WS-STAKE-AMOUNT  TO DET-STAKE
057200     MOVE DET-LINE TO RPT-LINE
057300     WRITE RPT-LINE.
057400 4000-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------
057700* THE STAKE ON A CLOSED MATCH.  A FORFEIT BETWEEN TWO KNOWN
057800* SIDES SETTLES LOSER TO WINNER; ANYTHING ELSE RELEASES THE
057900* PLEDGE.  THE STAKE RECORD IS CONSUMED EITHER WAY.
058000*--------------------------------------------------------------
058100 4100-CLEAR-STAKE.
058200     IF NOT STAKE-IS-OPEN
058300         GO TO 4100-EXIT
058400     END-IF
058500     MOVE MS-MATCH-ID TO SK-MATCH-ID
058600     READ STAKE-FILE KEY IS SK-MATCH-ID
058700         INVALID KEY
058800             GO TO 4100-EXIT
058900     END-READ
059000     MOVE SK-AMOUNT TO WS-STAKE-AMOUNT
059100     IF DECIDE-FORFEIT
059200         AND WS-WINNER-ID NOT = SPACES
059300         AND WS-LOSER-ID NOT = SPACES
059400         PERFORM 4200-SETTLE-STAKE THRU 4200-EXIT
059500     ELSE
059600         PERFORM 4300-RELEASE-STAKE THRU 4300-EXIT
059700     END-IF
059800     DELETE STAKE-FILE RECORD.
059900 4100-EXIT.
060000     EXIT.
060100*--------------------------------------------------------------
060200* SAME SETTLEMENT THE WORKER'S PAY-OUT-STAKE MAKES ON A MATCH
060300* PLAYED OUT: CLAMPED TO WHAT THE LOSER HOLDS, SO THE CREDIT
060400* ALWAYS EQUALS THE DEBIT AND NO BALANCE GOES NEGATIVE.
060500*--------------------------------------------------------------
060600 4200-SETTLE-STAKE.
060700     MOVE WS-LOSER-ID TO WS-BAL-ID
060800     PERFORM 8400-READ-BALANCE THRU 8400-EXIT
060900     IF WS-BAL-FOUND < SK-AMOUNT
061000         MOVE WS-BAL-FOUND TO WS-SETTLE-AMOUNT
061100     ELSE
061200         MOVE SK-AMOUNT    TO WS-SETTLE-AMOUNT
061300     END-IF
061400     IF WS-SETTLE-AMOUNT > ZERO
061500         MOVE WS-LOSER-ID TO WS-BAL-ID
061600         COMPUTE WS-BAL-DELTA = ZERO - WS-SETTLE-AMOUNT
061700         PERFORM 8300-ADJUST-BALANCE THRU 8300-EXIT
061800         MOVE WS-WINNER-ID     TO WS-BAL-ID
061900         MOVE WS-SETTLE-AMOUNT TO WS-BAL-DELTA
062000         PERFORM 8300-ADJUST-BALANCE THRU 8300-EXIT
062100         MOVE "STAKE-DR"       TO PX-TYPE
062200         MOVE WS-LOSER-ID      TO PX-PLAYER-ID
062300         MOVE WS-WINNER-ID     TO PX-OTHER-ID
062400         MOVE WS-SETTLE-AMOUNT TO PX-AMOUNT
062500         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
062600         MOVE "STAKE-CR"       TO PX-TYPE
062700         MOVE WS-WINNER-ID     TO PX-PLAYER-ID
062800         MOVE WS-LOSER-ID      TO PX-OTHER-ID
062900         MOVE WS-SETTLE-AMOUNT TO PX-AMOUNT
063000         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
063100         ADD WS-SETTLE-AMOUNT TO WS-POINTS-MOVED
063200     END-IF
063300     ADD 1 TO WS-SETTLED-COUNT
063400     MOVE "STAKE-SETTLED" TO AJ-EVENT
063500     MOVE WS-WINNER-ID    TO AJ-PLAYER-ID
063600     MOVE MS-MATCH-ID     TO AJ-MATCH-ID
063700     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
063800 4200-EXIT.
063900     EXIT.
064000*--------------------------------------------------------------
064100* RELEASE: ONE STAKE-RF LINE FOR EACH SIDE ON THE MATCH, FOR
064200* THE FULL AMOUNT THAT WAS RIDING ON IT.  NO BALANCE MOVES.
064300*--------------------------------------------------------------
064400 4300-RELEASE-STAKE.
064500     IF MS-PLAYER-A-ID NOT = SPACES
064600         MOVE "STAKE-RF"     TO PX-TYPE
064700         MOVE MS-PLAYER-A-ID TO PX-PLAYER-ID
064800         MOVE MS-PLAYER-B-ID TO PX-OTHER-ID
064900         MOVE SK-AMOUNT      TO PX-AMOUNT
065000         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
065100     END-IF
065200     IF MS-PLAYER-B-ID NOT = SPACES
065300         MOVE "STAKE-RF"     TO PX-TYPE
065400         MOVE MS-PLAYER-B-ID TO PX-PLAYER-ID
065500         MOVE MS-PLAYER-A-ID TO PX-OTHER-ID
065600         MOVE SK-AMOUNT      TO PX-AMOUNT
065700         PERFORM 8100-WRITE-POINTS THRU 8100-EXIT
065800     END-IF
065900     ADD 1 TO WS-RELEASED-COUNT
066000     MOVE "STAKE-RELEASED" TO AJ-EVENT
066100     MOVE SK-STAKED-BY     TO AJ-PLAYER-ID
066200     MOVE MS-MATCH-ID      TO AJ-MATCH-ID
066300     PERFORM 8200-WRITE-AUDIT THRU 8200-EXIT.
066400 4300-EXIT.
066500     EXIT.
066600*--------------------------------------------------------------
066700 5000-FINALIZE.
066800     MOVE WS-READ-COUNT      TO TOT-READ
066900     MOVE WS-PICK-READ-COUNT TO TOT-PICK-READ
067000     MOVE WS-ACTIVE-COUNT    TO TOT-ACTIVE
067100     MOVE WS-CLOCK-COUNT     TO TOT-CLOCK
067200     MOVE WS-FORFEIT-COUNT   TO TOT-FORFEIT
067300     MOVE WS-VOID-COUNT      TO TOT-VOID
067400     MOVE WS-SETTLED-COUNT   TO TOT-SETTLED
067500     MOVE WS-RELEASED-COUNT  TO TOT-RELEASED
067600     MOVE WS-POINTS-MOVED    TO TOT-POINTS
067700     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
067800     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
067900     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
068000     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
068100     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
068200     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE
068300     MOVE TOT-LINE-6 TO RPT-LINE  WRITE RPT-LINE
068400     MOVE TOT-LINE-7 TO RPT-LINE  WRITE RPT-LINE
068500     MOVE TOT-LINE-8 TO RPT-LINE  WRITE RPT-LINE
068600     MOVE TOT-LINE-9 TO RPT-LINE  WRITE RPT-LINE
068700     IF MS-FILE-STATUS = "00" OR MS-FILE-STATUS = "10"
068800         CLOSE MATCH-STATE-FILE
068900     END-IF
069000     IF PENDING-IS-OPEN
069100         CLOSE PENDING-MATCH-FILE
069200     END-IF
069300     IF STAKE-IS-OPEN
069400         CLOSE STAKE-FILE
069500     END-IF
069600     IF BL-FILE-STATUS = "00" OR BL-FILE-STATUS = "10"
069700         CLOSE BALANCE-FILE
069800     END-IF
069900     IF PX-FILE-STATUS = "00"
070000         CLOSE POINTS-LOG-FILE
070100     END-IF
070200     IF AJ-FILE-STATUS = "00"
070300         CLOSE AUDIT-FILE
070400     END-IF
070410     IF LC-FILE-STATUS = "00" OR LC-FILE-STATUS = "23"
070420         CLOSE LEDGER-CONTROL-FILE
070430     END-IF
070500     CLOSE RPT-FILE
070600     DISPLAY "MATCHADJ: FORFEITED " WS-FORFEIT-COUNT
070700         ", VOIDED " WS-VOID-COUNT
070800         ", STILL ACTIVE " WS-ACTIVE-COUNT.
070900 5000-EXIT.
071000     EXIT.
071100*--------------------------------------------------------------
071200* ONE POINTSLOG LINE FROM THE PX- FIELDS ALREADY FILLED IN,
071300* STAMPED WITH THE CLOCK THE WAY THE WORKER STAMPS ITS OWN.
071400*--------------------------------------------------------------
071500 8100-WRITE-POINTS.
071600     ACCEPT WS-TIME-NOW FROM TIME
071700     MOVE WS-RUN-DATE  TO PX-DATE
071800     MOVE WS-NOW-HOURS TO PX-HOURS
071900     MOVE WS-NOW-MINS  TO PX-MINS
072000     MOVE WS-NOW-SECS  TO PX-SECS
072100     MOVE MS-MATCH-ID  TO PX-MATCH-ID
072110     MOVE "POINTSLOG" TO WS-CHAIN-LEDGER
072120     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
072130     MOVE LC-LAST-SEQ TO PX-SEQ
072140     MOVE ZERO TO PX-CHECK
072150     MOVE POINTS-LOG-RECORD TO WS-CHAIN-IMAGE
072160     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
072170     MOVE WS-CHAIN-VALUE TO PX-CHECK
072180     WRITE POINTS-LOG-RECORD
072190     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
072300 8100-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------
072600* ONE AUDITLOG LINE FROM AJ-EVENT/AJ-MATCH-ID/AJ-PLAYER-ID.  NO
072700* ERROR CODE AND NO IDEM KEY - NO CALLER WAS INVOLVED.
072800*--------------------------------------------------------------
072900 8200-WRITE-AUDIT.
073000     ACCEPT WS-TIME-NOW FROM TIME
073100     MOVE WS-RUN-DATE  TO AJ-DATE
073200     MOVE WS-NOW-HOURS TO AJ-HOURS
073300     MOVE WS-NOW-MINS  TO AJ-MINS
073400     MOVE WS-NOW-SECS  TO AJ-SECS
073500     MOVE ZERO         TO AJ-ERROR-CODE
073600     MOVE SPACES       TO AJ-IDEM-KEY
073610     MOVE "AUDITLOG" TO WS-CHAIN-LEDGER
073620     PERFORM 8500-NEXT-LINK THRU 8500-EXIT
073630     MOVE LC-LAST-SEQ TO AJ-SEQ
073640     MOVE ZERO TO AJ-CHECK
073650     MOVE AUDIT-RECORD TO WS-CHAIN-IMAGE
073660     PERFORM 8510-CHAIN-CHECK THRU 8510-EXIT
073670     MOVE WS-CHAIN-VALUE TO AJ-CHECK
073680     WRITE AUDIT-RECORD
073690     PERFORM 8530-SAVE-LINK THRU 8530-EXIT.
073800 8200-EXIT.
073900     EXIT.
074000*--------------------------------------------------------------
074100* APPLY WS-BAL-DELTA TO WS-BAL-ID, CREATING THE RECORD ON A
074200* PLAYER'S FIRST MOVEMENT; FLOORED AT ZERO AND CAPPED AT THE
074300* FIELD, THE SAME AS THE WORKER'S ADJUST-BALANCE.
074400*--------------------------------------------------------------
074500 8300-ADJUST-BALANCE.
074600     MOVE WS-BAL-ID TO BL-PLAYER-ID
074700     READ BALANCE-FILE KEY IS BL-PLAYER-ID
074800         INVALID KEY
074900             MOVE ZERO TO WS-BAL-WORK
075000             ADD WS-BAL-DELTA TO WS-BAL-WORK
075100             IF WS-BAL-WORK < ZERO
075200                 MOVE ZERO TO WS-BAL-WORK
075300             END-IF
075400             MOVE WS-BAL-ID   TO BL-PLAYER-ID
075500             MOVE WS-BAL-WORK TO BL-BALANCE
075600             WRITE BALANCE-RECORD
075700             GO TO 8300-EXIT
075800     END-READ
075900     MOVE BL-BALANCE TO WS-BAL-WORK
076000     ADD WS-BAL-DELTA TO WS-BAL-WORK
076100     IF WS-BAL-WORK < ZERO
076200         MOVE ZERO TO WS-BAL-WORK
076300     END-IF
076400     IF WS-BAL-WORK > 999999
076500         MOVE 999999 TO WS-BAL-WORK
076600     END-IF
076700     MOVE WS-BAL-WORK TO BL-BALANCE
076800     REWRITE BALANCE-RECORD.
076900 8300-EXIT.
077000     EXIT.
077100 8400-READ-BALANCE.
077200     MOVE ZERO TO WS-BAL-FOUND
077300     MOVE WS-BAL-ID TO BL-PLAYER-ID
077400     READ BALANCE-FILE KEY IS BL-PLAYER-ID
077500         NOT INVALID KEY
077600             MOVE BL-BALANCE TO WS-BAL-FOUND
077700     END-READ.
077800 8400-EXIT.
077900     EXIT.
077901*--------------------------------------------------------------
077902* NEXT LINK IN WS-CHAIN-LEDGER'S CHAIN: READS ITS LEDGCTL RECORD
077903* AND ADVANCES LC-LAST-SEQ TO THE NUMBER THE NEW LINE GETS, WITH
077904* WS-CHAIN-VALUE SEEDED FROM THE LINE BEFORE IT.  A LEDGER'S
077905* FIRST CHAINED LINE IS NUMBER 1, CHAINED FROM ZERO.
077906*--------------------------------------------------------------
077907 8500-NEXT-LINK.
077908     MOVE "N" TO WS-CHAIN-NEW-SW
077909     MOVE WS-CHAIN-LEDGER TO LC-LEDGER
077910     READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
077911         INVALID KEY
077912             SET NEW-CHAIN-RECORD TO TRUE
077913             MOVE WS-CHAIN-LEDGER TO LC-LEDGER
077914             MOVE ZERO TO LC-LAST-SEQ
077915             MOVE ZERO TO LC-LAST-CHECK
077916     END-READ
077917     ADD 1 TO LC-LAST-SEQ
077918     MOVE LC-LAST-CHECK TO WS-CHAIN-VALUE.
077919 8500-EXIT.
077920     EXIT.
077921*--------------------------------------------------------------
077922* CHECK VALUE OVER WS-CHAIN-IMAGE, CARRIED ON FROM WS-CHAIN-VALUE.
077923*--------------------------------------------------------------
077924 8510-CHAIN-CHECK.
077925     PERFORM 8520-CHAIN-BYTE THRU 8520-EXIT
077926         VARYING WS-CHAIN-SUB FROM 1 BY 1
077927         UNTIL WS-CHAIN-SUB > 120.
077928 8510-EXIT.
077929     EXIT.
077930 8520-CHAIN-BYTE.
077931     COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 31
077932         + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-SUB:1))
077933     DIVIDE WS-CHAIN-WORK BY 999999937
077934         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE.
077935 8520-EXIT.
077936     EXIT.
077937*--------------------------------------------------------------
077938* THE LINE IS DOWN - PUT THE LEDGER'S NEW SEQUENCE AND CHECK
077939* VALUE BACK ON LEDGCTL.
077940*--------------------------------------------------------------
077941 8530-SAVE-LINK.
077942     MOVE WS-CHAIN-VALUE TO LC-LAST-CHECK
077943     ACCEPT LC-LAST-DATE FROM DATE
077944     ACCEPT WS-CHAIN-CLOCK FROM TIME
077945     MOVE WS-CHAIN-CLOCK (1:2) TO LC-LAST-HOURS
077946     MOVE WS-CHAIN-CLOCK (3:2) TO LC-LAST-MINS
077947     MOVE WS-CHAIN-CLOCK (5:2) TO LC-LAST-SECS
077948     IF NEW-CHAIN-RECORD
077949         WRITE LEDGER-CONTROL-RECORD
077950     ELSE
077951         REWRITE LEDGER-CONTROL-RECORD
077952     END-IF.
077953 8530-EXIT.
077954     EXIT.
078000*--------------------------------------------------------------
078100 9999-EXIT.
078200     STOP RUN.
