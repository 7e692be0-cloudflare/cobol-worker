000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPSMON.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  INTRA-DAY OPERATIONS MONITOR: CHECKS THE
001000*                    AUDITLOG REJECTION RATES, THE NIGHTLY
001100*                    CYCLE'S RUNCTL MARKS AND THE FOUR QUEUE
001200*                    FILES AGAINST THE MONTHRSH THRESHOLD DECK,
001300*                    PAGES THROUGH ALERTLOG, CLEARS AN ALERT BY
001400*                    ITSELF ONCE ITS CONDITION IS GONE, AND
001500*                    SUMMARISES A DAY'S ALERTS ON ALERTRPT.
001600*--------------------------------------------------------------
001700* A FLOOD OF REJECTED PICKS, A BATCH STEP THAT DIED IN THE NIGHT
001800* OR A QUEUE NOBODY IS DRAINING USED TO COME TO LIGHT ONLY WHEN
001900* SOMEONE READ AUDITRPT OR CYCLERPT THE NEXT MORNING.  THIS JOB
002000* IS RUN BY THE SCHEDULER EVERY FEW MINUTES, DAY AND NIGHT, AND
002100* WRITES WHAT IT FINDS TO ALERTLOG FOR THE PAGING SYSTEM.
002200*
002300* ARGUMENT 1 IS THE FUNCTION:
002400*   CHECK   - (THE DEFAULT) MEASURE EVERYTHING BELOW ONCE,
002500*             RAISE AND CLEAR ALERTS.
002600*   SUMMARY - [yymmdd] PRINT THE DAY'S ALERTS (DEFAULT TODAY)
002700*             AND EVERY ALERT STILL STANDING ON ALERTRPT.
002800*             CHANGES NOTHING.
002900*
003000* WHAT CHECK MEASURES, AGAINST THE LIMITS ON MONTHRSH (SEE
003100* MONTHRSH.CPY; A CHECK OR ITEM WITH NO CARD USES THE DEFAULT IN
003200* THE TABLE BELOW):
003300*   EVENT   - AUDITLOG LINES OF EACH EVENT WITH A LIMIT, STAMPED
003400*             IN THE LAST INTERVAL MINUTES UP TO NOW.  MORE THAN
003500*             THE LIMIT IS A SPIKE.  BAD-COMPUTE'S LIMIT IS ZERO
003600*             AND CANNOT BE RAISED: A SINGLE ONE IS AN ALERT.
003700*   RUNCTL  - EVERY NIGHTRUN STEP LEFT "P" (IN FLIGHT) OR "F"
003800*             (FAILED) ONCE THE BATCH WINDOW IS OVER.  INSIDE THE
003900*             WINDOW SUCH A STEP IS NOT RAISED - THE CYCLE MAY
004000*             STILL BE WORKING OR BEING RERUN - BUT AN ALERT
004100*             ALREADY STANDING FOR IT STAYS UP.
004200*   BACKLOG - ENTRIES WAITING ON LOBBY, PENDINGMATCH, CHALLENGE
004300*             (OPEN ONES; DECLINED ONES ARE PENDSWEP'S) AND STAKE.
004400*   AGE     - MINUTES SINCE THE OLDEST OF THOSE ENTRIES WAS MADE.
004500*   CONFIG  - A MONTHRSH CARD THAT CANNOT BE USED IS ITSELF AN
004600*             ALERT, SO A TYPING SLIP NEVER SILENTLY TURNS A
004700*             CHECK OFF.
004800* AN ALERT IS RAISED - ONE RAISE LINE ON ALERTLOG - THE FIRST TIME
004900* ITS CONDITION IS FOUND, AND STANDS ON ALERTCTL WITHOUT PAGING
005000* AGAIN WHILE IT HOLDS.  THE FIRST CHECK THAT FINDS IT GONE WRITES
005100* ONE CLEAR LINE; SO DOES A CHECK THAT NO LONGER MEASURES IT AT
005200* ALL (A CARD TAKEN OUT, A STEP THAT IS NO LONGER ON RUNCTL).
005300*--------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT THRESHOLD-FILE ASSIGN TO "MONTHRSH"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS TH-FILE-STATUS.
006000     SELECT ALERT-CONTROL-FILE ASSIGN TO "ALERTCTL"
006100         ORGANIZATION INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS AC-KEY
006400         FILE STATUS IS AC-FILE-STATUS.
006500     SELECT ALERT-LOG-FILE ASSIGN TO "ALERTLOG"
006600         ORGANIZATION LINE SEQUENTIAL
006700         FILE STATUS IS AL-FILE-STATUS.
006800     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS AJ-FILE-STATUS.
007100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007200         ORGANIZATION INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS RC-JOB-NAME
007500         FILE STATUS IS RC-FILE-STATUS.
007600     SELECT LOBBY-FILE ASSIGN TO "LOBBY"
007700         ORGANIZATION INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS LB-PLAYER-ID
008000         FILE STATUS IS LB-FILE-STATUS.
008100     SELECT PENDING-MATCH-FILE ASSIGN TO "PENDINGMATCH"
008200         ORGANIZATION INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS PM-MATCH-ID
008500         FILE STATUS IS PM-FILE-STATUS.
008600     SELECT CHALLENGE-FILE ASSIGN TO "CHALLENGE"
008700         ORGANIZATION INDEXED
008800         ACCESS MODE IS DYNAMIC
008900         RECORD KEY IS CH-CHALLENGE-ID
009000         FILE STATUS IS CH-FILE-STATUS.
009100     SELECT STAKE-FILE ASSIGN TO "STAKE"
009200         ORGANIZATION INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS SK-MATCH-ID
009500         FILE STATUS IS SK-FILE-STATUS.
009600     SELECT RPT-FILE ASSIGN TO "ALERTRPT"
009700         ORGANIZATION LINE SEQUENTIAL
009800         FILE STATUS IS RPT-FILE-STATUS.
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  THRESHOLD-FILE.
010200     COPY "monthrsh.cpy".
010300 FD  ALERT-CONTROL-FILE.
010400     COPY "alertctl.cpy".
010500 FD  ALERT-LOG-FILE.
010600     COPY "alertlog.cpy".
010700 FD  AUDIT-FILE.
010800     COPY "auditlog.cpy".
010900 FD  RUN-CONTROL-FILE.
011000     COPY "runctl.cpy".
011100 FD  LOBBY-FILE.
011200     COPY "lobby.cpy".
011300 FD  PENDING-MATCH-FILE.
011400     COPY "pendingmatch.cpy".
011500 FD  CHALLENGE-FILE.
011600     COPY "challenge.cpy".
011700 FD  STAKE-FILE.
011800     COPY "stake.cpy".
011900 FD  RPT-FILE.
012000 01  RPT-LINE              PIC X(80).
012100 WORKING-STORAGE SECTION.
012200*--------------------------------------------------------------
012300* SWITCHES AND COUNTERS
012400*--------------------------------------------------------------
012500 77  TH-FILE-STATUS        PIC X(02) VALUE "00".
012600 77  AC-FILE-STATUS        PIC X(02) VALUE "00".
012700 77  AL-FILE-STATUS        PIC X(02) VALUE "00".
012800 77  AJ-FILE-STATUS        PIC X(02) VALUE "00".
012900 77  RC-FILE-STATUS        PIC X(02) VALUE "00".
013000 77  LB-FILE-STATUS        PIC X(02) VALUE "00".
013100 77  PM-FILE-STATUS        PIC X(02) VALUE "00".
013200 77  CH-FILE-STATUS        PIC X(02) VALUE "00".
013300 77  SK-FILE-STATUS        PIC X(02) VALUE "00".
013400 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
013500 77  WS-EOF-SW             PIC X(01) VALUE "N".
013600     88 INPUT-AT-EOF            VALUE "Y".
013700 77  WS-FOUND-SW           PIC X(01) VALUE "N".
013800     88 ENTRY-WAS-FOUND         VALUE "Y".
013900 77  WS-NEW-ALERT-SW       PIC X(01) VALUE "N".
014000     88 NEW-ALERT-RECORD        VALUE "Y".
014100 77  WS-WINDOW-SW          PIC X(01) VALUE "N".
014200     88 INSIDE-BATCH-WINDOW     VALUE "Y".
014300 77  WS-CARD-SW            PIC X(01) VALUE "Y".
014400     88 CARD-IS-GOOD            VALUE "Y".
014500 77  WS-CARD-COUNT         PIC 9(04) VALUE ZERO.
014600 77  WS-BAD-CARD-COUNT     PIC 9(04) VALUE ZERO.
014700 77  WS-LINE-NUMBER        PIC 9(04) VALUE ZERO.
014800 77  WS-AUDIT-COUNT        PIC 9(08) VALUE ZERO.
014900 77  WS-RAISED-COUNT       PIC 9(04) VALUE ZERO.
015000 77  WS-CLEARED-COUNT      PIC 9(04) VALUE ZERO.
015100 77  WS-STANDING-COUNT     PIC 9(04) VALUE ZERO.
015200 77  WS-CRIT-COUNT         PIC 9(04) VALUE ZERO.
015300 77  WS-SUB                PIC 9(02) COMP VALUE ZERO.
015400 77  WS-SUB-2              PIC 9(02) COMP VALUE ZERO.
015500*--------------------------------------------------------------
015600* ARGUMENTS AND THE RUN CLOCK.  MINUTE NUMBERS COUNT FROM THE
015700* START OF THE CALENDAR, SO AN INTERVAL OR AN AGE THAT CROSSES
015800* MIDNIGHT IS A PLAIN SUBTRACTION.
015900*--------------------------------------------------------------
016000 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
016100 01  WS-ARG-DATE           PIC X(06) VALUE SPACES.
016200 01  WS-ARG-DATE-PARTS REDEFINES WS-ARG-DATE.
016300     05 WS-ARG-YY          PIC 9(02).
016400     05 WS-ARG-MM          PIC 9(02).
016500     05 WS-ARG-DD          PIC 9(02).
016600 77  WS-REPORT-DATE        PIC 9(06) VALUE ZERO.
016700 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
016800 01  CURRENT-TIME.
016900     05 T-HOURS            PIC 99.
017000     05 T-MINS             PIC 99.
017100     05 T-SECS             PIC 99.
017200     05 T-MS               PIC 999.
017300 01  WS-RUN-CLOCK.
017400     05 WS-RUN-HHMM        PIC 9(04).
017500     05 WS-RUN-SS          PIC 9(02).
017600 01  WS-RUN-TIME REDEFINES WS-RUN-CLOCK
017700                           PIC 9(06).
017800 77  WS-RUN-MINUTE         PIC S9(11) COMP-5 VALUE ZERO.
017900 77  WS-FROM-MINUTE        PIC S9(11) COMP-5 VALUE ZERO.
018000 77  WS-STAMP-MINUTE       PIC S9(11) COMP-5 VALUE ZERO.
018100 77  WS-OLDEST-MINUTE      PIC S9(11) COMP-5 VALUE ZERO.
018200 77  WS-AGE-MINUTES        PIC S9(11) COMP-5 VALUE ZERO.
018300 77  WS-STAMP-DATE         PIC 9(06) VALUE ZERO.
018400 77  WS-STAMP-HOURS        PIC 9(02) VALUE ZERO.
018500 77  WS-STAMP-MINS         PIC 9(02) VALUE ZERO.
018600 77  WS-LAST-STAMP-DATE    PIC 9(06) VALUE ZERO.
018700 77  WS-LAST-STAMP-DAY     PIC S9(11) COMP-5 VALUE ZERO.
018800*--------------------------------------------------------------
018900* THE LIMITS IN FORCE FOR THIS RUN
019000*--------------------------------------------------------------
019100 77  WS-INTERVAL           PIC 9(06) VALUE 15.
019200 77  WS-BATCH-START        PIC 9(06) VALUE ZERO.
019300 77  WS-BATCH-END          PIC 9(06) VALUE 600.
019400 77  WS-HHMM-HOURS         PIC 9(04) VALUE ZERO.
019500 77  WS-HHMM-MINS          PIC 9(02) VALUE ZERO.
019600 77  WS-LIMIT-SHIFT        PIC X(05) VALUE SPACES.
019700 77  WS-CARD-REASON        PIC X(30) VALUE SPACES.
019800*--------------------------------------------------------------
019900* THE MONITOR'S OWN DEFAULTS: CHECK, ITEM AND LIMIT.  A MONTHRSH
020000* CARD FOR THE SAME CHECK AND ITEM REPLACES THE LIMIT; A CARD FOR
020100* AN EVENT NOT LISTED HERE ADDS A LIMIT FOR THAT EVENT.
020200*--------------------------------------------------------------
020300 01  DEFAULT-THRESHOLDS.
020400     05 FILLER             PIC X(08) VALUE "INTERVAL".
020500     05 FILLER             PIC X(16) VALUE SPACES.
020600     05 FILLER             PIC 9(06) VALUE 15.
020700     05 FILLER             PIC X(08) VALUE "BATCH".
020800     05 FILLER             PIC X(16) VALUE "START".
020900     05 FILLER             PIC 9(06) VALUE 0.
021000     05 FILLER             PIC X(08) VALUE "BATCH".
021100     05 FILLER             PIC X(16) VALUE "END".
021200     05 FILLER             PIC 9(06) VALUE 600.
021300     05 FILLER             PIC X(08) VALUE "EVENT".
021400     05 FILLER             PIC X(16) VALUE "BAD-INPUT".
021500     05 FILLER             PIC 9(06) VALUE 25.
021600     05 FILLER             PIC X(08) VALUE "EVENT".
021700     05 FILLER             PIC X(16) VALUE "NOT-REGISTERED".
021800     05 FILLER             PIC 9(06) VALUE 25.
021900     05 FILLER             PIC X(08) VALUE "EVENT".
022000     05 FILLER             PIC X(16) VALUE "QUOTA-EXCEEDED".
022100     05 FILLER             PIC 9(06) VALUE 50.
022200     05 FILLER             PIC X(08) VALUE "EVENT".
022300     05 FILLER             PIC X(16) VALUE "BAD-COMPUTE".
022400     05 FILLER             PIC 9(06) VALUE 0.
022500     05 FILLER             PIC X(08) VALUE "BACKLOG".
022600     05 FILLER             PIC X(16) VALUE "LOBBY".
022700     05 FILLER             PIC 9(06) VALUE 50.
022800     05 FILLER             PIC X(08) VALUE "BACKLOG".
022900     05 FILLER             PIC X(16) VALUE "PENDINGMATCH".
023000     05 FILLER             PIC 9(06) VALUE 500.
023100     05 FILLER             PIC X(08) VALUE "BACKLOG".
023200     05 FILLER             PIC X(16) VALUE "CHALLENGE".
023300     05 FILLER             PIC 9(06) VALUE 500.
023400     05 FILLER             PIC X(08) VALUE "BACKLOG".
023500     05 FILLER             PIC X(16) VALUE "STAKE".
023600     05 FILLER             PIC 9(06) VALUE 500.
023700     05 FILLER             PIC X(08) VALUE "AGE".
023800     05 FILLER             PIC X(16) VALUE "LOBBY".
023900     05 FILLER             PIC 9(06) VALUE 60.
024000     05 FILLER             PIC X(08) VALUE "AGE".
024100     05 FILLER             PIC X(16) VALUE "PENDINGMATCH".
024200     05 FILLER             PIC 9(06) VALUE 1440.
024300     05 FILLER             PIC X(08) VALUE "AGE".
024400     05 FILLER             PIC X(16) VALUE "CHALLENGE".
024500     05 FILLER             PIC 9(06) VALUE 1440.
024600     05 FILLER             PIC X(08) VALUE "AGE".
024700     05 FILLER             PIC X(16) VALUE "STAKE".
024800     05 FILLER             PIC 9(06) VALUE 10080.
024900 01  FILLER REDEFINES DEFAULT-THRESHOLDS.
025000     05 DT-ENTRY OCCURS 15 TIMES.
025100        10 DT-CHECK        PIC X(08).
025200        10 DT-ITEM         PIC X(16).
025300        10 DT-LIMIT        PIC 9(06).
025400 77  WS-DT-COUNT           PIC 9(02) COMP VALUE 15.
025500*--------------------------------------------------------------
025600* THE LIMITS IN FORCE: THE DEFAULTS WITH THE DECK APPLIED.
025700* TT-READING HOLDS AN EVENT'S COUNT FOR THE INTERVAL.
025800*--------------------------------------------------------------
025900 77  WS-TT-MAX             PIC 9(02) COMP VALUE 40.
026000 77  WS-TT-COUNT           PIC 9(02) COMP VALUE ZERO.
026100 01  THRESHOLD-TABLE.
026200     05 TT-ENTRY OCCURS 40 TIMES.
026300        10 TT-CHECK        PIC X(08).
026400        10 TT-ITEM         PIC X(16).
026500        10 TT-LIMIT        PIC 9(06).
026600        10 TT-READING      PIC 9(08).
026700 77  WS-FIND-CHECK         PIC X(08) VALUE SPACES.
026800 77  WS-FIND-ITEM          PIC X(16) VALUE SPACES.
026900*--------------------------------------------------------------
027000* ONE QUEUE FILE'S READINGS
027100*--------------------------------------------------------------
027200 77  WS-QUEUE-NAME         PIC X(16) VALUE SPACES.
027300 77  WS-QUEUE-COUNT        PIC 9(08) VALUE ZERO.
027400*--------------------------------------------------------------
027500* THE ALERT BEING RAISED, KEPT OR CLEARED
027600*--------------------------------------------------------------
027700 77  WS-AL-CHECK           PIC X(08) VALUE SPACES.
027800 77  WS-AL-ITEM            PIC X(16) VALUE SPACES.
027900 77  WS-AL-SEVERITY        PIC X(04) VALUE SPACES.
028000 77  WS-AL-VALUE           PIC 9(08) VALUE ZERO.
028100 77  WS-AL-LIMIT           PIC 9(08) VALUE ZERO.
028200 77  WS-AL-TEXT            PIC X(30) VALUE SPACES.
028300 77  WS-AL-ACTION          PIC X(05) VALUE SPACES.
028400*--------------------------------------------------------------
028500* RAISES BY CHECK, FOR THE SUMMARY
028600*--------------------------------------------------------------
028700 01  CHECK-KINDS.
028800     05 FILLER             PIC X(08) VALUE "EVENT".
028900     05 FILLER             PIC X(08) VALUE "RUNCTL".
029000     05 FILLER             PIC X(08) VALUE "BACKLOG".
029100     05 FILLER             PIC X(08) VALUE "AGE".
029200     05 FILLER             PIC X(08) VALUE "CONFIG".
029300 01  FILLER REDEFINES CHECK-KINDS.
029400     05 CK-NAME            PIC X(08) OCCURS 5 TIMES.
029500 77  WS-CK-COUNT           PIC 9(02) COMP VALUE 5.
029600 01  CHECK-KIND-TOTALS.
029700     05 CK-RAISED          PIC 9(04) OCCURS 5 TIMES.
029800*--------------------------------------------------------------
029900* REPORT LINES (SUMMARY FUNCTION)
030000*--------------------------------------------------------------
030100 01  HDG-LINE-1.
030200     05 FILLER             PIC X(30) VALUE
030300            "OPERATIONS ALERT SUMMARY      ".
030400     05 FILLER             PIC X(06) VALUE "DATE: ".
030500     05 HDG-DATE           PIC 9(06).
030600     05 FILLER             PIC X(13) VALUE "    RUN DATE ".
030700     05 HDG-RUN-DATE       PIC 9(06).
030800 01  HDG-LINE-2.
030900     05 FILLER             PIC X(40) VALUE
031000            "TIME    ACTN  SEV  CHECK    ITEM        ".
031100     05 FILLER             PIC X(40) VALUE
031200            "        VALUE    LIMIT TEXT".
031300 01  DET-LINE.
031400     05 DET-TIME           PIC 9(06).
031500     05 FILLER             PIC X(02) VALUE SPACES.
031600     05 DET-ACTION         PIC X(05).
031700     05 FILLER             PIC X(01) VALUE SPACES.
031800     05 DET-SEVERITY       PIC X(04).
031900     05 FILLER             PIC X(01) VALUE SPACES.
032000     05 DET-CHECK          PIC X(08).
032100     05 FILLER             PIC X(01) VALUE SPACES.
032200     05 DET-ITEM           PIC X(16).
032300     05 FILLER             PIC X(01) VALUE SPACES.
032400     05 DET-VALUE          PIC ZZZZZZZ9.
032500     05 FILLER             PIC X(01) VALUE SPACES.
032600     05 DET-LIMIT          PIC ZZZZZZZ9.
032700     05 FILLER             PIC X(01) VALUE SPACES.
032800     05 DET-TEXT           PIC X(17).
032900 01  SECT-STANDING-LINE     PIC X(80) VALUE
033000     "ALERTS STILL STANDING".
033100 01  HDG-LINE-3.
033200     05 FILLER             PIC X(40) VALUE
033300            "CHECK    ITEM             SEV  RAISED AT".
033400     05 FILLER             PIC X(40) VALUE
033500            "        VALUE     PEAK    LIMIT".
033600 01  STAND-LINE.
033700     05 STAND-CHECK        PIC X(08).
033800     05 FILLER             PIC X(01) VALUE SPACES.
033900     05 STAND-ITEM         PIC X(16).
034000     05 FILLER             PIC X(01) VALUE SPACES.
034100     05 STAND-SEVERITY     PIC X(04).
034200     05 FILLER             PIC X(01) VALUE SPACES.
034300     05 STAND-DATE         PIC 9(06).
034400     05 FILLER             PIC X(01) VALUE SPACES.
034500     05 STAND-TIME         PIC 9(06).
034600     05 FILLER             PIC X(01) VALUE SPACES.
034700     05 STAND-VALUE        PIC ZZZZZZZ9.
034800     05 FILLER             PIC X(01) VALUE SPACES.
034900     05 STAND-PEAK         PIC ZZZZZZZ9.
035000     05 FILLER             PIC X(01) VALUE SPACES.
035100     05 STAND-LIMIT        PIC ZZZZZZZ9.
035200 01  NONE-LINE              PIC X(80) VALUE
035300     "  NONE".
035400 01  TOT-LINE-1.
035500     05 FILLER PIC X(22) VALUE "  ALERTS RAISED     : ".
035600     05 TOT-RAISED         PIC ZZZ9.
035700 01  TOT-LINE-2.
035800     05 FILLER PIC X(22) VALUE "    OF THEM CRITICAL: ".
035900     05 TOT-CRIT           PIC ZZZ9.
036000 01  TOT-LINE-3.
036100     05 FILLER PIC X(22) VALUE "  ALERTS CLEARED    : ".
036200     05 TOT-CLEARED        PIC ZZZ9.
036300 01  TOT-LINE-4.
036400     05 FILLER PIC X(22) VALUE "  STILL STANDING    : ".
036500     05 TOT-STANDING       PIC ZZZ9.
036600 01  TOT-KIND-LINE.
036700     05 FILLER             PIC X(11) VALUE "    RAISED ".
036800     05 TOT-KIND           PIC X(09).
036900     05 FILLER             PIC X(02) VALUE ": ".
037000     05 TOT-KIND-COUNT     PIC ZZZ9.
037100 01  BLANK-LINE             PIC X(80) VALUE SPACES.
037200 PROCEDURE DIVISION.
037300*--------------------------------------------------------------
037400 0000-MAINLINE.
037500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037600     IF WS-ARG-FUNCTION = "SUMMARY"
037700         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
037800         GO TO 9999-EXIT
037900     END-IF
038000     PERFORM 1400-OPEN-ALERT-FILES THRU 1400-EXIT
038100     PERFORM 1500-CHECK-DECK THRU 1500-EXIT
038200     PERFORM 2000-CHECK-EVENTS THRU 2000-EXIT
038300     PERFORM 3000-CHECK-BATCH THRU 3000-EXIT
038400     PERFORM 4000-CHECK-QUEUES THRU 4000-EXIT
038500     PERFORM 5000-SWEEP-ALERTS THRU 5000-EXIT
038600     PERFORM 5900-FINALIZE THRU 5900-EXIT
038700     GO TO 9999-EXIT.
038800*--------------------------------------------------------------
038900* ARGUMENTS, THE RUN CLOCK AND THE LIMITS IN FORCE
039000*--------------------------------------------------------------
039100 1000-INITIALIZE.
039200     ACCEPT WS-RUN-DATE  FROM DATE
039300     ACCEPT CURRENT-TIME FROM TIME
039400     MOVE T-HOURS TO WS-RUN-HHMM (1:2)
039500     MOVE T-MINS  TO WS-RUN-HHMM (3:2)
039600     MOVE T-SECS  TO WS-RUN-SS
039700     DISPLAY 1 UPON ARGUMENT-NUMBER
039800     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
039900         ON EXCEPTION
040000             MOVE SPACES TO WS-ARG-FUNCTION
040100     END-ACCEPT
040200     IF WS-ARG-FUNCTION = SPACES
040300         MOVE "CHECK" TO WS-ARG-FUNCTION
040400     END-IF
040500     IF WS-ARG-FUNCTION NOT = "CHECK"
040600         AND WS-ARG-FUNCTION NOT = "SUMMARY"
040700         DISPLAY "OPSMON: FUNCTION MUST BE CHECK OR SUMMARY"
040800         STOP RUN RETURNING 1
040900     END-IF
041000     IF WS-ARG-FUNCTION = "SUMMARY"
041100         PERFORM 1100-REPORT-DATE THRU 1100-EXIT
041200         GO TO 1000-EXIT
041300     END-IF
041400     MOVE WS-RUN-DATE TO WS-STAMP-DATE
041500     MOVE T-HOURS     TO WS-STAMP-HOURS
041600     MOVE T-MINS      TO WS-STAMP-MINS
041700     PERFORM 8000-STAMP-TO-MINUTE THRU 8000-EXIT
041800     MOVE WS-STAMP-MINUTE TO WS-RUN-MINUTE
041900     PERFORM 1200-LOAD-DEFAULTS THRU 1200-EXIT
042000         VARYING WS-SUB FROM 1 BY 1
042100         UNTIL WS-SUB > WS-DT-COUNT
042200     PERFORM 1300-LOAD-DECK THRU 1300-EXIT
042300     MOVE "INTERVAL" TO WS-FIND-CHECK
042400     MOVE SPACES     TO WS-FIND-ITEM
042500     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
042600     MOVE TT-LIMIT (WS-SUB-2) TO WS-INTERVAL
042700     MOVE "BATCH"    TO WS-FIND-CHECK
042800     MOVE "START"    TO WS-FIND-ITEM
042900     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
043000     MOVE TT-LIMIT (WS-SUB-2) TO WS-BATCH-START
043100     MOVE "END"      TO WS-FIND-ITEM
043200     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
043300     MOVE TT-LIMIT (WS-SUB-2) TO WS-BATCH-END
043400     COMPUTE WS-FROM-MINUTE = WS-RUN-MINUTE - WS-INTERVAL.
043500 1000-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------
043800* SUMMARY'S DATE: ARGUMENT 2, yymmdd, DEFAULT TODAY
043900*--------------------------------------------------------------
044000 1100-REPORT-DATE.
044100     DISPLAY 2 UPON ARGUMENT-NUMBER
044200     ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
044300         ON EXCEPTION
044400             MOVE SPACES TO WS-ARG-DATE
044500     END-ACCEPT
044600     IF WS-ARG-DATE = SPACES
044700         MOVE WS-RUN-DATE TO WS-REPORT-DATE
044800         GO TO 1100-EXIT
044900     END-IF
045000     IF WS-ARG-DATE NOT NUMERIC
045100         OR WS-ARG-MM < 1 OR WS-ARG-MM > 12
045200         OR WS-ARG-DD < 1 OR WS-ARG-DD > 31
045300         DISPLAY "OPSMON: DATE MUST BE yymmdd - GOT " WS-ARG-DATE
045400         STOP RUN RETURNING 1
045500     END-IF
045600     MOVE WS-ARG-DATE TO WS-REPORT-DATE.
045700 1100-EXIT.
045800     EXIT.
045900 1200-LOAD-DEFAULTS.
046000     ADD 1 TO WS-TT-COUNT
046100     MOVE DT-CHECK (WS-SUB) TO TT-CHECK (WS-TT-COUNT)
046200     MOVE DT-ITEM (WS-SUB)  TO TT-ITEM (WS-TT-COUNT)
046300     MOVE DT-LIMIT (WS-SUB) TO TT-LIMIT (WS-TT-COUNT)
046400     MOVE ZERO              TO TT-READING (WS-TT-COUNT).
046500 1200-EXIT.
046600     EXIT.
046700*--------------------------------------------------------------
046800* THE MONTHRSH DECK.  NO DECK LEAVES EVERY DEFAULT IN FORCE; A
046900* CARD THAT CANNOT BE USED IS COUNTED AND NAMED ON THE CONSOLE,
047000* AND THE CONFIG ALERT CARRIES THE COUNT.
047100*--------------------------------------------------------------
047200 1300-LOAD-DECK.
047300     OPEN INPUT THRESHOLD-FILE
047400     IF TH-FILE-STATUS NOT = "00"
047500         DISPLAY "OPSMON: NO MONTHRSH DECK - DEFAULT LIMITS IN"
047600             " FORCE"
047700         GO TO 1300-EXIT
047800     END-IF
047900     MOVE "N" TO WS-EOF-SW
048000     PERFORM 1310-READ-CARD THRU 1310-EXIT
048100         UNTIL INPUT-AT-EOF
048200     CLOSE THRESHOLD-FILE.
048300 1300-EXIT.
048400     EXIT.
048500 1310-READ-CARD.
048600     READ THRESHOLD-FILE
048700         AT END
048800             SET INPUT-AT-EOF TO TRUE
048900             GO TO 1310-EXIT
049000     END-READ
049100     ADD 1 TO WS-LINE-NUMBER
049200     IF THRESHOLD-CARD = SPACES
049300         OR THRESHOLD-CARD (1:1) = "*"
049400         GO TO 1310-EXIT
049500     END-IF
049600     ADD 1 TO WS-CARD-COUNT
049700     PERFORM 1320-EDIT-CARD THRU 1320-EXIT
049800     IF NOT CARD-IS-GOOD
049900         ADD 1 TO WS-BAD-CARD-COUNT
050000         DISPLAY "OPSMON: MONTHRSH LINE " WS-LINE-NUMBER
050100             " IGNORED - " WS-CARD-REASON
050200         GO TO 1310-EXIT
050300     END-IF
050400     MOVE TH-CHECK TO WS-FIND-CHECK
050500     MOVE TH-ITEM  TO WS-FIND-ITEM
050600     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
050700     IF ENTRY-WAS-FOUND
050800         MOVE TH-NUM-LIMIT TO TT-LIMIT (WS-SUB-2)
050900         GO TO 1310-EXIT
051000     END-IF
051100     IF WS-TT-COUNT NOT < WS-TT-MAX
051200         ADD 1 TO WS-BAD-CARD-COUNT
051300         DISPLAY "OPSMON: MONTHRSH LINE " WS-LINE-NUMBER
051400             " IGNORED - MORE THAN " WS-TT-MAX " LIMITS"
051500         GO TO 1310-EXIT
051600     END-IF
051700     ADD 1 TO WS-TT-COUNT
051800     MOVE TH-CHECK     TO TT-CHECK (WS-TT-COUNT)
051900     MOVE TH-ITEM      TO TT-ITEM (WS-TT-COUNT)
052000     MOVE TH-NUM-LIMIT TO TT-LIMIT (WS-TT-COUNT)
052100     MOVE ZERO         TO TT-READING (WS-TT-COUNT).
052200 1310-EXIT.
052300     EXIT.
052400*--------------------------------------------------------------
052500* ONE CARD'S EDIT.  THE LIMIT MAY BE TYPED WITHOUT ITS LEADING
052600* ZEROS: IT IS ROTATED RIGHT AND ZERO-FILLED BEFORE THE TEST.
052700*--------------------------------------------------------------
052800 1320-EDIT-CARD.
052900     MOVE "N" TO WS-CARD-SW
053000     IF TH-LIMIT = SPACES
053100         MOVE "NO LIMIT GIVEN" TO WS-CARD-REASON
053200         GO TO 1320-EXIT
053300     END-IF
053400     PERFORM 1330-JUSTIFY-LIMIT THRU 1330-EXIT
053500         UNTIL TH-LIMIT (6:1) NOT = SPACE
053600     INSPECT TH-LIMIT REPLACING LEADING " " BY "0"
053700     IF TH-LIMIT NOT NUMERIC
053800         MOVE "LIMIT IS NOT A NUMBER" TO WS-CARD-REASON
053900         GO TO 1320-EXIT
054000     END-IF
054100     EVALUATE TH-CHECK
054200         WHEN "INTERVAL"
054300             IF TH-ITEM NOT = SPACES
054400                 MOVE "INTERVAL TAKES NO ITEM" TO WS-CARD-REASON
054500                 GO TO 1320-EXIT
054600             END-IF
054700             IF TH-NUM-LIMIT < 1 OR TH-NUM-LIMIT > 1440
054800                 MOVE "INTERVAL MUST BE 1 TO 1440"
054900                     TO WS-CARD-REASON
055000                 GO TO 1320-EXIT
055100             END-IF
055200         WHEN "BATCH"
055300             IF TH-ITEM NOT = "START" AND TH-ITEM NOT = "END"
055400                 MOVE "BATCH ITEM MUST BE START OR END"
055500                     TO WS-CARD-REASON
055600                 GO TO 1320-EXIT
055700             END-IF
055800             DIVIDE TH-NUM-LIMIT BY 100 GIVING WS-HHMM-HOURS
055900                 REMAINDER WS-HHMM-MINS
056000             IF WS-HHMM-HOURS > 23 OR WS-HHMM-MINS > 59
056100                 MOVE "BATCH TIME MUST BE hhmm" TO WS-CARD-REASON
056200                 GO TO 1320-EXIT
056300             END-IF
056400         WHEN "EVENT"
056500             IF TH-ITEM = SPACES
056600                 MOVE "EVENT NAME MISSING" TO WS-CARD-REASON
056700                 GO TO 1320-EXIT
056800             END-IF
056900             IF TH-ITEM = "BAD-COMPUTE"
057000                 AND TH-NUM-LIMIT NOT = ZERO
057100                 MOVE "BAD-COMPUTE LIMIT IS ALWAYS 0"
057200                     TO WS-CARD-REASON
057300                 GO TO 1320-EXIT
057400             END-IF
057500         WHEN "BACKLOG"
057600         WHEN "AGE"
057700             IF TH-ITEM NOT = "LOBBY"
057800                 AND TH-ITEM NOT = "PENDINGMATCH"
057900                 AND TH-ITEM NOT = "CHALLENGE"
058000                 AND TH-ITEM NOT = "STAKE"
058100                 MOVE "NOT A QUEUE FILE" TO WS-CARD-REASON
058200                 GO TO 1320-EXIT
058300             END-IF
058400         WHEN OTHER
058500             MOVE "UNKNOWN CHECK" TO WS-CARD-REASON
058600             GO TO 1320-EXIT
058700     END-EVALUATE
058800     SET CARD-IS-GOOD TO TRUE.
058900 1320-EXIT.
059000     EXIT.
059100 1330-JUSTIFY-LIMIT.
059200     MOVE TH-LIMIT (1:5) TO WS-LIMIT-SHIFT
059300     MOVE WS-LIMIT-SHIFT TO TH-LIMIT (2:5)
059400     MOVE " " TO TH-LIMIT (1:1).
059500 1330-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------
059800* ALERTCTL FOR UPDATE (CREATED ON THE FIRST CHECK EVER) AND THE
059900* PAGING FILE FOR APPEND
060000*--------------------------------------------------------------
060100 1400-OPEN-ALERT-FILES.
060200     OPEN I-O ALERT-CONTROL-FILE
060300     IF AC-FILE-STATUS NOT = "00"
060400         OPEN OUTPUT ALERT-CONTROL-FILE
060500         CLOSE ALERT-CONTROL-FILE
060600         OPEN I-O ALERT-CONTROL-FILE
060700     END-IF
060800     IF AC-FILE-STATUS NOT = "00"
060900         DISPLAY "OPSMON: CANNOT OPEN ALERTCTL - STATUS "
061000             AC-FILE-STATUS
061100         STOP RUN RETURNING 1
061200     END-IF
061300     OPEN EXTEND ALERT-LOG-FILE
061400     IF AL-FILE-STATUS NOT = "00"
061500         OPEN OUTPUT ALERT-LOG-FILE
061600     END-IF.
061700 1400-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------
062000* CONFIG: A DECK WITH CARDS THE MONITOR COULD NOT USE
062100*--------------------------------------------------------------
062200 1500-CHECK-DECK.
062300     MOVE "CONFIG"    TO WS-AL-CHECK
062400     MOVE "MONTHRSH"  TO WS-AL-ITEM
062500     MOVE "WARN"      TO WS-AL-SEVERITY
062600     MOVE WS-BAD-CARD-COUNT TO WS-AL-VALUE
062700     MOVE ZERO        TO WS-AL-LIMIT
062800     MOVE "CARDS IGNORED" TO WS-AL-TEXT
062900     IF WS-BAD-CARD-COUNT > ZERO
063000         PERFORM 7000-ASSERT-ALERT THRU 7000-EXIT
063100     ELSE
063200         PERFORM 7200-RELIEVE-ALERT THRU 7200-EXIT
063300     END-IF.
063400 1500-EXIT.
063500     EXIT.
063600*--------------------------------------------------------------
063700* EVENT: ONE PASS OF AUDITLOG COUNTING EACH LIMITED EVENT'S
063800* LINES STAMPED AFTER THE START OF THE INTERVAL AND NOT AFTER
063900* NOW, THEN EACH COUNT AGAINST ITS LIMIT.
064000*--------------------------------------------------------------
064100 2000-CHECK-EVENTS.
064200     OPEN INPUT AUDIT-FILE
064300     IF AJ-FILE-STATUS = "00"
064400         MOVE "N" TO WS-EOF-SW
064500         PERFORM 2100-COUNT-AUDIT-LINE THRU 2100-EXIT
064600             UNTIL INPUT-AT-EOF
064700         CLOSE AUDIT-FILE
064800     END-IF
064900     PERFORM 2200-JUDGE-EVENT THRU 2200-EXIT
065000         VARYING WS-SUB FROM 1 BY 1
065100         UNTIL WS-SUB > WS-TT-COUNT.
065200 2000-EXIT.
065300     EXIT.
065400 2100-COUNT-AUDIT-LINE.
065500     READ AUDIT-FILE
065600         AT END
065700             SET INPUT-AT-EOF TO TRUE
065800             GO TO 2100-EXIT
065900     END-READ
066000     IF AJ-DATE NOT NUMERIC
066100         OR AJ-HOURS NOT NUMERIC
066200         OR AJ-MINS NOT NUMERIC
066300         GO TO 2100-EXIT
066400     END-IF
066500     MOVE AJ-DATE  TO WS-STAMP-DATE
066600     MOVE AJ-HOURS TO WS-STAMP-HOURS
066700     MOVE AJ-MINS  TO WS-STAMP-MINS
066800     PERFORM 8000-STAMP-TO-MINUTE THRU 8000-EXIT
066900     IF WS-STAMP-MINUTE NOT > WS-FROM-MINUTE
067000         OR WS-STAMP-MINUTE > WS-RUN-MINUTE
067100         GO TO 2100-EXIT
067200     END-IF
067300     ADD 1 TO WS-AUDIT-COUNT
067400     MOVE "EVENT"  TO WS-FIND-CHECK
067500     MOVE AJ-EVENT TO WS-FIND-ITEM
067600     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
067700     IF ENTRY-WAS-FOUND
067800         ADD 1 TO TT-READING (WS-SUB-2)
067900     END-IF.
068000 2100-EXIT.
068100     EXIT.
068200 2200-JUDGE-EVENT.
068300     IF TT-CHECK (WS-SUB) NOT = "EVENT"
068400         GO TO 2200-EXIT
068500     END-IF
068600     MOVE "EVENT"             TO WS-AL-CHECK
068700     MOVE TT-ITEM (WS-SUB)    TO WS-AL-ITEM
068800     MOVE TT-READING (WS-SUB) TO WS-AL-VALUE
068900     MOVE TT-LIMIT (WS-SUB)   TO WS-AL-LIMIT
069000     MOVE "LINES IN INTERVAL" TO WS-AL-TEXT
069100     IF TT-LIMIT (WS-SUB) = ZERO
069200         MOVE "CRIT" TO WS-AL-SEVERITY
069300     ELSE
069400         MOVE "WARN" TO WS-AL-SEVERITY
069500     END-IF
069600     IF TT-READING (WS-SUB) > TT-LIMIT (WS-SUB)
069700         PERFORM 7000-ASSERT-ALERT THRU 7000-EXIT
069800     ELSE
069900         PERFORM 7200-RELIEVE-ALERT THRU 7200-EXIT
070000     END-IF.
070100 2200-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------
070400* RUNCTL: THE NIGHTLY CYCLE'S STEPS.  THE WINDOW MAY RUN PAST
070500* MIDNIGHT (START AFTER END), IN WHICH CASE IT IS EVERYTHING
070600* FROM THE START ON OR BEFORE THE END.  NO RUNCTL MEANS THE
070700* CYCLE HAS NEVER RUN, WHICH IS NOT THIS CHECK'S BUSINESS.
070800*--------------------------------------------------------------
070900 3000-CHECK-BATCH.
071000     MOVE "N" TO WS-WINDOW-SW
071100     IF WS-BATCH-START NOT > WS-BATCH-END
071200         IF WS-RUN-HHMM NOT < WS-BATCH-START
071300             AND WS-RUN-HHMM < WS-BATCH-END
071400             SET INSIDE-BATCH-WINDOW TO TRUE
071500         END-IF
071600     ELSE
071700         IF WS-RUN-HHMM NOT < WS-BATCH-START
071800             OR WS-RUN-HHMM < WS-BATCH-END
071900             SET INSIDE-BATCH-WINDOW TO TRUE
072000         END-IF
072100     END-IF
072200     OPEN INPUT RUN-CONTROL-FILE
072300     IF RC-FILE-STATUS NOT = "00"
072400         GO TO 3000-EXIT
072500     END-IF
072600     MOVE "N" TO WS-EOF-SW
072700     PERFORM 3100-JUDGE-STEP THRU 3100-EXIT
072800         UNTIL INPUT-AT-EOF
072900     CLOSE RUN-CONTROL-FILE.
073000 3000-EXIT.
073100     EXIT.
073200 3100-JUDGE-STEP.
073300     READ RUN-CONTROL-FILE NEXT RECORD
073400         AT END
073500             SET INPUT-AT-EOF TO TRUE
073600             GO TO 3100-EXIT
073700     END-READ
073800     MOVE "RUNCTL"      TO WS-AL-CHECK
073900     MOVE RC-JOB-NAME   TO WS-AL-ITEM
074000     MOVE "CRIT"        TO WS-AL-SEVERITY
074100     MOVE RC-CYCLE-DATE TO WS-AL-VALUE
074200     MOVE WS-BATCH-END  TO WS-AL-LIMIT
074300     EVALUATE TRUE
074400         WHEN JOB-IS-RUNNING
074500             MOVE "STEP IN FLIGHT" TO WS-AL-TEXT
074600         WHEN JOB-HAS-FAILED
074700             MOVE "STEP FAILED"    TO WS-AL-TEXT
074800         WHEN OTHER
074900             MOVE "STEP COMPLETE"  TO WS-AL-TEXT
075000             PERFORM 7200-RELIEVE-ALERT THRU 7200-EXIT
075100             GO TO 3100-EXIT
075200     END-EVALUATE
075300     IF INSIDE-BATCH-WINDOW
075400         PERFORM 7100-KEEP-ALERT THRU 7100-EXIT
075500     ELSE
075600         PERFORM 7000-ASSERT-ALERT THRU 7000-EXIT
075700     END-IF.
075800 3100-EXIT.
075900     EXIT.
076000*--------------------------------------------------------------
076100* BACKLOG AND AGE: ONE PASS OF EACH QUEUE FILE, COUNTING ITS
076200* ENTRIES AND FINDING THE OLDEST STAMP.  A FILE THAT IS NOT
076300* THERE HOLDS NOTHING.
076400*--------------------------------------------------------------
076500 4000-CHECK-QUEUES.
076600     PERFORM 4100-SCAN-LOBBY THRU 4100-EXIT
076700     PERFORM 4200-SCAN-PENDING THRU 4200-EXIT
076800     PERFORM 4300-SCAN-CHALLENGE THRU 4300-EXIT
076900     PERFORM 4400-SCAN-STAKE THRU 4400-EXIT.
077000 4000-EXIT.
077100     EXIT.
077200 4100-SCAN-LOBBY.
077300     MOVE "LOBBY" TO WS-QUEUE-NAME
077400     PERFORM 4800-START-QUEUE THRU 4800-EXIT
077500     OPEN INPUT LOBBY-FILE
077600     IF LB-FILE-STATUS = "00"
077700         MOVE "N" TO WS-EOF-SW
077800         PERFORM 4110-READ-LOBBY THRU 4110-EXIT
077900             UNTIL INPUT-AT-EOF
078000         CLOSE LOBBY-FILE
078100     END-IF
078200     PERFORM 4900-JUDGE-QUEUE THRU 4900-EXIT.
078300 4100-EXIT.
078400     EXIT.
078500 4110-READ-LOBBY.
078600     READ LOBBY-FILE NEXT RECORD
078700         AT END
078800             SET INPUT-AT-EOF TO TRUE
078900             GO TO 4110-EXIT
079000     END-READ
079100     MOVE LB-DATE  TO WS-STAMP-DATE
079200     MOVE LB-HOURS TO WS-STAMP-HOURS
079300     MOVE LB-MINS  TO WS-STAMP-MINS
079400     PERFORM 4810-NOTE-ENTRY THRU 4810-EXIT.
079500 4110-EXIT.
079600     EXIT.
079700 4200-SCAN-PENDING.
079800     MOVE "PENDINGMATCH" TO WS-QUEUE-NAME
079900     PERFORM 4800-START-QUEUE THRU 4800-EXIT
080000     OPEN INPUT PENDING-MATCH-FILE
080100     IF PM-FILE-STATUS = "00"
080200         MOVE "N" TO WS-EOF-SW
080300         PERFORM 4210-READ-PENDING THRU 4210-EXIT
080400             UNTIL INPUT-AT-EOF
080500         CLOSE PENDING-MATCH-FILE
080600     END-IF
080700     PERFORM 4900-JUDGE-QUEUE THRU 4900-EXIT.
080800 4200-EXIT.
080900     EXIT.
081000 4210-READ-PENDING.
081100     READ PENDING-MATCH-FILE NEXT RECORD
081200         AT END
081300             SET INPUT-AT-EOF TO TRUE
081400             GO TO 4210-EXIT
081500     END-READ
081600     MOVE PM-DATE  TO WS-STAMP-DATE
081700     MOVE PM-HOURS TO WS-STAMP-HOURS
081800     MOVE PM-MINS  TO WS-STAMP-MINS
081900     PERFORM 4810-NOTE-ENTRY THRU 4810-EXIT.
082000 4210-EXIT.
082100     EXIT.
082200 4300-SCAN-CHALLENGE.
082300     MOVE "CHALLENGE" TO WS-QUEUE-NAME
082400     PERFORM 4800-START-QUEUE THRU 4800-EXIT
082500     OPEN INPUT CHALLENGE-FILE
082600     IF CH-FILE-STATUS = "00"
082700         MOVE "N" TO WS-EOF-SW
082800         PERFORM 4310-READ-CHALLENGE THRU 4310-EXIT
082900             UNTIL INPUT-AT-EOF
083000         CLOSE CHALLENGE-FILE
083100     END-IF
083200     PERFORM 4900-JUDGE-QUEUE THRU 4900-EXIT.
083300 4300-EXIT.
083400     EXIT.
083500 4310-READ-CHALLENGE.
083600     READ CHALLENGE-FILE NEXT RECORD
083700         AT END
083800             SET INPUT-AT-EOF TO TRUE
083900             GO TO 4310-EXIT
084000     END-READ
084100     IF NOT CHALLENGE-IS-OPEN
084200         GO TO 4310-EXIT
084300     END-IF
084400     MOVE CH-DATE  TO WS-STAMP-DATE
084500     MOVE CH-HOURS TO WS-STAMP-HOURS
084600     MOVE CH-MINS  TO WS-STAMP-MINS
084700     PERFORM 4810-NOTE-ENTRY THRU 4810-EXIT.
084800 4310-EXIT.
084900     EXIT.
085000 4400-SCAN-STAKE.
085100     MOVE "STAKE" TO WS-QUEUE-NAME
085200     PERFORM 4800-START-QUEUE THRU 4800-EXIT
085300     OPEN INPUT STAKE-FILE
085400     IF SK-FILE-STATUS = "00"
085500         MOVE "N" TO WS-EOF-SW
085600         PERFORM 4410-READ-STAKE THRU 4410-EXIT
085700             UNTIL INPUT-AT-EOF
085800         CLOSE STAKE-FILE
085900     END-IF
086000     PERFORM 4900-JUDGE-QUEUE THRU 4900-EXIT.
086100 4400-EXIT.
086200     EXIT.
086300 4410-READ-STAKE.
086400     READ STAKE-FILE NEXT RECORD
086500         AT END
086600             SET INPUT-AT-EOF TO TRUE
086700             GO TO 4410-EXIT
086800     END-READ
086900     MOVE SK-DATE  TO WS-STAMP-DATE
087000     MOVE SK-HOURS TO WS-STAMP-HOURS
087100     MOVE SK-MINS  TO WS-STAMP-MINS
087200     PERFORM 4810-NOTE-ENTRY THRU 4810-EXIT.
087300 4410-EXIT.
087400     EXIT.
087500 4800-START-QUEUE.
087600     MOVE ZERO          TO WS-QUEUE-COUNT
087700     MOVE WS-RUN-MINUTE TO WS-OLDEST-MINUTE.
087800 4800-EXIT.
087900     EXIT.
088000*--------------------------------------------------------------
088100* ONE WAITING ENTRY.  AN ENTRY WITH NO USABLE STAMP IS COUNTED
088200* BUT CANNOT BE AGED.
088300*--------------------------------------------------------------
088400 4810-NOTE-ENTRY.
088500     ADD 1 TO WS-QUEUE-COUNT
088600     IF WS-STAMP-DATE NOT NUMERIC
088700         OR WS-STAMP-HOURS NOT NUMERIC
088800         OR WS-STAMP-MINS NOT NUMERIC
088900         GO TO 4810-EXIT
089000     END-IF
089100     PERFORM 8000-STAMP-TO-MINUTE THRU 8000-EXIT
089200     IF WS-STAMP-MINUTE > ZERO
089300         AND WS-STAMP-MINUTE < WS-OLDEST-MINUTE
089400         MOVE WS-STAMP-MINUTE TO WS-OLDEST-MINUTE
089500     END-IF.
089600 4810-EXIT.
089700     EXIT.
089800 4900-JUDGE-QUEUE.
089900     MOVE "WARN"        TO WS-AL-SEVERITY
090000     MOVE WS-QUEUE-NAME TO WS-AL-ITEM
090100     MOVE "BACKLOG"     TO WS-AL-CHECK WS-FIND-CHECK
090200     MOVE WS-QUEUE-NAME TO WS-FIND-ITEM
090300     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
090400     MOVE WS-QUEUE-COUNT      TO WS-AL-VALUE
090500     MOVE TT-LIMIT (WS-SUB-2) TO WS-AL-LIMIT
090600     MOVE "ENTRIES WAITING"   TO WS-AL-TEXT
090700     IF WS-AL-VALUE > WS-AL-LIMIT
090800         PERFORM 7000-ASSERT-ALERT THRU 7000-EXIT
090900     ELSE
091000         PERFORM 7200-RELIEVE-ALERT THRU 7200-EXIT
091100     END-IF
091200     MOVE "AGE"         TO WS-AL-CHECK WS-FIND-CHECK
091300     PERFORM 8100-FIND-THRESHOLD THRU 8100-EXIT
091400     COMPUTE WS-AGE-MINUTES = WS-RUN-MINUTE - WS-OLDEST-MINUTE
091500     IF WS-AGE-MINUTES < ZERO
091600         MOVE ZERO TO WS-AGE-MINUTES
091700     END-IF
091800     IF WS-AGE-MINUTES > 99999999
091900         MOVE 99999999 TO WS-AGE-MINUTES
092000     END-IF
092100     MOVE WS-AGE-MINUTES      TO WS-AL-VALUE
092200     MOVE TT-LIMIT (WS-SUB-2) TO WS-AL-LIMIT
092300     MOVE "MINUTES OLDEST"    TO WS-AL-TEXT
092400     IF WS-AL-VALUE > WS-AL-LIMIT
092500         PERFORM 7000-ASSERT-ALERT THRU 7000-EXIT
092600     ELSE
092700         PERFORM 7200-RELIEVE-ALERT THRU 7200-EXIT
092800     END-IF.
092900 4900-EXIT.
093000     EXIT.
093100*--------------------------------------------------------------
093200* EVERY ALERT STILL STANDING THAT THIS CHECK DID NOT SEE - ITS
093300* CARD TAKEN OUT, ITS STEP GONE FROM RUNCTL - CLEARS, AND WHAT
093400* IS LEFT STANDING IS COUNTED.
093500*--------------------------------------------------------------
093600 5000-SWEEP-ALERTS.
093700     MOVE LOW-VALUES TO AC-KEY
093800     START ALERT-CONTROL-FILE KEY IS >= AC-KEY
093900         INVALID KEY
094000             GO TO 5000-EXIT
094100     END-START
094200     MOVE "N" TO WS-EOF-SW
094300     PERFORM 5100-SWEEP-ONE-ALERT THRU 5100-EXIT
094400         UNTIL INPUT-AT-EOF.
094500 5000-EXIT.
094600     EXIT.
094700 5100-SWEEP-ONE-ALERT.
094800     READ ALERT-CONTROL-FILE NEXT RECORD
094900         AT END
095000             SET INPUT-AT-EOF TO TRUE
095100             GO TO 5100-EXIT
095200     END-READ
095300     IF NOT ALERT-IS-OPEN
095400         GO TO 5100-EXIT
095500     END-IF
095600     IF AC-SEEN-DATE = WS-RUN-DATE
095700         AND AC-SEEN-TIME = WS-RUN-TIME
095800         ADD 1 TO WS-STANDING-COUNT
095900         GO TO 5100-EXIT
096000     END-IF
096100     MOVE AC-CHECK    TO WS-AL-CHECK
096200     MOVE AC-ITEM     TO WS-AL-ITEM
096300     MOVE AC-SEVERITY TO WS-AL-SEVERITY
096400     MOVE ZERO        TO WS-AL-VALUE
096500     MOVE AC-LIMIT    TO WS-AL-LIMIT
096600     MOVE "NO LONGER CHECKED" TO WS-AL-TEXT
096700     PERFORM 7210-CLEAR-ALERT THRU 7210-EXIT.
096800 5100-EXIT.
096900     EXIT.
097000 5900-FINALIZE.
097100     CLOSE ALERT-CONTROL-FILE
097200     CLOSE ALERT-LOG-FILE
097300     DISPLAY "OPSMON: CHECKED AT " WS-RUN-TIME " - AUDIT LINES"
097400         " IN LAST " WS-INTERVAL " MIN " WS-AUDIT-COUNT
097500     DISPLAY "OPSMON: RAISED " WS-RAISED-COUNT " CLEARED "
097600         WS-CLEARED-COUNT " STANDING " WS-STANDING-COUNT.
097700 5900-EXIT.
097800     EXIT.
097900*--------------------------------------------------------------
098000* SUMMARY: EVERY ALERTLOG LINE OF THE DAY, THEN EVERY ALERT
098100* STILL STANDING ON ALERTCTL, THEN THE DAY'S COUNTS
098200*--------------------------------------------------------------
098300 6000-PRINT-SUMMARY.
098400     INITIALIZE CHECK-KIND-TOTALS
098500     OPEN OUTPUT RPT-FILE
098600     MOVE WS-REPORT-DATE TO HDG-DATE
098700     MOVE WS-RUN-DATE    TO HDG-RUN-DATE
098800     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
098900     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
099000     MOVE HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
099100     OPEN INPUT ALERT-LOG-FILE
099200     IF AL-FILE-STATUS = "00"
099300         MOVE "N" TO WS-EOF-SW
099400         PERFORM 6100-PRINT-LOG-LINE THRU 6100-EXIT
099500             UNTIL INPUT-AT-EOF
099600         CLOSE ALERT-LOG-FILE
099700     END-IF
099800     IF WS-RAISED-COUNT = ZERO AND WS-CLEARED-COUNT = ZERO
099900         MOVE NONE-LINE TO RPT-LINE  WRITE RPT-LINE
100000     END-IF
100100     MOVE BLANK-LINE         TO RPT-LINE  WRITE RPT-LINE
100200     MOVE SECT-STANDING-LINE TO RPT-LINE  WRITE RPT-LINE
100300     MOVE HDG-LINE-3         TO RPT-LINE  WRITE RPT-LINE
100400     OPEN INPUT ALERT-CONTROL-FILE
100500     IF AC-FILE-STATUS = "00"
100600         MOVE "N" TO WS-EOF-SW
100700         PERFORM 6200-PRINT-STANDING THRU 6200-EXIT
100800             UNTIL INPUT-AT-EOF
100900         CLOSE ALERT-CONTROL-FILE
101000     END-IF
101100     IF WS-STANDING-COUNT = ZERO
101200         MOVE NONE-LINE TO RPT-LINE  WRITE RPT-LINE
101300     END-IF
101400     MOVE BLANK-LINE        TO RPT-LINE  WRITE RPT-LINE
101500     MOVE WS-RAISED-COUNT   TO TOT-RAISED
101600     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
101700     MOVE WS-CRIT-COUNT     TO TOT-CRIT
101800     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
101900     PERFORM 6300-PRINT-KIND-TOTAL THRU 6300-EXIT
102000         VARYING WS-SUB FROM 1 BY 1
102100         UNTIL WS-SUB > WS-CK-COUNT
102200     MOVE WS-CLEARED-COUNT  TO TOT-CLEARED
102300     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
102400     MOVE WS-STANDING-COUNT TO TOT-STANDING
102500     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
102600     CLOSE RPT-FILE
102700     DISPLAY "OPSMON: SUMMARY FOR " WS-REPORT-DATE " - RAISED "
102800         WS-RAISED-COUNT " CLEARED " WS-CLEARED-COUNT
102900         " STANDING " WS-STANDING-COUNT.
103000 6000-EXIT.
103100     EXIT.
103200 6100-PRINT-LOG-LINE.
103300     READ ALERT-LOG-FILE
103400         AT END
103500             SET INPUT-AT-EOF TO TRUE
103600             GO TO 6100-EXIT
103700     END-READ
103800     IF AL-DATE NOT = WS-REPORT-DATE
103900         GO TO 6100-EXIT
104000     END-IF
104100     IF AL-ACTION = "RAISE"
104200         ADD 1 TO WS-RAISED-COUNT
104300         IF AL-SEVERITY = "CRIT"
104400             ADD 1 TO WS-CRIT-COUNT
104500         END-IF
104600         PERFORM 6110-COUNT-KIND THRU 6110-EXIT
104700             VARYING WS-SUB FROM 1 BY 1
104800             UNTIL WS-SUB > WS-CK-COUNT
104900     ELSE
105000         ADD 1 TO WS-CLEARED-COUNT
105100     END-IF
105200     MOVE AL-HOURS    TO DET-TIME (1:2)
105300     MOVE AL-MINS     TO DET-TIME (3:2)
105400     MOVE AL-SECS     TO DET-TIME (5:2)
105500     MOVE AL-ACTION   TO DET-ACTION
105600     MOVE AL-SEVERITY TO DET-SEVERITY
105700     MOVE AL-CHECK    TO DET-CHECK
105800     MOVE AL-ITEM     TO DET-ITEM
105900     MOVE AL-VALUE    TO DET-VALUE
106000     MOVE AL-LIMIT    TO DET-LIMIT
106100     MOVE AL-TEXT     TO DET-TEXT
106200     MOVE DET-LINE TO RPT-LINE
106300     WRITE RPT-LINE.
106400 6100-EXIT.
106500     EXIT.
106600 6110-COUNT-KIND.
106700     IF AL-CHECK = CK-NAME (WS-SUB)
106800         ADD 1 TO CK-RAISED (WS-SUB)
106900     END-IF.
107000 6110-EXIT.
107100     EXIT.
107200 6200-PRINT-STANDING.
107300     READ ALERT-CONTROL-FILE NEXT RECORD
107400         AT END
107500             SET INPUT-AT-EOF TO TRUE
107600             GO TO 6200-EXIT
107700     END-READ
107800     IF NOT ALERT-IS-OPEN
107900         GO TO 6200-EXIT
108000     END-IF
108100     ADD 1 TO WS-STANDING-COUNT
108200     MOVE AC-CHECK       TO STAND-CHECK
108300     MOVE AC-ITEM        TO STAND-ITEM
108400     MOVE AC-SEVERITY    TO STAND-SEVERITY
108500     MOVE AC-RAISED-DATE TO STAND-DATE
108600     MOVE AC-RAISED-TIME TO STAND-TIME
108700     MOVE AC-VALUE       TO STAND-VALUE
108800     MOVE AC-PEAK        TO STAND-PEAK
108900     MOVE AC-LIMIT       TO STAND-LIMIT
109000     MOVE STAND-LINE TO RPT-LINE
109100     WRITE RPT-LINE.
109200 6200-EXIT.
109300     EXIT.
109400 6300-PRINT-KIND-TOTAL.
109500     MOVE CK-NAME (WS-SUB)   TO TOT-KIND
109600     MOVE CK-RAISED (WS-SUB) TO TOT-KIND-COUNT
109700     MOVE TOT-KIND-LINE TO RPT-LINE
109800     WRITE RPT-LINE.
109900 6300-EXIT.
110000     EXIT.
110100*--------------------------------------------------------------
110200* THE CONDITION HOLDS.  A NEW ALERT, OR ONE CLEARED BEFORE, IS
110300* RAISED AND PAGED; ONE ALREADY STANDING IS ONLY BROUGHT UP TO
110400* DATE, SO A LASTING CONDITION PAGES ONCE.
110500*--------------------------------------------------------------
110600 7000-ASSERT-ALERT.
110700     MOVE "N" TO WS-NEW-ALERT-SW
110800     MOVE WS-AL-CHECK TO AC-CHECK
110900     MOVE WS-AL-ITEM  TO AC-ITEM
111000     READ ALERT-CONTROL-FILE KEY IS AC-KEY
111100         INVALID KEY
111200             SET NEW-ALERT-RECORD TO TRUE
111300     END-READ
111400     IF NOT NEW-ALERT-RECORD AND ALERT-IS-OPEN
111500         MOVE WS-AL-VALUE TO AC-VALUE
111600         IF WS-AL-VALUE > AC-PEAK
111700             MOVE WS-AL-VALUE TO AC-PEAK
111800         END-IF
111900         MOVE WS-AL-LIMIT TO AC-LIMIT
112000         MOVE WS-AL-TEXT  TO AC-TEXT
112100         MOVE WS-RUN-DATE TO AC-SEEN-DATE
112200         MOVE WS-RUN-TIME TO AC-SEEN-TIME
112300         REWRITE ALERT-CONTROL-RECORD
112400         GO TO 7000-EXIT
112500     END-IF
112600     IF NEW-ALERT-RECORD
112700         MOVE WS-AL-CHECK TO AC-CHECK
112800         MOVE WS-AL-ITEM  TO AC-ITEM
112900         MOVE ZERO        TO AC-RAISE-COUNT
113000     END-IF
113100     SET ALERT-IS-OPEN TO TRUE
113200     MOVE WS-AL-SEVERITY TO AC-SEVERITY
113300     MOVE WS-RUN-DATE    TO AC-RAISED-DATE AC-SEEN-DATE
113400     MOVE WS-RUN-TIME    TO AC-RAISED-TIME AC-SEEN-TIME
113500     MOVE ZERO           TO AC-CLEARED-DATE AC-CLEARED-TIME
113600     MOVE WS-AL-VALUE    TO AC-VALUE AC-PEAK
113700     MOVE WS-AL-LIMIT    TO AC-LIMIT
113800     MOVE WS-AL-TEXT     TO AC-TEXT
113900     ADD 1 TO AC-RAISE-COUNT
114000     IF NEW-ALERT-RECORD
114100         WRITE ALERT-CONTROL-RECORD
114200     ELSE
114300         REWRITE ALERT-CONTROL-RECORD
114400     END-IF
114500     MOVE "RAISE" TO WS-AL-ACTION
114600     PERFORM 7300-WRITE-ALERT-LINE THRU 7300-EXIT
114700     ADD 1 TO WS-RAISED-COUNT.
114800 7000-EXIT.
114900     EXIT.
115000*--------------------------------------------------------------
115100* INSIDE THE BATCH WINDOW: A STANDING ALERT STAYS UP, NOTHING
115200* NEW IS RAISED
115300*--------------------------------------------------------------
115400 7100-KEEP-ALERT.
115500     MOVE WS-AL-CHECK TO AC-CHECK
115600     MOVE WS-AL-ITEM  TO AC-ITEM
115700     READ ALERT-CONTROL-FILE KEY IS AC-KEY
115800         INVALID KEY
115900             GO TO 7100-EXIT
116000     END-READ
116100     IF NOT ALERT-IS-OPEN
116200         GO TO 7100-EXIT
116300     END-IF
116400     MOVE WS-RUN-DATE TO AC-SEEN-DATE
116500     MOVE WS-RUN-TIME TO AC-SEEN-TIME
116600     REWRITE ALERT-CONTROL-RECORD.
116700 7100-EXIT.
116800     EXIT.
116900*--------------------------------------------------------------
117000* THE CONDITION IS GONE: A STANDING ALERT CLEARS AND PAGES ONCE
117100*--------------------------------------------------------------
117200 7200-RELIEVE-ALERT.
117300     MOVE WS-AL-CHECK TO AC-CHECK
117400     MOVE WS-AL-ITEM  TO AC-ITEM
117500     READ ALERT-CONTROL-FILE KEY IS AC-KEY
117600         INVALID KEY
117700             GO TO 7200-EXIT
117800     END-READ
117900     IF NOT ALERT-IS-OPEN
118000         GO TO 7200-EXIT
118100     END-IF
118200     MOVE AC-SEVERITY TO WS-AL-SEVERITY
118300     PERFORM 7210-CLEAR-ALERT THRU 7210-EXIT.
118400 7200-EXIT.
118500     EXIT.
118600 7210-CLEAR-ALERT.
118700     SET ALERT-IS-CLEARED TO TRUE
118800     MOVE WS-RUN-DATE TO AC-CLEARED-DATE AC-SEEN-DATE
118900     MOVE WS-RUN-TIME TO AC-CLEARED-TIME AC-SEEN-TIME
119000     MOVE WS-AL-VALUE TO AC-VALUE
119100     MOVE WS-AL-TEXT  TO AC-TEXT
119200     REWRITE ALERT-CONTROL-RECORD
119300     MOVE "CLEAR" TO WS-AL-ACTION
119400     PERFORM 7300-WRITE-ALERT-LINE THRU 7300-EXIT
119500     ADD 1 TO WS-CLEARED-COUNT.
119600 7210-EXIT.
119700     EXIT.
119800*--------------------------------------------------------------
119900* ONE LINE TO THE PAGING FILE, ECHOED TO THE CONSOLE
120000*--------------------------------------------------------------
120100 7300-WRITE-ALERT-LINE.
120200     MOVE WS-RUN-DATE    TO AL-DATE
120300     MOVE T-HOURS        TO AL-HOURS
120400     MOVE T-MINS         TO AL-MINS
120500     MOVE T-SECS         TO AL-SECS
120600     MOVE WS-AL-ACTION   TO AL-ACTION
120700     MOVE WS-AL-SEVERITY TO AL-SEVERITY
120800     MOVE WS-AL-CHECK    TO AL-CHECK
120900     MOVE WS-AL-ITEM     TO AL-ITEM
121000     MOVE WS-AL-VALUE    TO AL-VALUE
121100     MOVE WS-AL-LIMIT    TO AL-LIMIT
121200     MOVE WS-AL-TEXT     TO AL-TEXT
121300     WRITE ALERT-LOG-RECORD
121400     DISPLAY "OPSMON: " AL-ACTION " " AL-SEVERITY " " AL-CHECK
121500         " " AL-ITEM " " AL-VALUE " LIMIT " AL-LIMIT.
121600 7300-EXIT.
121700     EXIT.
121800*--------------------------------------------------------------
121900* A yymmdd DATE AND hh mm STAMP AS A MINUTE NUMBER.  THE DAY
122000* NUMBER OF THE LAST DATE SEEN IS KEPT, SINCE AUDITLOG IS READ
122100* IN DATE ORDER.  A DATE THAT IS NOT REAL GIVES ZERO.
122200*--------------------------------------------------------------
122300 8000-STAMP-TO-MINUTE.
122400     IF WS-STAMP-DATE NOT = WS-LAST-STAMP-DATE
122500         MOVE WS-STAMP-DATE TO WS-LAST-STAMP-DATE
122600         COMPUTE WS-LAST-STAMP-DAY =
122700             FUNCTION INTEGER-OF-DATE (20000000 + WS-STAMP-DATE)
122800     END-IF
122900     IF WS-LAST-STAMP-DAY = ZERO
123000         MOVE ZERO TO WS-STAMP-MINUTE
123100         GO TO 8000-EXIT
123200     END-IF
123300     COMPUTE WS-STAMP-MINUTE = WS-LAST-STAMP-DAY * 1440
123400         + WS-STAMP-HOURS * 60 + WS-STAMP-MINS.
123500 8000-EXIT.
123600     EXIT.
123700*--------------------------------------------------------------
123800* THE TABLE ENTRY FOR WS-FIND-CHECK AND WS-FIND-ITEM, TO
123900* WS-SUB-2
124000*--------------------------------------------------------------
124100 8100-FIND-THRESHOLD.
124200     MOVE "N" TO WS-FOUND-SW
124300     PERFORM 8110-TEST-THRESHOLD THRU 8110-EXIT
124400         VARYING WS-SUB-2 FROM 1 BY 1
124500         UNTIL WS-SUB-2 > WS-TT-COUNT
124600            OR ENTRY-WAS-FOUND
124700     IF ENTRY-WAS-FOUND
124800         SUBTRACT 1 FROM WS-SUB-2
124900     END-IF.
125000 8100-EXIT.
125100     EXIT.
125200 8110-TEST-THRESHOLD.
125300     IF TT-CHECK (WS-SUB-2) = WS-FIND-CHECK
125400         AND TT-ITEM (WS-SUB-2) = WS-FIND-ITEM
125500         SET ENTRY-WAS-FOUND TO TRUE
125600     END-IF.
125700 8110-EXIT.
125800     EXIT.
125900*--------------------------------------------------------------
126000 9999-EXIT.
126100     STOP RUN.
