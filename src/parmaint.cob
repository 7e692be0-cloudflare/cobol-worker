000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMAINT.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  MAINTENANCE OF THE SYSPARM FILE THE WORKER
001000*                    AND THE BATCH JOBS TAKE THEIR OPERATING
001100*                    LIMITS FROM: LIST WHAT IS IN FORCE AND WHAT
001200*                    IS SCHEDULED, SET A VALUE FROM A GIVEN DATE,
001300*                    CANCEL A SCHEDULED ONE, AND REPORT THE
001400*                    CHANGE JOURNAL.  A LIMIT CHANGE NO LONGER
001500*                    MEANS A RECOMPILE.
001510*   2026-10-15  OPS  CATALOGUE THE SEASON-CLOSE RULES SEASONCL
001520*                    READS: RATING CARRIED, MINIMUM MATCHES
001530*                    AND THE THREE PRIZES.
001540*   2026-10-15  OPS  STOP WITH RETURN CODE 1 IF SYSPARM WILL NOT
001550*                    OPEN FOR UPDATE.
001600*--------------------------------------------------------------
001700* ARGUMENT 1 IS THE FUNCTION:
001800*   LIST                          - EVERY PARAMETER WITH THE
001900*        VALUE IN FORCE TODAY AND EVERY ENTRY ON FILE FOR IT
002000*        (EARLIER, IN FORCE, SCHEDULED), TO PARMRPT.
002100*   SET <name> <value> <who> [yymmdd] - THE VALUE TAKES EFFECT
002200*        ON THE DATE (DEFAULT TODAY, NEVER EARLIER).  SETTING A
002300*        DATE ALREADY KEYED REPLACES ITS VALUE.
002400*   CANCEL <name> <yymmdd> <who>  - TAKE BACK A SCHEDULED ENTRY
002500*        THAT HAS NOT YET COME INTO FORCE.
002600*   REPORT [yymmdd]               - THE SYSPLOG CHANGE JOURNAL
002700*        (FROM THE DATE, DEFAULT ALL OF IT), TO PARMRPT.
002800* <who> IS THE OPERATOR'S ID AND IS REQUIRED ON EVERY CHANGE;
002900* IT IS STAMPED ON THE ENTRY AND ON THE JOURNAL LINE WITH THE
003000* VALUE IN FORCE ON THE EFFECTIVE DATE BEFORE AND AFTER.
003100* ONLY THE PARAMETERS IN THE CATALOGUE BELOW CAN BE SET, AND
003200* ONLY WITHIN THEIR LIMITS.  THE DEFAULTS SHOWN ARE THE VALUES
003300* THE PROGRAMS CARRY THEMSELVES AND FALL BACK TO WHEN NOTHING IS
003400* IN FORCE.  WHO READS WHAT:
003500*   QUOTA-MAX-ROUNDS      WORKER, QUOTARPT
003600*   PENDING-MAX-AGE-DAYS  WORKER, PENDSWEP
003700*   MATCH-IDLE-DAYS       MATCHADJ
003800*   RATING-BAND           WORKER
003900*   BASE-RATING           WORKER, RATECALC, SEASONCL
004000*   RATING-K-FACTOR       RATECALC
004100*   STARTING-POINTS       WORKER
004200*   REGISTER-REQD-SW      WORKER, RNDFEED
004210*   SEASON-CARRY-PCT      SEASONCL
004220*   SEASON-MIN-MATCHES    SEASONCL
004230*   SEASON-PRIZE-1 TO -3  SEASONCL
004300* THE WORKER PICKS A CHANGE UP ON ITS NEXT CALL, A BATCH JOB ON
004400* ITS NEXT RUN.
004500*--------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
005000         ORGANIZATION INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SP-KEY
005300         FILE STATUS IS SP-FILE-STATUS.
005400     SELECT PARM-LOG-FILE ASSIGN TO "SYSPLOG"
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS IS SL-FILE-STATUS.
005700     SELECT RPT-FILE ASSIGN TO "PARMRPT"
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS RPT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SYSTEM-PARM-FILE.
006300     COPY "sysparm.cpy".
006400 FD  PARM-LOG-FILE.
006500     COPY "sysplog.cpy".
006600 FD  RPT-FILE.
006700 01  RPT-LINE              PIC X(80).
006800 WORKING-STORAGE SECTION.
006900*--------------------------------------------------------------
007000* SWITCHES AND COUNTERS
007100*--------------------------------------------------------------
007200 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
007300 77  SL-FILE-STATUS        PIC X(02) VALUE "00".
007400 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
007500 77  WS-EOF-SW             PIC X(01) VALUE "N".
007600     88 INPUT-AT-EOF            VALUE "Y".
007700 77  WS-SP-OPEN-SW         PIC X(01) VALUE "N".
007800     88 PARM-FILE-IS-OPEN       VALUE "Y".
007900 77  WS-NEW-ENTRY-SW       PIC X(01) VALUE "N".
008000     88 NEW-PARM-ENTRY          VALUE "Y".
008100 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
008200 01  CURRENT-TIME.
008300     05 T-HOURS            PIC 99.
008400     05 T-MINS             PIC 99.
008500     05 T-SECS             PIC 99.
008600     05 T-MS               PIC 999.
008700 77  WS-ENTRY-COUNT        PIC 9(06) VALUE ZERO.
008800 77  WS-LOG-COUNT          PIC 9(06) VALUE ZERO.
008900*--------------------------------------------------------------
009000* ARGUMENTS
009100*--------------------------------------------------------------
009200 77  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
009300 77  WS-ARG-2              PIC X(20) VALUE SPACES.
009400 77  WS-ARG-3              PIC X(08) VALUE SPACES.
009500 77  WS-ARG-4              PIC X(08) VALUE SPACES.
009600 77  WS-ARG-5              PIC X(08) VALUE SPACES.
009700 77  WS-VALUE-SHIFT        PIC X(07) VALUE SPACES.
009800 01  WS-ARG-VALUE          PIC X(08) VALUE SPACES.
009900 01  WS-ARG-NUM-VALUE REDEFINES WS-ARG-VALUE
010000                           PIC 9(08).
010100 01  WS-ARG-DATE           PIC X(06) VALUE SPACES.
010200 01  WS-ARG-DATE-PARTS REDEFINES WS-ARG-DATE.
010300     05 WS-ARG-YY          PIC 9(02).
010400     05 WS-ARG-MM          PIC 9(02).
010500     05 WS-ARG-DD          PIC 9(02).
010600 77  WS-OPERATOR           PIC X(08) VALUE SPACES.
010700 77  WS-EFF-DATE           PIC 9(06) VALUE ZERO.
010800 77  WS-FROM-DATE          PIC 9(06) VALUE ZERO.
010900*--------------------------------------------------------------
011000* THE PARAMETER CATALOGUE: NAME, KIND (N NUMBER, S Y/N SWITCH),
011100* LOWEST AND HIGHEST VALUE ALLOWED, THE PROGRAMS' OWN DEFAULT
011200* AND WHAT IT CONTROLS.  THE LIMITS KEEP EVERY VALUE INSIDE THE
011300* PICTURE OF THE FIELD THAT RECEIVES IT.
011400*--------------------------------------------------------------
011500 01  PARM-CATALOGUE.
011600     05 FILLER             PIC X(20) VALUE "QUOTA-MAX-ROUNDS".
011700     05 FILLER             PIC X(01) VALUE "N".
011800     05 FILLER             PIC 9(08) VALUE 1.
011900     05 FILLER             PIC 9(08) VALUE 9999.
012000     05 FILLER             PIC X(08) VALUE "00000200".
012100     05 FILLER             PIC X(30) VALUE
012200            "ROUNDS PER PLAYER PER DAY".
012300     05 FILLER             PIC X(20) VALUE "PENDING-MAX-AGE-DAYS".
012400     05 FILLER             PIC X(01) VALUE "N".
012500     05 FILLER             PIC 9(08) VALUE 1.
012600     05 FILLER             PIC 9(08) VALUE 999.
012700     05 FILLER             PIC X(08) VALUE "00000007".
012800     05 FILLER             PIC X(30) VALUE
012900            "DAYS A PARKED ENTRY IS KEPT".
013000     05 FILLER             PIC X(20) VALUE "MATCH-IDLE-DAYS".
013100     05 FILLER             PIC X(01) VALUE "N".
013200     05 FILLER             PIC 9(08) VALUE 1.
013300     05 FILLER             PIC 9(08) VALUE 999.
013400     05 FILLER             PIC X(08) VALUE "00000007".
013500     05 FILLER             PIC X(30) VALUE
013600            "IDLE DAYS BEFORE MATCH STALLS".
013700     05 FILLER             PIC X(20) VALUE "RATING-BAND".
013800     05 FILLER             PIC X(01) VALUE "N".
013900     05 FILLER             PIC 9(08) VALUE 0.
014000     05 FILLER             PIC 9(08) VALUE 9999.
014100     05 FILLER             PIC X(08) VALUE "00000200".
014200     05 FILLER             PIC X(30) VALUE
014300            "LOBBY PAIRING RATING BAND".
014400     05 FILLER             PIC X(20) VALUE "BASE-RATING".
014500     05 FILLER             PIC X(01) VALUE "N".
014600     05 FILLER             PIC 9(08) VALUE 100.
014700     05 FILLER             PIC 9(08) VALUE 9999.
014800     05 FILLER             PIC X(08) VALUE "00001500".
014900     05 FILLER             PIC X(30) VALUE
015000            "RATING OF AN UNRATED PLAYER".
015100     05 FILLER             PIC X(20) VALUE "RATING-K-FACTOR".
015200     05 FILLER             PIC X(01) VALUE "N".
015300     05 FILLER             PIC 9(08) VALUE 1.
015400     05 FILLER             PIC 9(08) VALUE 99.
015500     05 FILLER             PIC X(08) VALUE "00000032".
015600     05 FILLER             PIC X(30) VALUE
015700            "MOST RATING ONE MATCH CAN MOVE".
015800     05 FILLER             PIC X(20) VALUE "STARTING-POINTS".
015900     05 FILLER             PIC X(01) VALUE "N".
016000     05 FILLER             PIC 9(08) VALUE 0.
016100     05 FILLER             PIC 9(08) VALUE 9999.
016200     05 FILLER             PIC X(08) VALUE "00000100".
016300     05 FILLER             PIC X(30) VALUE
016400            "POINTS GRANTED ON REGISTERING".
016500     05 FILLER             PIC X(20) VALUE "REGISTER-REQD-SW".
016600     05 FILLER             PIC X(01) VALUE "S".
016700     05 FILLER             PIC 9(08) VALUE 0.
016800     05 FILLER             PIC 9(08) VALUE 0.
016900     05 FILLER             PIC X(08) VALUE "Y".
017000     05 FILLER             PIC X(30) VALUE
017100            "DIRECTORY ENTRY NEEDED FOR PVP".
017102     05 FILLER             PIC X(20) VALUE "SEASON-CARRY-PCT".
017104     05 FILLER             PIC X(01) VALUE "N".
017106     05 FILLER             PIC 9(08) VALUE 0.
017108     05 FILLER             PIC 9(08) VALUE 100.
017110     05 FILLER             PIC X(08) VALUE "00000050".
017112     05 FILLER             PIC X(30) VALUE
017114            "PERCENT OF RATING GAP KEPT".
017116     05 FILLER             PIC X(20) VALUE "SEASON-MIN-MATCHES".
017118     05 FILLER             PIC X(01) VALUE "N".
017120     05 FILLER             PIC 9(08) VALUE 1.
017122     05 FILLER             PIC 9(08) VALUE 999.
017124     05 FILLER             PIC X(08) VALUE "00000003".
017126     05 FILLER             PIC X(30) VALUE
017128            "MATCHES TO PLACE IN A SEASON".
017130     05 FILLER             PIC X(20) VALUE "SEASON-PRIZE-1".
017132     05 FILLER             PIC X(01) VALUE "N".
017134     05 FILLER             PIC 9(08) VALUE 0.
017136     05 FILLER             PIC 9(08) VALUE 99999.
017138     05 FILLER             PIC X(08) VALUE "00000300".
017140     05 FILLER             PIC X(30) VALUE
017142            "POINTS FOR SEASON CHAMPION".
017144     05 FILLER             PIC X(20) VALUE "SEASON-PRIZE-2".
017146     05 FILLER             PIC X(01) VALUE "N".
017148     05 FILLER             PIC 9(08) VALUE 0.
017150     05 FILLER             PIC 9(08) VALUE 99999.
017152     05 FILLER             PIC X(08) VALUE "00000200".
017154     05 FILLER             PIC X(30) VALUE
017156            "POINTS FOR SEASON RUNNER-UP".
017158     05 FILLER             PIC X(20) VALUE "SEASON-PRIZE-3".
017160     05 FILLER             PIC X(01) VALUE "N".
017162     05 FILLER             PIC 9(08) VALUE 0.
017164     05 FILLER             PIC 9(08) VALUE 99999.
017166     05 FILLER             PIC X(08) VALUE "00000100".
017168     05 FILLER             PIC X(30) VALUE
017170            "POINTS FOR SEASON THIRD".
017200 01  FILLER REDEFINES PARM-CATALOGUE.
017300     05 PC-ENTRY OCCURS 13 TIMES.
017400        10 PC-NAME         PIC X(20).
017500        10 PC-KIND         PIC X(01).
017600           88 PC-IS-NUMBER      VALUE "N".
017700           88 PC-IS-SWITCH      VALUE "S".
017800        10 PC-MIN          PIC 9(08).
017900        10 PC-MAX          PIC 9(08).
018000        10 PC-DEFAULT      PIC X(08).
018100        10 PC-TEXT         PIC X(30).
018200 77  WS-PC-COUNT           PIC 9(02) COMP VALUE 13.
018300 77  WS-PC-SUB             PIC 9(02) COMP VALUE ZERO.
018400 77  WS-PC-SUB-2           PIC 9(02) COMP VALUE ZERO.
018500 01  WS-FIND-NAME          PIC X(20) VALUE SPACES.
018600*--------------------------------------------------------------
018700* THE VALUE IN FORCE FOR WS-FIND-NAME ON WS-AS-OF-DATE: THE
018800* LATEST ENTRY NOT AFTER THAT DATE, ELSE THE DEFAULT (DATE ZERO)
018900*--------------------------------------------------------------
019000 77  WS-AS-OF-DATE         PIC 9(06) VALUE ZERO.
019100 01  WS-FORCE-VALUE        PIC X(08) VALUE SPACES.
019200 77  WS-FORCE-DATE         PIC 9(06) VALUE ZERO.
019300 01  WS-OLD-VALUE          PIC X(08) VALUE SPACES.
019400 01  WS-NEW-VALUE          PIC X(08) VALUE SPACES.
019500 01  WS-LOG-ACTION         PIC X(06) VALUE SPACES.
019600*--------------------------------------------------------------
019700* A VALUE AS IT PRINTS: A NUMBER WITHOUT ITS LEADING ZEROS, A
019800* SWITCH AS IS
019900*--------------------------------------------------------------
020000 01  WS-SHOW-VALUE         PIC X(08) VALUE SPACES.
020100 01  WS-SHOW-NUM REDEFINES WS-SHOW-VALUE
020200                           PIC 9(08).
020300 01  WS-SHOW-EDIT          PIC Z(7)9.
020400 01  WS-SHOW-TEXT          PIC X(08) VALUE SPACES.
020500*--------------------------------------------------------------
020600* REPORT LINES
020700*--------------------------------------------------------------
020800 01  HDG-LINE-1.
020900     05 FILLER             PIC X(30) VALUE
021000            "SYSTEM PARAMETERS             ".
021100     05 FILLER             PIC X(09) VALUE "RUN DATE ".
021200     05 HDG-DATE           PIC 9(06).
021300 01  HDG-LIST-LINE.
021400     05 FILLER             PIC X(40) VALUE
021500            "PARAMETER               VALUE   SINCE   ".
021600     05 FILLER             PIC X(40) VALUE
021700            "  CONTROLS".
021800 01  PARM-LINE.
021900     05 PL-NAME            PIC X(20).
022000     05 FILLER             PIC X(02) VALUE SPACES.
022100     05 PL-VALUE           PIC X(08).
022200     05 FILLER             PIC X(02) VALUE SPACES.
022300     05 PL-SINCE           PIC X(08).
022400     05 FILLER             PIC X(02) VALUE SPACES.
022500     05 PL-TEXT            PIC X(30).
022600 01  ENTRY-LINE.
022700     05 FILLER             PIC X(06) VALUE SPACES.
022800     05 EL-EFF-DATE        PIC 9(06).
022900     05 FILLER             PIC X(02) VALUE SPACES.
023000     05 EL-VALUE           PIC X(08).
023100     05 FILLER             PIC X(02) VALUE SPACES.
023200     05 EL-STATUS          PIC X(09).
023300     05 FILLER             PIC X(07) VALUE "  SET B".
023400     05 FILLER             PIC X(02) VALUE "Y ".
023500     05 EL-SET-BY          PIC X(08).
023600     05 FILLER             PIC X(04) VALUE " ON ".
023700     05 EL-SET-DATE        PIC 9(06).
023800 01  HDG-LOG-LINE.
023900     05 FILLER             PIC X(40) VALUE
024000            "DATE   TIME   BY       ACTION PARAMETER ".
024100     05 FILLER             PIC X(40) VALUE
024200            "           EFFECT OLD      NEW".
024300 01  LOG-LINE.
024400     05 LL-DATE            PIC 9(06).
024500     05 FILLER             PIC X(01) VALUE SPACES.
024600     05 LL-TIME            PIC X(06).
024700     05 FILLER             PIC X(01) VALUE SPACES.
024800     05 LL-OPERATOR        PIC X(08).
024900     05 FILLER             PIC X(01) VALUE SPACES.
025000     05 LL-ACTION          PIC X(06).
025100     05 FILLER             PIC X(01) VALUE SPACES.
025200     05 LL-NAME            PIC X(20).
025300     05 FILLER             PIC X(01) VALUE SPACES.
025400     05 LL-EFF-DATE        PIC 9(06).
025500     05 FILLER             PIC X(01) VALUE SPACES.
025600     05 LL-OLD             PIC X(08).
025700     05 FILLER             PIC X(01) VALUE SPACES.
025800     05 LL-NEW             PIC X(08).
025900 01  CHANGE-LINE.
026000     05 CL-ACTION          PIC X(07).
026100     05 CL-NAME            PIC X(20).
026200     05 FILLER             PIC X(11) VALUE " EFFECTIVE ".
026300     05 CL-EFF-DATE        PIC 9(06).
026400     05 FILLER             PIC X(01) VALUE SPACES.
026500     05 CL-OLD             PIC X(08).
026600     05 FILLER             PIC X(04) VALUE " TO ".
026700     05 CL-NEW             PIC X(08).
026800     05 FILLER             PIC X(04) VALUE " BY ".
026900     05 CL-OPERATOR        PIC X(08).
027000 01  TOT-LINE-1.
027100     05 FILLER             PIC X(30) VALUE
027200            "ENTRIES ON FILE           :".
027300     05 TOT-ENTRIES        PIC Z(7)9.
027400 01  TOT-LINE-2.
027500     05 FILLER             PIC X(30) VALUE
027600            "CHANGES LISTED            :".
027700     05 TOT-CHANGES        PIC Z(7)9.
027800 01  BLANK-LINE            PIC X(80) VALUE SPACES.
027900 PROCEDURE DIVISION.
028000*--------------------------------------------------------------
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300     EVALUATE WS-ARG-FUNCTION
028400         WHEN "LIST"
028500             PERFORM 2000-LIST-PARMS THRU 2000-EXIT
028600         WHEN "SET"
028700             PERFORM 3000-SET-PARM THRU 3000-EXIT
028800         WHEN "CANCEL"
028900             PERFORM 4000-CANCEL-PARM THRU 4000-EXIT
029000         WHEN "REPORT"
029100             PERFORM 5000-REPORT-CHANGES THRU 5000-EXIT
029200         WHEN OTHER
029300             DISPLAY "PARMAINT: FUNCTION MUST BE LIST, SET,"
029400                 " CANCEL OR REPORT"
029500     END-EVALUATE
029600     PERFORM 8000-FINALIZE THRU 8000-EXIT
029700     GO TO 9999-EXIT.
029800*--------------------------------------------------------------
029900 1000-INITIALIZE.
030000     ACCEPT WS-RUN-DATE FROM DATE
030100     ACCEPT CURRENT-TIME FROM TIME
030200     DISPLAY 1 UPON ARGUMENT-NUMBER
030300     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
030400         ON EXCEPTION
030500             MOVE SPACES TO WS-ARG-FUNCTION
030600     END-ACCEPT
030700     DISPLAY 2 UPON ARGUMENT-NUMBER
030800     ACCEPT WS-ARG-2 FROM ARGUMENT-VALUE
030900         ON EXCEPTION
031000             MOVE SPACES TO WS-ARG-2
031100     END-ACCEPT
031200     DISPLAY 3 UPON ARGUMENT-NUMBER
031300     ACCEPT WS-ARG-3 FROM ARGUMENT-VALUE
031400         ON EXCEPTION
031500             MOVE SPACES TO WS-ARG-3
031600     END-ACCEPT
031700     DISPLAY 4 UPON ARGUMENT-NUMBER
031800     ACCEPT WS-ARG-4 FROM ARGUMENT-VALUE
031900         ON EXCEPTION
032000             MOVE SPACES TO WS-ARG-4
032100     END-ACCEPT
032200     DISPLAY 5 UPON ARGUMENT-NUMBER
032300     ACCEPT WS-ARG-5 FROM ARGUMENT-VALUE
032400         ON EXCEPTION
032500             MOVE SPACES TO WS-ARG-5
032600     END-ACCEPT
032700     OPEN OUTPUT RPT-FILE
032800     MOVE WS-RUN-DATE TO HDG-DATE
032900     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
033000     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE.
033100 1000-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------
033400* LIST: EACH CATALOGUE PARAMETER WITH ITS VALUE IN FORCE TODAY,
033500* THEN EVERY ENTRY KEYED FOR IT IN DATE ORDER.  NO SYSPARM FILE
033600* YET LISTS EVERY PARAMETER AT ITS DEFAULT.
033700*--------------------------------------------------------------
033800 2000-LIST-PARMS.
033900     OPEN INPUT SYSTEM-PARM-FILE
034000     IF SP-FILE-STATUS = "00"
034100         SET PARM-FILE-IS-OPEN TO TRUE
034200     END-IF
034300     MOVE HDG-LIST-LINE TO RPT-LINE  WRITE RPT-LINE
034400     PERFORM 2100-LIST-ONE-PARM THRU 2100-EXIT
034500         VARYING WS-PC-SUB FROM 1 BY 1
034600         UNTIL WS-PC-SUB > WS-PC-COUNT
034700     IF PARM-FILE-IS-OPEN
034800         CLOSE SYSTEM-PARM-FILE
034900     END-IF
035000     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
035100     MOVE WS-ENTRY-COUNT TO TOT-ENTRIES
035200     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE.
035300 2000-EXIT.
035400     EXIT.
035500 2100-LIST-ONE-PARM.
035600     MOVE PC-NAME (WS-PC-SUB) TO WS-FIND-NAME
035700     MOVE WS-RUN-DATE         TO WS-AS-OF-DATE
035800     PERFORM 6100-VALUE-IN-FORCE THRU 6100-EXIT
035900     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
036000     MOVE PC-NAME (WS-PC-SUB) TO PL-NAME
036100     MOVE WS-FORCE-VALUE      TO WS-SHOW-VALUE
036200     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
036300     MOVE WS-SHOW-TEXT        TO PL-VALUE
036400     IF WS-FORCE-DATE = ZERO
036500         MOVE "DEFAULT"       TO PL-SINCE
036600     ELSE
036700         MOVE WS-FORCE-DATE   TO PL-SINCE
036800     END-IF
036900     MOVE PC-TEXT (WS-PC-SUB) TO PL-TEXT
037000     MOVE PARM-LINE TO RPT-LINE  WRITE RPT-LINE
037100     IF NOT PARM-FILE-IS-OPEN
037200         GO TO 2100-EXIT
037300     END-IF
037400     MOVE PC-NAME (WS-PC-SUB) TO SP-PARM-NAME
037500     MOVE ZERO                TO SP-EFF-DATE
037600     MOVE "N" TO WS-EOF-SW
037700     START SYSTEM-PARM-FILE KEY IS >= SP-KEY
037800         INVALID KEY SET INPUT-AT-EOF TO TRUE
037900     END-START
038000     PERFORM 2110-LIST-ONE-ENTRY THRU 2110-EXIT
038100         UNTIL INPUT-AT-EOF.
038200 2100-EXIT.
038300     EXIT.
038400 2110-LIST-ONE-ENTRY.
038500     READ SYSTEM-PARM-FILE NEXT RECORD
038600         AT END
038700             SET INPUT-AT-EOF TO TRUE
038800             GO TO 2110-EXIT
038900     END-READ
039000     IF SP-PARM-NAME NOT = PC-NAME (WS-PC-SUB)
039100         SET INPUT-AT-EOF TO TRUE
039200         GO TO 2110-EXIT
039300     END-IF
039400     ADD 1 TO WS-ENTRY-COUNT
039500     MOVE SP-EFF-DATE TO EL-EFF-DATE
039600     MOVE SP-VALUE    TO WS-SHOW-VALUE
039700     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
039800     MOVE WS-SHOW-TEXT TO EL-VALUE
039900     EVALUATE TRUE
040000         WHEN SP-EFF-DATE > WS-RUN-DATE
040100             MOVE "SCHEDULED" TO EL-STATUS
040200         WHEN SP-EFF-DATE = WS-FORCE-DATE
040300             MOVE "IN FORCE"  TO EL-STATUS
040400         WHEN OTHER
040500             MOVE "EARLIER"   TO EL-STATUS
040600     END-EVALUATE
040700     MOVE SP-SET-BY   TO EL-SET-BY
040800     MOVE SP-SET-DATE TO EL-SET-DATE
040900     MOVE ENTRY-LINE TO RPT-LINE
041000     WRITE RPT-LINE.
041100 2110-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------
041400* SET: VALIDATE, THEN ADD THE ENTRY FOR THE EFFECTIVE DATE OR
041500* CHANGE THE ONE ALREADY KEYED FOR IT.  THE JOURNAL'S OLD VALUE
041600* IS WHATEVER WAS IN FORCE ON THAT DATE UNTIL NOW.
041700*--------------------------------------------------------------
041800 3000-SET-PARM.
041900     MOVE WS-ARG-2 TO WS-FIND-NAME
042000     PERFORM 6000-FIND-CATALOGUE THRU 6000-EXIT
042100     IF WS-PC-SUB = ZERO
042200         DISPLAY "PARMAINT: UNKNOWN PARAMETER " WS-ARG-2
042300         GO TO 3000-EXIT
042400     END-IF
042500     MOVE WS-ARG-3 TO WS-ARG-VALUE
042600     PERFORM 3100-CHECK-VALUE THRU 3100-EXIT
042700     IF WS-ARG-VALUE = SPACES
042800         GO TO 3000-EXIT
042900     END-IF
043000     MOVE WS-ARG-4 TO WS-OPERATOR
043100     IF WS-OPERATOR = SPACES
043200         DISPLAY "PARMAINT: SET NEEDS THE OPERATOR ID AS"
043300             " ARGUMENT 4"
043400         GO TO 3000-EXIT
043500     END-IF
043600     MOVE WS-ARG-5 (1:6) TO WS-ARG-DATE
043700     IF WS-ARG-DATE = SPACES
043800         MOVE WS-RUN-DATE TO WS-EFF-DATE
043900     ELSE
044000         PERFORM 6300-CHECK-DATE THRU 6300-EXIT
044100         IF WS-EFF-DATE = ZERO
044200             GO TO 3000-EXIT
044300         END-IF
044400     END-IF
044500     IF WS-EFF-DATE < WS-RUN-DATE
044600         DISPLAY "PARMAINT: " WS-EFF-DATE " IS PAST - A CHANGE"
044700             " CANNOT BE BACKDATED"
044800         GO TO 3000-EXIT
044900     END-IF
045000     PERFORM 6400-OPEN-FOR-UPDATE THRU 6400-EXIT
045100     MOVE WS-EFF-DATE TO WS-AS-OF-DATE
045200     PERFORM 6100-VALUE-IN-FORCE THRU 6100-EXIT
045300     MOVE WS-FORCE-VALUE TO WS-OLD-VALUE
045400     MOVE WS-ARG-VALUE   TO WS-NEW-VALUE
045500     MOVE "N" TO WS-NEW-ENTRY-SW
045600     MOVE WS-FIND-NAME TO SP-PARM-NAME
045700     MOVE WS-EFF-DATE  TO SP-EFF-DATE
045800     READ SYSTEM-PARM-FILE KEY IS SP-KEY
045900         INVALID KEY
046000             SET NEW-PARM-ENTRY TO TRUE
046100     END-READ
046200     IF NOT NEW-PARM-ENTRY AND SP-VALUE = WS-NEW-VALUE
046300         DISPLAY "PARMAINT: " WS-FIND-NAME " IS ALREADY SET TO"
046400             " THAT VALUE FROM " WS-EFF-DATE " - NOTHING CHANGED"
046500         CLOSE SYSTEM-PARM-FILE
046600         GO TO 3000-EXIT
046700     END-IF
046800     MOVE WS-FIND-NAME TO SP-PARM-NAME
046900     MOVE WS-EFF-DATE  TO SP-EFF-DATE
047000     MOVE WS-NEW-VALUE TO SP-VALUE
047100     MOVE WS-OPERATOR  TO SP-SET-BY
047200     MOVE WS-RUN-DATE  TO SP-SET-DATE
047300     MOVE T-HOURS      TO SP-SET-HOURS
047400     MOVE T-MINS       TO SP-SET-MINS
047500     MOVE T-SECS       TO SP-SET-SECS
047600     IF NEW-PARM-ENTRY
047700         MOVE "ADD"    TO WS-LOG-ACTION
047800         WRITE SYSTEM-PARM-RECORD
047900     ELSE
048000         MOVE "CHANGE" TO WS-LOG-ACTION
048100         REWRITE SYSTEM-PARM-RECORD
048200     END-IF
048300     CLOSE SYSTEM-PARM-FILE
048400     PERFORM 7000-JOURNAL-CHANGE THRU 7000-EXIT.
048500 3000-EXIT.
048600     EXIT.
048700*--------------------------------------------------------------
048800* A NUMBER ARRIVES LEFT-JUSTIFIED ("400" IS "400     "), SO IT
048900* IS ROTATED RIGHT AND ZERO-FILLED THE WAY PENDSWEP TAKES ITS
049000* AGE, THEN HELD TO THE CATALOGUE LIMITS.  A SWITCH MUST BE Y
049100* OR N.  ANYTHING REFUSED COMES BACK AS SPACES.
049200*--------------------------------------------------------------
049300 3100-CHECK-VALUE.
049400     IF WS-ARG-VALUE = SPACES
049500         DISPLAY "PARMAINT: SET NEEDS A VALUE AS ARGUMENT 3"
049600         GO TO 3100-EXIT
049700     END-IF
049800     IF PC-IS-SWITCH (WS-PC-SUB)
049900         IF (WS-ARG-VALUE (1:1) = "Y" OR WS-ARG-VALUE (1:1) = "N")
050000             AND WS-ARG-VALUE (2:7) = SPACES
050100             GO TO 3100-EXIT
050200         END-IF
050300         DISPLAY "PARMAINT: " WS-FIND-NAME " MUST BE Y OR N"
050400         MOVE SPACES TO WS-ARG-VALUE
050500         GO TO 3100-EXIT
050600     END-IF
050700     PERFORM 3110-JUSTIFY-VALUE THRU 3110-EXIT
050800         UNTIL WS-ARG-VALUE (8:1) NOT = SPACE
050900     INSPECT WS-ARG-VALUE REPLACING LEADING " " BY "0"
051000     IF WS-ARG-VALUE NOT NUMERIC
051100         OR WS-ARG-NUM-VALUE < PC-MIN (WS-PC-SUB)
051200         OR WS-ARG-NUM-VALUE > PC-MAX (WS-PC-SUB)
051300         DISPLAY "PARMAINT: " WS-FIND-NAME " MUST BE A NUMBER"
051400             " FROM " PC-MIN (WS-PC-SUB) " TO " PC-MAX (WS-PC-SUB)
051500         MOVE SPACES TO WS-ARG-VALUE
051600     END-IF.
051700 3100-EXIT.
051800     EXIT.
051900 3110-JUSTIFY-VALUE.
052000     MOVE WS-ARG-VALUE (1:7) TO WS-VALUE-SHIFT
052100     MOVE WS-VALUE-SHIFT TO WS-ARG-VALUE (2:7)
052200     MOVE " " TO WS-ARG-VALUE (1:1).
052300 3110-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------
052600* CANCEL: ONLY AN ENTRY STILL WAITING TO COME INTO FORCE.  ONE
052700* ALREADY IN FORCE IS HISTORY - SET A NEW VALUE FROM TODAY.
052800*--------------------------------------------------------------
052900 4000-CANCEL-PARM.
053000     MOVE WS-ARG-2 TO WS-FIND-NAME
053100     PERFORM 6000-FIND-CATALOGUE THRU 6000-EXIT
053200     IF WS-PC-SUB = ZERO
053300         DISPLAY "PARMAINT: UNKNOWN PARAMETER " WS-ARG-2
053400         GO TO 4000-EXIT
053500     END-IF
053600     MOVE WS-ARG-3 (1:6) TO WS-ARG-DATE
053700     PERFORM 6300-CHECK-DATE THRU 6300-EXIT
053800     IF WS-EFF-DATE = ZERO
053900         GO TO 4000-EXIT
054000     END-IF
054100     MOVE WS-ARG-4 TO WS-OPERATOR
054200     IF WS-OPERATOR = SPACES
054300         DISPLAY "PARMAINT: CANCEL NEEDS THE OPERATOR ID AS"
054400             " ARGUMENT 4"
054500         GO TO 4000-EXIT
054600     END-IF
054700     IF WS-EFF-DATE NOT > WS-RUN-DATE
054800         DISPLAY "PARMAINT: THE " WS-EFF-DATE " ENTRY IS ALREADY"
054900             " IN FORCE - SET A NEW VALUE INSTEAD"
055000         GO TO 4000-EXIT
055100     END-IF
055200     PERFORM 6400-OPEN-FOR-UPDATE THRU 6400-EXIT
055300     MOVE WS-FIND-NAME TO SP-PARM-NAME
055400     MOVE WS-EFF-DATE  TO SP-EFF-DATE
055500     READ SYSTEM-PARM-FILE KEY IS SP-KEY
055600         INVALID KEY
055700             DISPLAY "PARMAINT: NO " WS-FIND-NAME " ENTRY FOR "
055800                 WS-EFF-DATE
055900             CLOSE SYSTEM-PARM-FILE
056000             GO TO 4000-EXIT
056100     END-READ
056200     MOVE SP-VALUE TO WS-OLD-VALUE
056300     DELETE SYSTEM-PARM-FILE RECORD
056400     MOVE WS-EFF-DATE TO WS-AS-OF-DATE
056500     PERFORM 6100-VALUE-IN-FORCE THRU 6100-EXIT
056600     MOVE WS-FORCE-VALUE TO WS-NEW-VALUE
056700     CLOSE SYSTEM-PARM-FILE
056800     MOVE "CANCEL" TO WS-LOG-ACTION
056900     PERFORM 7000-JOURNAL-CHANGE THRU 7000-EXIT.
057000 4000-EXIT.
057100     EXIT.
057200*--------------------------------------------------------------
057300* REPORT: THE CHANGE JOURNAL AS WRITTEN, FROM THE DATE GIVEN
057400*--------------------------------------------------------------
057500 5000-REPORT-CHANGES.
057600     MOVE ZERO TO WS-FROM-DATE
057700     IF WS-ARG-2 (1:6) NOT = SPACES
057800         MOVE WS-ARG-2 (1:6) TO WS-ARG-DATE
057900         PERFORM 6300-CHECK-DATE THRU 6300-EXIT
058000         IF WS-EFF-DATE = ZERO
058100             GO TO 5000-EXIT
058200         END-IF
058300         MOVE WS-EFF-DATE TO WS-FROM-DATE
058400     END-IF
058500     MOVE HDG-LOG-LINE TO RPT-LINE  WRITE RPT-LINE
058600     OPEN INPUT PARM-LOG-FILE
058700     IF SL-FILE-STATUS NOT = "00"
058800         DISPLAY "PARMAINT: NO SYSPLOG FILE - NOTHING HAS BEEN"
058900             " CHANGED YET"
059000         GO TO 5000-EXIT
059100     END-IF
059200     MOVE "N" TO WS-EOF-SW
059300     PERFORM 5100-REPORT-ONE-CHANGE THRU 5100-EXIT
059400         UNTIL INPUT-AT-EOF
059500     CLOSE PARM-LOG-FILE
059600     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
059700     MOVE WS-LOG-COUNT TO TOT-CHANGES
059800     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE.
059900 5000-EXIT.
060000     EXIT.
060100 5100-REPORT-ONE-CHANGE.
060200     READ PARM-LOG-FILE
060300         AT END
060400             SET INPUT-AT-EOF TO TRUE
060500             GO TO 5100-EXIT
060600     END-READ
060700     IF SL-DATE < WS-FROM-DATE
060800         GO TO 5100-EXIT
060900     END-IF
061000     ADD 1 TO WS-LOG-COUNT
061100     MOVE SL-DATE      TO LL-DATE
061200     MOVE SL-HOURS     TO LL-TIME (1:2)
061300     MOVE SL-MINS      TO LL-TIME (3:2)
061400     MOVE SL-SECS      TO LL-TIME (5:2)
061500     MOVE SL-OPERATOR  TO LL-OPERATOR
061600     MOVE SL-ACTION    TO LL-ACTION
061700     MOVE SL-PARM-NAME TO LL-NAME
061800     MOVE SL-EFF-DATE  TO LL-EFF-DATE
061900     MOVE SL-PARM-NAME TO WS-FIND-NAME
062000     PERFORM 6000-FIND-CATALOGUE THRU 6000-EXIT
062100     MOVE SL-OLD-VALUE TO WS-SHOW-VALUE
062200     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
062300     MOVE WS-SHOW-TEXT TO LL-OLD
062400     MOVE SL-NEW-VALUE TO WS-SHOW-VALUE
062500     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
062600     MOVE WS-SHOW-TEXT TO LL-NEW
062700     MOVE LOG-LINE TO RPT-LINE
062800     WRITE RPT-LINE.
062900 5100-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------
063200* LOCATE WS-FIND-NAME IN THE CATALOGUE; WS-PC-SUB ZERO IF NOT
063300*--------------------------------------------------------------
063400 6000-FIND-CATALOGUE.
063500     MOVE ZERO TO WS-PC-SUB
063600     PERFORM 6010-MATCH-CATALOGUE THRU 6010-EXIT
063700         VARYING WS-PC-SUB-2 FROM 1 BY 1
063800         UNTIL WS-PC-SUB-2 > WS-PC-COUNT OR WS-PC-SUB > ZERO.
063900 6000-EXIT.
064000     EXIT.
064100 6010-MATCH-CATALOGUE.
064200     IF PC-NAME (WS-PC-SUB-2) = WS-FIND-NAME
064300         MOVE WS-PC-SUB-2 TO WS-PC-SUB
064400     END-IF.
064500 6010-EXIT.
064600     EXIT.
064700*--------------------------------------------------------------
064800* VALUE IN FORCE FOR CATALOGUE ENTRY WS-PC-SUB ON WS-AS-OF-DATE.
064900* THE ENTRIES FOR ONE NAME READ BACK IN DATE ORDER, SO THE LAST
065000* ONE NOT AFTER THE DATE IS THE ONE THAT APPLIES.  LEAVES THE
065100* FILE POSITIONED WHEREVER THE WALK STOPPED.
065200*--------------------------------------------------------------
065300 6100-VALUE-IN-FORCE.
065400     MOVE PC-DEFAULT (WS-PC-SUB) TO WS-FORCE-VALUE
065500     MOVE ZERO TO WS-FORCE-DATE
065600     IF NOT PARM-FILE-IS-OPEN
065700         GO TO 6100-EXIT
065800     END-IF
065900     MOVE WS-FIND-NAME TO SP-PARM-NAME
066000     MOVE ZERO         TO SP-EFF-DATE
066100     MOVE "N" TO WS-EOF-SW
066200     START SYSTEM-PARM-FILE KEY IS >= SP-KEY
066300         INVALID KEY SET INPUT-AT-EOF TO TRUE
066400     END-START
066500     PERFORM 6110-NEXT-IN-FORCE THRU 6110-EXIT
066600         UNTIL INPUT-AT-EOF.
066700 6100-EXIT.
066800     EXIT.
066900 6110-NEXT-IN-FORCE.
067000     READ SYSTEM-PARM-FILE NEXT RECORD
067100         AT END
067200             SET INPUT-AT-EOF TO TRUE
067300             GO TO 6110-EXIT
067400     END-READ
067500     IF SP-PARM-NAME NOT = WS-FIND-NAME
067600         OR SP-EFF-DATE > WS-AS-OF-DATE
067700         SET INPUT-AT-EOF TO TRUE
067800         GO TO 6110-EXIT
067900     END-IF
068000     MOVE SP-VALUE    TO WS-FORCE-VALUE
068100     MOVE SP-EFF-DATE TO WS-FORCE-DATE.
068200 6110-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------
068500* WS-SHOW-VALUE AS IT PRINTS, FOR CATALOGUE ENTRY WS-PC-SUB
068600*--------------------------------------------------------------
068700 6200-SHOW-VALUE.
068800     MOVE WS-SHOW-VALUE TO WS-SHOW-TEXT
068900     IF WS-PC-SUB = ZERO
069000         GO TO 6200-EXIT
069100     END-IF
069200     IF PC-IS-NUMBER (WS-PC-SUB) AND WS-SHOW-VALUE NUMERIC
069300         MOVE WS-SHOW-NUM  TO WS-SHOW-EDIT
069400         MOVE WS-SHOW-EDIT TO WS-SHOW-TEXT
069500     END-IF.
069600 6200-EXIT.
069700     EXIT.
069800*--------------------------------------------------------------
069900* A yymmdd ARGUMENT IN WS-ARG-DATE, TO WS-EFF-DATE (ZERO WHEN
070000* IT IS NOT A DATE)
070100*--------------------------------------------------------------
070200 6300-CHECK-DATE.
070300     MOVE ZERO TO WS-EFF-DATE
070400     IF WS-ARG-DATE NOT NUMERIC
070500         OR WS-ARG-MM < 1 OR WS-ARG-MM > 12
070600         OR WS-ARG-DD < 1 OR WS-ARG-DD > 31
070700         DISPLAY "PARMAINT: DATE MUST BE yymmdd - GOT "
070800             WS-ARG-DATE
070900         GO TO 6300-EXIT
071000     END-IF
071100     MOVE WS-ARG-DATE TO WS-EFF-DATE.
071200 6300-EXIT.
071300     EXIT.
071400*--------------------------------------------------------------
071500* SYSPARM OPENED FOR UPDATE, CREATED ON THE FIRST CHANGE EVER
071600*--------------------------------------------------------------
071700 6400-OPEN-FOR-UPDATE.
071800     OPEN I-O SYSTEM-PARM-FILE
071900     IF SP-FILE-STATUS NOT = "00"
072000         OPEN OUTPUT SYSTEM-PARM-FILE
072100         CLOSE SYSTEM-PARM-FILE
072200         OPEN I-O SYSTEM-PARM-FILE
072300     END-IF
072310     IF SP-FILE-STATUS NOT = "00"
072320         DISPLAY "PARMAINT: CANNOT OPEN SYSPARM - STATUS "
072330             SP-FILE-STATUS
072340         STOP RUN RETURNING 1
072350     END-IF
072400     SET PARM-FILE-IS-OPEN TO TRUE.
072500 6400-EXIT.
072600     EXIT.
072700*--------------------------------------------------------------
072800* ONE JOURNAL LINE FOR THE CHANGE JUST MADE, ECHOED TO PARMRPT
072900* AND THE CONSOLE
073000*--------------------------------------------------------------
073100 7000-JOURNAL-CHANGE.
073200     MOVE WS-RUN-DATE   TO SL-DATE
073300     MOVE T-HOURS       TO SL-HOURS
073400     MOVE T-MINS        TO SL-MINS
073500     MOVE T-SECS        TO SL-SECS
073600     MOVE WS-OPERATOR   TO SL-OPERATOR
073700     MOVE WS-LOG-ACTION TO SL-ACTION
073800     MOVE WS-FIND-NAME  TO SL-PARM-NAME
073900     MOVE WS-EFF-DATE   TO SL-EFF-DATE
074000     MOVE WS-OLD-VALUE  TO SL-OLD-VALUE
074100     MOVE WS-NEW-VALUE  TO SL-NEW-VALUE
074200     OPEN EXTEND PARM-LOG-FILE
074300     IF SL-FILE-STATUS NOT = "00"
074400         OPEN OUTPUT PARM-LOG-FILE
074500     END-IF
074600     WRITE SYSTEM-PARM-LOG-RECORD
074700     CLOSE PARM-LOG-FILE
074800     MOVE WS-LOG-ACTION TO CL-ACTION
074900     MOVE WS-FIND-NAME  TO CL-NAME
075000     MOVE WS-EFF-DATE   TO CL-EFF-DATE
075100     MOVE WS-OLD-VALUE  TO WS-SHOW-VALUE
075200     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
075300     MOVE WS-SHOW-TEXT  TO CL-OLD
075400     MOVE WS-NEW-VALUE  TO WS-SHOW-VALUE
075500     PERFORM 6200-SHOW-VALUE THRU 6200-EXIT
075600     MOVE WS-SHOW-TEXT  TO CL-NEW
075700     MOVE WS-OPERATOR   TO CL-OPERATOR
075800     MOVE CHANGE-LINE TO RPT-LINE
075900     WRITE RPT-LINE
076000     DISPLAY "PARMAINT: " CHANGE-LINE.
076100 7000-EXIT.
076200     EXIT.
076300*--------------------------------------------------------------
076400 8000-FINALIZE.
076500     CLOSE RPT-FILE.
076600 8000-EXIT.
076700     EXIT.
076800*--------------------------------------------------------------
076900 9999-EXIT.
077000     STOP RUN.
