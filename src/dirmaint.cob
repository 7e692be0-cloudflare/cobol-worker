001300*                    TURNS ITS COMPETITIVE CALLS AWAY, OR
001400*                    REACTIVATE ONE THAT WAS SHUT OFF IN
001500*                    ERROR.
001510*   2026-10-15  OPS  FLAGS LISTS THE NIGHTLY FAIR-PLAY SCAN'S
001520*                    FAIRFLAG FILE AGAINST THE DIRECTORY, SO
001530*                    THE OPERATOR SEES EACH SUSPECT'S NAME AND
001540*                    CURRENT STATUS BEFORE DECIDING ON DEACT.
001550*   2026-10-15  OPS  SHOW ENTRIES IDMERGE MERGED AWAY AS MERGED,
001560*                    WITH THE ID EACH WAS MERGED INTO, AND
001570*                    REFUSE TO DEACT OR REACT ONE.
001600*--------------------------------------------------------------
001700* ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE PLAYER ID:
001800*   LIST           - PRINT EVERY DIRECTORY ENTRY TO DIRRPT.
001900*   DEACT <id>     - SET THE ENTRY'S STATUS TO INACTIVE.
002000*   REACT <id>     - SET IT BACK TO ACTIVE.
002010*   FLAGS          - PRINT THE FAIR-PLAY FLAGS TO DIRRPT WITH
002020*                    EACH FLAGGED PLAYER'S DIRECTORY ENTRY.
002100* DEACTIVATION IS THE OPERATOR'S CALL, NOT THE PLAYER'S - THE
002150* WORKER'S SELF-SERVICE REGISTER NEVER UNDOES IT.  A MERGED
002200* ENTRY BELONGS TO IDMERGE AND IS NOT REACTIVATED HERE.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003200     SELECT RPT-FILE ASSIGN TO "DIRRPT"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS RPT-FILE-STATUS.
003410     SELECT FLAG-FILE ASSIGN TO "FAIRFLAG"
003420         ORGANIZATION LINE SEQUENTIAL
003430         FILE STATUS IS FF-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  PLAYER-DIR-FILE.
003800     COPY "playerdir.cpy".
003900 FD  RPT-FILE.
004000 01  RPT-LINE              PIC X(80).
004010 FD  FLAG-FILE.
004020     COPY "fairflag.cpy".
004100 WORKING-STORAGE SECTION.
004200*--------------------------------------------------------------
004300* SWITCHES AND COUNTERS
004400*--------------------------------------------------------------
004500 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
004600 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
004650 77  FF-FILE-STATUS        PIC X(02) VALUE "00".
004700 77  WS-EOF-SW             PIC X(01) VALUE "N".
004800     88 INPUT-AT-EOF            VALUE "Y".
004900 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
005000 77  WS-LISTED-COUNT       PIC 9(06) VALUE ZERO.
005100 77  WS-ACTIVE-COUNT       PIC 9(06) VALUE ZERO.
005200 77  WS-INACTIVE-COUNT     PIC 9(06) VALUE ZERO.
005205 77  WS-MERGED-COUNT       PIC 9(06) VALUE ZERO.
005210 77  WS-FLAG-COUNT         PIC 9(06) VALUE ZERO.
005220 77  WS-DIR-OPEN-SW        PIC X(01) VALUE "N".
005230     88 DIRECTORY-IS-OPEN       VALUE "Y".
005300*--------------------------------------------------------------
005400* ARGUMENTS
005500*--------------------------------------------------------------
006400     05 FILLER             PIC X(09) VALUE "RUN DATE ".
006500     05 HDG-DATE           PIC 9(06).
006600 01  HDG-LINE-2.
006650     05 FILLER             PIC X(40) VALUE
006700     "PLAYER           DISPLAY NAME           ".
006750     05 FILLER             PIC X(40) VALUE
006800     "  REG ON  STATUS   INTO".
006900 01  DET-LINE.
007000     05 DET-PLAYER         PIC X(16).
007100     05 FILLER             PIC X(01) VALUE SPACES.
007400     05 DET-REG-DATE       PIC 9(06).
007500     05 FILLER             PIC X(02) VALUE SPACES.
007600     05 DET-STATUS         PIC X(08).
007610     05 FILLER             PIC X(01) VALUE SPACES.
007620     05 DET-INTO           PIC X(16).
007700 01  TOT-LINE-1.
007800     05 FILLER             PIC X(15) VALUE "  LISTED     : ".
007900     05 TOT-LISTED         PIC ZZZZZ9.
008300 01  TOT-LINE-3.
008400     05 FILLER             PIC X(15) VALUE "  INACTIVE   : ".
008500     05 TOT-INACTIVE       PIC ZZZZZ9.
008502 01  TOT-LINE-4.
008504     05 FILLER             PIC X(15) VALUE "  MERGED     : ".
008506     05 TOT-MERGED         PIC ZZZZZ9.
008508 01  FLG-HDG-LINE-1.
008510     05 FILLER             PIC X(30) VALUE
008512            "FAIR-PLAY FLAGS FOR REVIEW    ".
008514     05 FILLER             PIC X(09) VALUE "SCANNED ".
008516     05 FLG-HDG-DATE       PIC 9(06).
008518 01  FLG-HDG-LINE-2.
008520     05 FILLER             PIC X(40) VALUE
008522     "RNK PLAYER           DISPLAY NAME       ".
008524     05 FILLER             PIC X(40) VALUE
008526     "  STATUS   FLAG     OTHER ID".
008528 01  FLG-DET-LINE.
008530     05 FLG-RANK           PIC ZZ9.
008532     05 FILLER             PIC X(01) VALUE SPACES.
008534     05 FLG-PLAYER         PIC X(16).
008536     05 FILLER             PIC X(01) VALUE SPACES.
008538     05 FLG-NAME           PIC X(20).
008540     05 FILLER             PIC X(01) VALUE SPACES.
008542     05 FLG-STATUS         PIC X(08).
008544     05 FILLER             PIC X(01) VALUE SPACES.
008546     05 FLG-CODE           PIC X(08).
008548     05 FILLER             PIC X(01) VALUE SPACES.
008550     05 FLG-OTHER          PIC X(16).
008552 01  FLG-TOT-LINE.
008554     05 FILLER             PIC X(15) VALUE "  FLAGS      : ".
008556     05 FLG-TOT-COUNT      PIC ZZZZZ9.
008600 01  BLANK-LINE            PIC X(80) VALUE SPACES.
008700 PROCEDURE DIVISION.
008800*--------------------------------------------------------------
009500             PERFORM 3000-SET-STATUS THRU 3000-EXIT
009600         WHEN "REACT"
009700             PERFORM 3000-SET-STATUS THRU 3000-EXIT
009710         WHEN "FLAGS"
009720             PERFORM 4000-LIST-FLAGS THRU 4000-EXIT
009800         WHEN OTHER
009900             DISPLAY "DIRMAINT: FUNCTION MUST BE LIST, DEACT,"
010000                 " REACT OR FLAGS"
010100     END-EVALUATE
010200     GO TO 9999-EXIT.
010300*--------------------------------------------------------------
014200     MOVE WS-LISTED-COUNT   TO TOT-LISTED
014300     MOVE WS-ACTIVE-COUNT   TO TOT-ACTIVE
014400     MOVE WS-INACTIVE-COUNT TO TOT-INACTIVE
014450     MOVE WS-MERGED-COUNT   TO TOT-MERGED
014500     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
014600     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
014700     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
014800     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
014850     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
014900     IF PD-FILE-STATUS = "00" OR PD-FILE-STATUS = "10"
015000         CLOSE PLAYER-DIR-FILE
015100     END-IF
016400     MOVE PD-PLAYER-ID     TO DET-PLAYER
016500     MOVE PD-DISPLAY-NAME  TO DET-NAME
016600     MOVE PD-REG-DATE      TO DET-REG-DATE
016650     MOVE SPACES           TO DET-INTO
016700     IF PLAYER-IS-ACTIVE
016800         ADD 1 TO WS-ACTIVE-COUNT
016900         MOVE "ACTIVE"   TO DET-STATUS
017000     ELSE
017010         IF PLAYER-WAS-MERGED
017020             ADD 1 TO WS-MERGED-COUNT
017030             MOVE "MERGED"       TO DET-STATUS
017040             MOVE PD-MERGED-INTO TO DET-INTO
017050         ELSE
017060             ADD 1 TO WS-INACTIVE-COUNT
017070             MOVE "INACTIVE" TO DET-STATUS
017080         END-IF
017300     END-IF
017400     MOVE DET-LINE TO RPT-LINE
017500     WRITE RPT-LINE.
019400             CLOSE PLAYER-DIR-FILE
019500             GO TO 3000-EXIT
019600     END-READ
019610     IF PLAYER-WAS-MERGED
019620         DISPLAY "DIRMAINT: " WS-ARG-PLAYER-ID
019630             " MERGED INTO " PD-MERGED-INTO " - LEFT AS IT IS"
019640         CLOSE PLAYER-DIR-FILE
019650         GO TO 3000-EXIT
019660     END-IF
019700     IF WS-ARG-FUNCTION = "DEACT"
019800         IF PLAYER-IS-INACTIVE
019900             DISPLAY "DIRMAINT: " WS-ARG-PLAYER-ID
021800     CLOSE PLAYER-DIR-FILE.
021900 3000-EXIT.
022000     EXIT.
022001*--------------------------------------------------------------
022002* FLAGS: EVERY LINE OF THE LAST FAIR-PLAY SCAN, IN ITS SUSPECT
022003* RANK ORDER, WITH THE PLAYER'S NAME AND CURRENT STATUS FROM
022004* THE DIRECTORY (A FLAGGED ID THAT NEVER REGISTERED SHOWS AS
022005* NOT REG).  NOTHING IS CHANGED - DEACT IS A SEPARATE, DELIBERATE
022006* STEP FOR THE OPERATOR.
022007*--------------------------------------------------------------
022008 4000-LIST-FLAGS.
022009     OPEN OUTPUT RPT-FILE
022010     OPEN INPUT FLAG-FILE
022011     IF FF-FILE-STATUS NOT = "00"
022012         DISPLAY "DIRMAINT: NO FAIRFLAG FILE - THE FAIR-PLAY"
022013             " SCAN HAS NOT RUN"
022014         CLOSE RPT-FILE
022015         GO TO 4000-EXIT
022016     END-IF
022017     OPEN INPUT PLAYER-DIR-FILE
022018     IF PD-FILE-STATUS = "00"
022019         SET DIRECTORY-IS-OPEN TO TRUE
022020     END-IF
022021     READ FLAG-FILE
022022         AT END SET INPUT-AT-EOF TO TRUE
022023     END-READ
022024     IF INPUT-AT-EOF
022025         MOVE WS-RUN-DATE TO FLG-HDG-DATE
022026     ELSE
022027         MOVE FF-RUN-DATE TO FLG-HDG-DATE
022028     END-IF
022029     MOVE FLG-HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
022030     MOVE BLANK-LINE     TO RPT-LINE  WRITE RPT-LINE
022031     MOVE FLG-HDG-LINE-2 TO RPT-LINE  WRITE RPT-LINE
022032     PERFORM 4100-LIST-ONE-FLAG THRU 4100-EXIT
022033         UNTIL INPUT-AT-EOF
022034     MOVE WS-FLAG-COUNT TO FLG-TOT-COUNT
022035     MOVE BLANK-LINE   TO RPT-LINE  WRITE RPT-LINE
022036     MOVE FLG-TOT-LINE TO RPT-LINE  WRITE RPT-LINE
022037     IF DIRECTORY-IS-OPEN
022038         CLOSE PLAYER-DIR-FILE
022039     END-IF
022040     CLOSE FLAG-FILE
022041     CLOSE RPT-FILE
022042     DISPLAY "DIRMAINT: LISTED " WS-FLAG-COUNT
022043         " FAIR-PLAY FLAGS".
022044 4000-EXIT.
022045     EXIT.
022046 4100-LIST-ONE-FLAG.
022047     ADD 1 TO WS-FLAG-COUNT
022048     MOVE FF-RANK      TO FLG-RANK
022049     MOVE FF-PLAYER-ID TO FLG-PLAYER
022050     MOVE FF-CODE      TO FLG-CODE
022051     MOVE FF-OTHER-ID  TO FLG-OTHER
022052     MOVE SPACES       TO FLG-NAME
022053     MOVE "NOT REG"    TO FLG-STATUS
022054     IF DIRECTORY-IS-OPEN
022055         MOVE FF-PLAYER-ID TO PD-PLAYER-ID
022056         READ PLAYER-DIR-FILE KEY IS PD-PLAYER-ID
022057             NOT INVALID KEY
022058                 MOVE PD-DISPLAY-NAME TO FLG-NAME
022059                 IF PLAYER-IS-ACTIVE
022060                     MOVE "ACTIVE"   TO FLG-STATUS
022061                 ELSE
022062                     MOVE "INACTIVE" TO FLG-STATUS
022063                 END-IF
022064                 IF PLAYER-WAS-MERGED
022065                     MOVE "MERGED"   TO FLG-STATUS
022066                 END-IF
022067         END-READ
022068     END-IF
022069     MOVE FLG-DET-LINE TO RPT-LINE
022070     WRITE RPT-LINE
022071     READ FLAG-FILE
022072         AT END SET INPUT-AT-EOF TO TRUE
022073     END-READ.
022074 4100-EXIT.
022075     EXIT.
022100*--------------------------------------------------------------
022200 9999-EXIT.
022300     STOP RUN.
