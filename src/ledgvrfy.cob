000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEDGVRFY.
000300 AUTHOR. OPERATIONS.
000400 INSTALLATION. RPS-WORKER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  OPS  PROOF OF THE THREE APPEND-ONLY LEDGERS:
001000*                    WALKS GAMELOG (EVERY DATED ARCHIVE IN
001100*                    ARCHDIR ORDER, THEN THE CURRENT FILE),
001200*                    POINTSLOG AND AUDITLOG LINE BY LINE, CHECKS
001300*                    EVERY SEQUENCE NUMBER FOLLOWS THE ONE BEFORE
001400*                    IT AND EVERY CHECK VALUE RECOMPUTES FROM ITS
001500*                    LINE AND ITS PREDECESSOR, AND AGREES THE
001600*                    TAIL WITH LEDGCTL.  EXCEPTIONS GO TO LEDGRPT.
001700*--------------------------------------------------------------
001800* ARGUMENT 1 IS THE FUNCTION:
001900*   CHECK  - (THE DEFAULT) VERIFY AND REPORT.  NOTHING CHANGES.
002000*   RESYNC - VERIFY AND REPORT, THEN SET EACH LEDGER'S LEDGCTL
002100*            RECORD TO THE LAST LINE ACTUALLY ON FILE.  FOR USE
002200*            AFTER A LEDGER HAS BEEN RESTORED FROM BACKUP AND THE
002300*            CUT-OFF TAIL ACCEPTED, SO THE NEXT LINE WRITTEN
002400*            FOLLOWS THE RESTORED ONE.  THE REPORT STILL SHOWS
002500*            WHAT WAS FOUND BEFORE THE RESET.
002600* EACH LEDGER LINE CARRIES ITS SEQUENCE NUMBER AND A CHECK VALUE
002700* CHAINED FROM THE LINE BEFORE IT (SEE LEDGCTL.CPY FOR THE RULE).
002800* LINES WRITTEN BEFORE THE CHAIN BEGAN CARRY NEITHER AND ARE
002900* COUNTED AS LEGACY; AN UNSEQUENCED LINE AFTER THE FIRST
003000* SEQUENCED ONE IS AN EXCEPTION.  FOR A SEQUENCED LINE:
003100*   GAP          - THE SEQUENCE JUMPS: LINES WERE TAKEN OUT.
003200*   DUPLICATE    - THE SEQUENCE REPEATS OR GOES BACK: A LINE WAS
003300*                  COPIED IN OR MOVED.
003400*   CHAIN BROKEN - IN SEQUENCE, BUT THE CHECK VALUE DOES NOT
003500*                  RECOMPUTE: THE LINE (OR THE ONE BEFORE IT)
003600*                  WAS CHANGED.  ONLY PROVED ON A LINE THAT
003700*                  FOLLOWS ITS PREDECESSOR, SINCE A GAP OR
003800*                  DUPLICATE ALREADY SAYS THE CHAIN IS CUT THERE.
003900*   OUT OF ORDER - THE DATE AND TIME STAMP IS EARLIER THAN THE
004000*                  LINE ABOVE IT (CHECKED ON LEGACY LINES TOO).
004100* A GAMELOG ARCHIVE LISTED IN ARCHDIR BUT GONE FROM DISK IS
004200* REPORTED AND THE CHAIN TAKEN UP AGAIN FROM THE ANCHOR GLARCHIV
004300* RECORDED FOR IT; AN ARCHIVE THAT NO LONGER ENDS WHERE ITS
004400* ARCHDIR LINE SAYS WAS CHANGED AFTER THE CUT.  THE END OF EACH
004500* LEDGER IS THEN AGREED WITH LEDGCTL: A CONTROL SEQUENCE BEYOND
004600* THE LAST LINE MEANS THE LEDGER WAS CUT SHORT, ONE SHORT OF IT
004700* MEANS LINES WERE ADDED BY HAND, AND THE SAME SEQUENCE WITH A
004800* DIFFERENT CHECK MEANS THE LAST LINE WAS REWRITTEN.
004900* ONLY THE FIRST 50 EXCEPTIONS IN A FILE ARE LISTED; ALL ARE
005000* COUNTED.  THE JOB REPORTS AND ENDS NORMALLY EITHER WAY - THE
005100* LEDGERS ARE EVIDENCE, AND WHAT TO DO ABOUT A BREAK IS FOR THE
005200* OPERATORS TO DECIDE.
005300*--------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-NAME
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS IS LF-FILE-STATUS.
006000     SELECT ARCHDIR-FILE ASSIGN TO "ARCHDIR"
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS IS AD-FILE-STATUS.
006300     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
006400         ORGANIZATION INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS LC-LEDGER
006700         FILE STATUS IS LC-FILE-STATUS.
006800     SELECT RPT-FILE ASSIGN TO "LEDGRPT"
006900         ORGANIZATION LINE SEQUENTIAL
007000         FILE STATUS IS RPT-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  LEDGER-FILE.
007400 01  LEDGER-LINE           PIC X(120).
007500 FD  ARCHDIR-FILE.
007600     COPY "archdir.cpy".
007700 FD  LEDGER-CONTROL-FILE.
007800     COPY "ledgctl.cpy".
007900 FD  RPT-FILE.
008000 01  RPT-LINE              PIC X(80).
008100 WORKING-STORAGE SECTION.
008200*--------------------------------------------------------------
008300* SWITCHES AND COUNTERS
008400*--------------------------------------------------------------
008500 77  LF-FILE-STATUS        PIC X(02) VALUE "00".
008600 77  AD-FILE-STATUS        PIC X(02) VALUE "00".
008700 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
008800 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
008900 77  WS-EOF-SW             PIC X(01) VALUE "N".
009000     88 INPUT-AT-EOF            VALUE "Y".
009100 77  WS-ARCHDIR-EOF-SW     PIC X(01) VALUE "N".
009200     88 ARCHDIR-AT-EOF          VALUE "Y".
009300 77  WS-LC-OPEN-SW         PIC X(01) VALUE "N".
009400     88 CONTROL-IS-OPEN         VALUE "Y".
009500 77  WS-LC-FOUND-SW        PIC X(01) VALUE "N".
009600     88 CONTROL-WAS-FOUND       VALUE "Y".
009700 77  WS-FILE-FOUND-SW      PIC X(01) VALUE "N".
009800     88 FILE-WAS-FOUND          VALUE "Y".
009900 77  WS-STARTED-SW         PIC X(01) VALUE "N".
010000     88 CHAIN-HAS-STARTED       VALUE "Y".
010100 77  WS-RESYNC-SW          PIC X(01) VALUE "N".
010200     88 RESYNC-REQUESTED        VALUE "Y".
010300 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
010400 01  WS-ARG-FUNCTION       PIC X(08) VALUE SPACES.
010500 01  WS-TIME-NOW.
010600     05 WS-NOW-HOURS       PIC 9(02).
010700     05 WS-NOW-MINS        PIC 9(02).
010800     05 WS-NOW-SECS        PIC 9(02).
010900     05 WS-NOW-HUNDS       PIC 9(02).
011000*--------------------------------------------------------------
011100* THE LEDGERS AND WHERE EACH ONE KEEPS ITS SEQUENCE NUMBER (THE
011200* CHECK VALUE FOLLOWS IT).  EVERY LEDGER LINE OPENS WITH ITS
011300* yymmdd AND hhmmss STAMP.
011400*--------------------------------------------------------------
011500 01  LEDGER-TABLE.
011600     05 FILLER             PIC X(10) VALUE "GAMELOG".
011700     05 FILLER             PIC 9(03) VALUE 059.
011800     05 FILLER             PIC X(10) VALUE "POINTSLOG".
011900     05 FILLER             PIC 9(03) VALUE 075.
012000     05 FILLER             PIC X(10) VALUE "AUDITLOG".
012100     05 FILLER             PIC 9(03) VALUE 094.
012200 01  FILLER REDEFINES LEDGER-TABLE.
012300     05 LT-ENTRY OCCURS 3 TIMES.
012400        10 LT-NAME         PIC X(10).
012500        10 LT-SEQ-POS      PIC 9(03).
012600 77  WS-LEDGER-COUNT       PIC 9(02) COMP VALUE 3.
012700 77  WS-LG-SUB             PIC 9(02) COMP VALUE ZERO.
012800 77  WS-SEQ-POS            PIC 9(03) COMP VALUE ZERO.
012900 77  WS-CHECK-POS          PIC 9(03) COMP VALUE ZERO.
013000 01  WS-LEDGER-NAME        PIC X(12) VALUE SPACES.
013100 01  WS-ARCHIVE-NAME.
013200     05 FILLER             PIC X(06) VALUE "GLARCH".
013300     05 WS-ARCH-DATE       PIC X(06).
013400*--------------------------------------------------------------
013500* THE CHAIN AS FAR AS IT HAS BEEN WALKED - CARRIED FROM EACH
013600* GAMELOG ARCHIVE INTO THE NEXT AND ON INTO THE CURRENT FILE
013700*--------------------------------------------------------------
013800 77  WS-PREV-SEQ           PIC 9(09) VALUE ZERO.
013900 77  WS-PREV-CHECK         PIC 9(09) VALUE ZERO.
014000 77  WS-PREV-STAMP         PIC 9(12) VALUE ZERO.
014100 77  WS-LINE-SEQ           PIC 9(09) VALUE ZERO.
014200 77  WS-LINE-CHECK         PIC 9(09) VALUE ZERO.
014300 77  WS-LINE-STAMP         PIC 9(12) VALUE ZERO.
014400 77  WS-MISSING            PIC 9(09) VALUE ZERO.
014500 01  WS-LINE-STAMP-X       PIC X(12) VALUE SPACES.
014600 01  WS-LINE-SEQ-X         PIC X(09) VALUE SPACES.
014700 01  WS-LINE-CHECK-X       PIC X(09) VALUE SPACES.
014800*--------------------------------------------------------------
014900* CHECK VALUE WORK - THE RULE IN LEDGCTL.CPY
015000*--------------------------------------------------------------
015100 77  WS-CHAIN-VALUE        PIC 9(09) VALUE ZERO.
015200 77  WS-CHAIN-WORK         PIC 9(12) COMP VALUE ZERO.
015300 77  WS-CHAIN-QUOT         PIC 9(12) COMP VALUE ZERO.
015400 77  WS-CHAIN-SUB          PIC 9(04) COMP VALUE ZERO.
015500 01  WS-CHAIN-IMAGE        PIC X(120) VALUE SPACES.
015600*--------------------------------------------------------------
015700* PER-FILE AND PER-LEDGER COUNTS
015800*--------------------------------------------------------------
015900 77  WS-MAX-DETAIL         PIC 9(04) COMP VALUE 50.
016000 77  FC-LINES              PIC 9(07) VALUE ZERO.
016100 77  FC-LEGACY             PIC 9(07) VALUE ZERO.
016200 77  FC-FIRST-SEQ          PIC 9(09) VALUE ZERO.
016300 77  FC-LAST-SEQ           PIC 9(09) VALUE ZERO.
016400 77  FC-LAST-CHECK         PIC 9(09) VALUE ZERO.
016500 77  FC-EXCEPTIONS         PIC 9(07) VALUE ZERO.
016600 77  FC-LISTED             PIC 9(04) COMP VALUE ZERO.
016700 77  LT-FILES              PIC 9(05) VALUE ZERO.
016800 77  LT-LINES              PIC 9(09) VALUE ZERO.
016900 77  LT-LEGACY             PIC 9(09) VALUE ZERO.
017000 77  LT-GAPS               PIC 9(07) VALUE ZERO.
017100 77  LT-MISSING            PIC 9(09) VALUE ZERO.
017200 77  LT-DUPLICATES         PIC 9(07) VALUE ZERO.
017300 77  LT-BROKEN             PIC 9(07) VALUE ZERO.
017400 77  LT-OUT-OF-ORDER       PIC 9(07) VALUE ZERO.
017500 77  LT-UNSEQUENCED        PIC 9(07) VALUE ZERO.
017600 77  LT-OTHER              PIC 9(07) VALUE ZERO.
017700 77  LT-EXCEPTIONS         PIC 9(07) VALUE ZERO.
017800 77  WS-TOTAL-EXCEPTIONS   PIC 9(07) VALUE ZERO.
017900 77  WS-BROKEN-LEDGERS     PIC 9(02) VALUE ZERO.
018000*--------------------------------------------------------------
018100* THE EXCEPTION IN HAND
018200*--------------------------------------------------------------
018300 01  WS-EXC-KIND           PIC X(12) VALUE SPACES.
018400 01  WS-EXC-TEXT           PIC X(44) VALUE SPACES.
018500 77  WS-EXC-LINE           PIC 9(07) VALUE ZERO.
018600 77  WS-EXC-SEQ            PIC 9(09) VALUE ZERO.
018700 01  WS-TEXT-NUM-1         PIC Z(08)9.
018800 01  WS-TEXT-NUM-2         PIC Z(08)9.
018900 01  WS-TEXT-STAMP.
019000     05 WS-TS-DATE         PIC X(06).
019100     05 FILLER             PIC X(01) VALUE SPACE.
019200     05 WS-TS-TIME         PIC X(06).
019300*--------------------------------------------------------------
019400* REPORT LINES
019500*--------------------------------------------------------------
019600 01  HDG-LINE-1.
019700     05 FILLER             PIC X(40) VALUE
019800            "LEDGER SEQUENCE AND CHAIN VERIFICATION  ".
019900     05 FILLER             PIC X(09) VALUE "RUN DATE ".
020000     05 HDG-DATE           PIC 9(06).
020100     05 FILLER             PIC X(07) VALUE "  MODE ".
020200     05 HDG-MODE           PIC X(08).
020300 01  LDG-LINE.
020400     05 FILLER             PIC X(08) VALUE "LEDGER  ".
020500     05 LDG-NAME           PIC X(10).
020600 01  FIL-LINE.
020700     05 FILLER             PIC X(08) VALUE "  FILE  ".
020800     05 FIL-NAME           PIC X(12).
020900     05 FIL-NOTE           PIC X(40).
021000 01  COL-LINE.
021100     05 FILLER             PIC X(40) VALUE
021200     "     LINE       SEQ EXCEPTION    DETAIL ".
021300 01  DET-LINE.
021400     05 FILLER             PIC X(02) VALUE SPACES.
021500     05 DET-LINE-NO        PIC Z(06)9.
021600     05 FILLER             PIC X(01) VALUE SPACES.
021700     05 DET-SEQ            PIC Z(08)9.
021800     05 FILLER             PIC X(01) VALUE SPACES.
021900     05 DET-KIND           PIC X(12).
022000     05 FILLER             PIC X(01) VALUE SPACES.
022100     05 DET-TEXT           PIC X(44).
022200 01  SUP-LINE.
022300     05 FILLER             PIC X(12) VALUE SPACES.
022400     05 SUP-COUNT          PIC Z(06)9.
022500     05 FILLER             PIC X(40) VALUE
022600            " FURTHER EXCEPTIONS COUNTED, NOT LISTED".
022700 01  FSM-LINE.
022800     05 FILLER             PIC X(10) VALUE "    LINES ".
022900     05 FSM-LINES          PIC Z(06)9.
023000     05 FILLER             PIC X(09) VALUE "  LEGACY ".
023100     05 FSM-LEGACY         PIC Z(06)9.
023200     05 FILLER             PIC X(06) VALUE "  SEQ ".
023300     05 FSM-FIRST          PIC Z(08)9.
023400     05 FILLER             PIC X(04) VALUE " TO ".
023500     05 FSM-LAST           PIC Z(08)9.
023600     05 FILLER             PIC X(13) VALUE "  EXCEPTIONS ".
023700     05 FSM-EXCEPTIONS     PIC Z(05)9.
023800 01  TOT-LINE-1.
023900     05 FILLER             PIC X(21) VALUE
024000            "  FILES / LINES    : ".
024100     05 TOT-FILES          PIC Z(04)9.
024200     05 FILLER             PIC X(03) VALUE " / ".
024300     05 TOT-LINES          PIC Z(08)9.
024400     05 FILLER             PIC X(10) VALUE "  LEGACY  ".
024500     05 TOT-LEGACY         PIC Z(08)9.
024600 01  TOT-LINE-2.
024700     05 FILLER             PIC X(21) VALUE
024800            "  LAST SEQUENCE    : ".
024900     05 TOT-LAST-SEQ       PIC Z(08)9.
025000     05 FILLER             PIC X(12) VALUE "  CHECK     ".
025100     05 TOT-LAST-CHECK     PIC 9(09).
025200 01  TOT-LINE-3.
025300     05 FILLER             PIC X(21) VALUE
025400            "  GAPS / MISSING   : ".
025500     05 TOT-GAPS           PIC Z(06)9.
025600     05 FILLER             PIC X(03) VALUE " / ".
025700     05 TOT-MISSING        PIC Z(08)9.
025800     05 FILLER             PIC X(12) VALUE "  DUPLICATES".
025900     05 TOT-DUPLICATES     PIC Z(06)9.
026000 01  TOT-LINE-4.
026100     05 FILLER             PIC X(21) VALUE
026200            "  CHAIN BROKEN     : ".
026300     05 TOT-BROKEN         PIC Z(06)9.
026400     05 FILLER             PIC X(15) VALUE "  OUT OF ORDER ".
026500     05 TOT-ORDER          PIC Z(06)9.
026600     05 FILLER             PIC X(14) VALUE "  UNSEQUENCED ".
026700     05 TOT-UNSEQ          PIC Z(06)9.
026800 01  TOT-LINE-5.
026900     05 FILLER             PIC X(21) VALUE
027000            "  FILE / CONTROL   : ".
027100     05 TOT-OTHER          PIC Z(06)9.
027200     05 FILLER             PIC X(15) VALUE "  EXCEPTIONS   ".
027300     05 TOT-EXCEPTIONS     PIC Z(06)9.
027400     05 FILLER             PIC X(10) VALUE "  VERDICT ".
027500     05 TOT-VERDICT        PIC X(10).
027600 01  RSY-LINE.
027700     05 FILLER             PIC X(28) VALUE
027800            "  LEDGCTL RESET - LAST SEQ  ".
027900     05 RSY-OLD-SEQ        PIC Z(08)9.
028000     05 FILLER             PIC X(04) VALUE " TO ".
028100     05 RSY-NEW-SEQ        PIC Z(08)9.
028200     05 FILLER             PIC X(07) VALUE " CHECK ".
028300     05 RSY-NEW-CHECK      PIC 9(09).
028400 01  RSY-NONE-LINE.
028500     05 FILLER             PIC X(40) VALUE
028600            "  LEDGCTL LEFT ALONE - NO SEQUENCED LINE".
028700     05 FILLER             PIC X(08) VALUE " ON FILE".
028800 01  END-LINE.
028900     05 FILLER             PIC X(21) VALUE
029000            "LEDGERS WITH BREAKS: ".
029100     05 END-BROKEN         PIC Z9.
029200     05 FILLER             PIC X(21) VALUE
029300            "   TOTAL EXCEPTIONS: ".
029400     05 END-EXCEPTIONS     PIC Z(06)9.
029500 01  BLANK-LINE            PIC X(80) VALUE SPACES.
029600 PROCEDURE DIVISION.
029700*--------------------------------------------------------------
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030000     PERFORM 2000-VERIFY-LEDGER THRU 2000-EXIT
030100         VARYING WS-LG-SUB FROM 1 BY 1
030200         UNTIL WS-LG-SUB > WS-LEDGER-COUNT
030300     PERFORM 7000-FINALIZE THRU 7000-EXIT
030400     GO TO 9999-EXIT.
030500*--------------------------------------------------------------
030600* ANYTHING BUT RESYNC IS A CHECK.  LEDGCTL IS ONLY OPENED FOR
030700* UPDATE ON A RESYNC; A CHECK WITH NO LEDGCTL STILL PROVES THE
030800* LEDGERS THEMSELVES.
030900*--------------------------------------------------------------
031000 1000-INITIALIZE.
031100     DISPLAY 1 UPON ARGUMENT-NUMBER
031200     ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
031300         ON EXCEPTION
031400             MOVE SPACES TO WS-ARG-FUNCTION
031500     END-ACCEPT
031600     IF WS-ARG-FUNCTION = "RESYNC"
031700         SET RESYNC-REQUESTED TO TRUE
031800     ELSE
031900         MOVE "CHECK" TO WS-ARG-FUNCTION
032000     END-IF
032100     ACCEPT WS-RUN-DATE FROM DATE
032200     OPEN OUTPUT RPT-FILE
032300     MOVE WS-RUN-DATE     TO HDG-DATE
032400     MOVE WS-ARG-FUNCTION TO HDG-MODE
032500     MOVE HDG-LINE-1 TO RPT-LINE  WRITE RPT-LINE
032600     IF RESYNC-REQUESTED
032700         OPEN I-O LEDGER-CONTROL-FILE
032800         IF LC-FILE-STATUS NOT = "00"
032900             OPEN OUTPUT LEDGER-CONTROL-FILE
033000             CLOSE LEDGER-CONTROL-FILE
033100             OPEN I-O LEDGER-CONTROL-FILE
033200         END-IF
033300     ELSE
033400         OPEN INPUT LEDGER-CONTROL-FILE
033500     END-IF
033600     IF LC-FILE-STATUS = "00"
033700         SET CONTROL-IS-OPEN TO TRUE
033800     END-IF.
033900 1000-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------
034200* ONE LEDGER, START TO END.  GAMELOG'S ARCHIVES COME FIRST SO
034300* THE CHAIN IS WALKED IN THE ORDER IT WAS WRITTEN.
034400*--------------------------------------------------------------
034500 2000-VERIFY-LEDGER.
034600     MOVE LT-SEQ-POS (WS-LG-SUB) TO WS-SEQ-POS
034700     COMPUTE WS-CHECK-POS = WS-SEQ-POS + 9
034800     MOVE ZERO TO WS-PREV-SEQ
034900     MOVE ZERO TO WS-PREV-CHECK
035000     MOVE ZERO TO WS-PREV-STAMP
035100     MOVE "N" TO WS-STARTED-SW
035200     MOVE ZERO TO LT-FILES
035300     MOVE ZERO TO LT-LINES
035400     MOVE ZERO TO LT-LEGACY
035500     MOVE ZERO TO LT-GAPS
035600     MOVE ZERO TO LT-MISSING
035700     MOVE ZERO TO LT-DUPLICATES
035800     MOVE ZERO TO LT-BROKEN
035900     MOVE ZERO TO LT-OUT-OF-ORDER
036000     MOVE ZERO TO LT-UNSEQUENCED
036100     MOVE ZERO TO LT-OTHER
036200     MOVE ZERO TO LT-EXCEPTIONS
036300     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
036400     MOVE LT-NAME (WS-LG-SUB) TO LDG-NAME
036500     MOVE LDG-LINE TO RPT-LINE  WRITE RPT-LINE
036600     IF LT-NAME (WS-LG-SUB) = "GAMELOG"
036700         PERFORM 2100-WALK-ARCHIVES THRU 2100-EXIT
036800     END-IF
036900     MOVE LT-NAME (WS-LG-SUB) TO WS-LEDGER-NAME
037000     PERFORM 3000-VERIFY-FILE THRU 3000-EXIT
037100     PERFORM 4000-AGREE-CONTROL THRU 4000-EXIT
037200     PERFORM 5000-LEDGER-TOTALS THRU 5000-EXIT
037300     IF RESYNC-REQUESTED
037400         PERFORM 6000-RESYNC-CONTROL THRU 6000-EXIT
037500     END-IF.
037600 2000-EXIT.
037700     EXIT.
037800*--------------------------------------------------------------
037900* EVERY ARCHIVE GLARCHIV HAS CUT, IN THE ORDER THE CUTS RAN.
038000*--------------------------------------------------------------
038100 2100-WALK-ARCHIVES.
038200     MOVE "N" TO WS-ARCHDIR-EOF-SW
038300     OPEN INPUT ARCHDIR-FILE
038400     IF AD-FILE-STATUS NOT = "00"
038500         GO TO 2100-EXIT
038600     END-IF
038700     PERFORM 2110-VERIFY-ARCHIVE THRU 2110-EXIT
038800         UNTIL ARCHDIR-AT-EOF
038900     CLOSE ARCHDIR-FILE.
039000 2100-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------
039300* ONE ARCHIVE.  ITS ARCHDIR LINE SAYS WHERE IT ENDED WHEN IT WAS
039400* CUT (A LINE FROM BEFORE THE CHAIN HOLDS THE CUTOFF ALONE, AND
039500* SAYS NOTHING).  GONE FROM DISK: REPORTED, AND THE CHAIN TAKEN
039600* UP AGAIN AT THAT ANCHOR SO THE NEXT FILE CAN STILL BE PROVED.
039700*--------------------------------------------------------------
039800 2110-VERIFY-ARCHIVE.
039900     READ ARCHDIR-FILE
040000         AT END
040100             SET ARCHDIR-AT-EOF TO TRUE
040200             GO TO 2110-EXIT
040300     END-READ
040400     IF AD-CUTOFF NOT NUMERIC
040500         GO TO 2110-EXIT
040600     END-IF
040700     MOVE AD-CUTOFF TO WS-ARCH-DATE
040800     MOVE WS-ARCHIVE-NAME TO WS-LEDGER-NAME
040900     PERFORM 3000-VERIFY-FILE THRU 3000-EXIT
041000     IF AD-LINE-COUNT NOT NUMERIC OR AD-FIRST-SEQ NOT NUMERIC
041100        OR AD-LAST-SEQ NOT NUMERIC OR AD-LAST-CHECK NOT NUMERIC
041200         GO TO 2110-EXIT
041300     END-IF
041400     IF NOT FILE-WAS-FOUND
041500         PERFORM 2120-RESUME-AT-ANCHOR THRU 2120-EXIT
041600         GO TO 2110-EXIT
041700     END-IF
041800     IF FC-LINES NOT = AD-LINE-COUNT
041900        OR FC-LAST-SEQ NOT = AD-LAST-SEQ
042000        OR FC-LAST-CHECK NOT = AD-LAST-CHECK
042100         MOVE "ARCH ALTERED" TO WS-EXC-KIND
042200         MOVE AD-LINE-COUNT TO WS-TEXT-NUM-1
042300         MOVE AD-LAST-SEQ   TO WS-TEXT-NUM-2
042400         MOVE SPACES TO WS-EXC-TEXT
042500         STRING "CUT WITH " DELIMITED BY SIZE
042600                WS-TEXT-NUM-1 DELIMITED BY SIZE
042700                " LINES TO SEQ " DELIMITED BY SIZE
042800                WS-TEXT-NUM-2 DELIMITED BY SIZE
042900             INTO WS-EXC-TEXT
043000         END-STRING
043100         MOVE FC-LINES    TO WS-EXC-LINE
043200         MOVE FC-LAST-SEQ TO WS-EXC-SEQ
043300         ADD 1 TO LT-OTHER
043400         PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT
043500     END-IF.
043600 2110-EXIT.
043700     EXIT.
043800 2120-RESUME-AT-ANCHOR.
043900     MOVE "MISSING FILE" TO WS-EXC-KIND
044000     MOVE AD-LINE-COUNT TO WS-TEXT-NUM-1
044100     MOVE AD-LAST-SEQ   TO WS-TEXT-NUM-2
044200     MOVE SPACES TO WS-EXC-TEXT
044300     STRING "HELD " DELIMITED BY SIZE
044400            WS-TEXT-NUM-1 DELIMITED BY SIZE
044500            " LINES TO SEQ " DELIMITED BY SIZE
044600            WS-TEXT-NUM-2 DELIMITED BY SIZE
044700         INTO WS-EXC-TEXT
044800     END-STRING
044900     MOVE ZERO TO WS-EXC-LINE
045000     MOVE AD-FIRST-SEQ TO WS-EXC-SEQ
045100     ADD 1 TO LT-OTHER
045200     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT
045300     IF AD-LAST-SEQ = ZERO
045400         GO TO 2120-EXIT
045500     END-IF
045600     IF AD-LAST-SEQ > WS-PREV-SEQ
045700         COMPUTE WS-MISSING = AD-LAST-SEQ - WS-PREV-SEQ
045800         ADD WS-MISSING TO LT-MISSING
045900         MOVE AD-LAST-SEQ TO WS-PREV-SEQ
046000     END-IF
046100     MOVE AD-LAST-CHECK TO WS-PREV-CHECK
046200     SET CHAIN-HAS-STARTED TO TRUE.
046300 2120-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600* ONE LEDGER FILE (WS-LEDGER-NAME), LINE BY LINE, CARRYING THE
046700* CHAIN ON FROM WHEREVER THE LAST FILE LEFT IT.
046800*--------------------------------------------------------------
046900 3000-VERIFY-FILE.
047000     MOVE ZERO TO FC-LINES
047100     MOVE ZERO TO FC-LEGACY
047200     MOVE ZERO TO FC-FIRST-SEQ
047300     MOVE ZERO TO FC-LAST-SEQ
047400     MOVE ZERO TO FC-LAST-CHECK
047500     MOVE ZERO TO FC-EXCEPTIONS
047600     MOVE ZERO TO FC-LISTED
047700     MOVE "N" TO WS-FILE-FOUND-SW
047800     MOVE WS-LEDGER-NAME TO FIL-NAME
047900     MOVE SPACES TO FIL-NOTE
048000     OPEN INPUT LEDGER-FILE
048100     IF LF-FILE-STATUS NOT = "00"
048200         MOVE "NOT FOUND" TO FIL-NOTE
048300         MOVE FIL-LINE TO RPT-LINE  WRITE RPT-LINE
048400         GO TO 3000-EXIT
048500     END-IF
048600     SET FILE-WAS-FOUND TO TRUE
048700     ADD 1 TO LT-FILES
048800     MOVE FIL-LINE TO RPT-LINE  WRITE RPT-LINE
048900     MOVE "N" TO WS-EOF-SW
049000     PERFORM 3100-VERIFY-LINE THRU 3100-EXIT
049100         UNTIL INPUT-AT-EOF
049200     CLOSE LEDGER-FILE
049300     ADD FC-LINES  TO LT-LINES
049400     ADD FC-LEGACY TO LT-LEGACY
049500     PERFORM 8200-FILE-SUMMARY THRU 8200-EXIT.
049600 3000-EXIT.
049700     EXIT.
049800 3100-VERIFY-LINE.
049900     READ LEDGER-FILE
050000         AT END
050100             SET INPUT-AT-EOF TO TRUE
050200             GO TO 3100-EXIT
050300     END-READ
050400     ADD 1 TO FC-LINES
050500     MOVE FC-LINES TO WS-EXC-LINE
050600     PERFORM 3200-CHECK-STAMP THRU 3200-EXIT
050700     MOVE LEDGER-LINE (WS-SEQ-POS:9)   TO WS-LINE-SEQ-X
050800     MOVE LEDGER-LINE (WS-CHECK-POS:9) TO WS-LINE-CHECK-X
050900     IF WS-LINE-SEQ-X NOT NUMERIC
051000         PERFORM 3300-UNSEQUENCED-LINE THRU 3300-EXIT
051100         GO TO 3100-EXIT
051200     END-IF
051300     MOVE WS-LINE-SEQ-X TO WS-LINE-SEQ
051400     MOVE WS-LINE-SEQ   TO WS-EXC-SEQ
051500     SET CHAIN-HAS-STARTED TO TRUE
051600     IF FC-FIRST-SEQ = ZERO
051700         MOVE WS-LINE-SEQ TO FC-FIRST-SEQ
051800     END-IF
051900     IF WS-LINE-CHECK-X NUMERIC
052000         MOVE WS-LINE-CHECK-X TO WS-LINE-CHECK
052100     ELSE
052200         MOVE ZERO TO WS-LINE-CHECK
052300     END-IF
052400     EVALUATE TRUE
052500         WHEN WS-LINE-SEQ = WS-PREV-SEQ + 1
052600             PERFORM 3400-PROVE-CHAIN THRU 3400-EXIT
052700         WHEN WS-LINE-SEQ > WS-PREV-SEQ
052800             PERFORM 3500-SEQUENCE-GAP THRU 3500-EXIT
052900         WHEN OTHER
053000             PERFORM 3600-SEQUENCE-REPEAT THRU 3600-EXIT
053100     END-EVALUATE
053200     MOVE WS-LINE-CHECK TO WS-PREV-CHECK
053300     IF WS-LINE-SEQ > WS-PREV-SEQ
053400         MOVE WS-LINE-SEQ TO WS-PREV-SEQ
053500     END-IF
053600     MOVE WS-LINE-SEQ   TO FC-LAST-SEQ
053700     MOVE WS-LINE-CHECK TO FC-LAST-CHECK.
053800 3100-EXIT.
053900     EXIT.
054000*--------------------------------------------------------------
054100* THE LINE'S yymmdd hhmmss STAMP MAY EQUAL THE ONE ABOVE IT BUT
054200* NEVER FALL BEHIND IT.
054300*--------------------------------------------------------------
054400 3200-CHECK-STAMP.
054500     MOVE LEDGER-LINE (1:12) TO WS-LINE-STAMP-X
054600     IF WS-LINE-STAMP-X NOT NUMERIC
054700         GO TO 3200-EXIT
054800     END-IF
054900     MOVE WS-LINE-STAMP-X TO WS-LINE-STAMP
055000     IF WS-LINE-STAMP < WS-PREV-STAMP
055100         MOVE "OUT OF ORDER" TO WS-EXC-KIND
055200         MOVE WS-LINE-STAMP-X (1:6) TO WS-TS-DATE
055300         MOVE WS-LINE-STAMP-X (7:6) TO WS-TS-TIME
055400         MOVE SPACES TO WS-EXC-TEXT
055500         STRING "STAMPED " DELIMITED BY SIZE
055600                WS-TEXT-STAMP DELIMITED BY SIZE
055700                ", BEFORE LINE ABOVE"
055800                    DELIMITED BY SIZE
055900             INTO WS-EXC-TEXT
056000         END-STRING
056100         MOVE LEDGER-LINE (WS-SEQ-POS:9) TO WS-LINE-SEQ-X
056200         IF WS-LINE-SEQ-X NUMERIC
056300             MOVE WS-LINE-SEQ-X TO WS-EXC-SEQ
056400         ELSE
056500             MOVE ZERO TO WS-EXC-SEQ
056600         END-IF
056700         ADD 1 TO LT-OUT-OF-ORDER
056800         PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT
056900     END-IF
057000     MOVE WS-LINE-STAMP TO WS-PREV-STAMP.
057100 3200-EXIT.
057200     EXIT.
057300*--------------------------------------------------------------
057400* NO SEQUENCE NUMBER: A LEGACY LINE BEFORE THE CHAIN BEGAN, AN
057500* EXCEPTION ANYWHERE AFTER IT.
057600*--------------------------------------------------------------
057700 3300-UNSEQUENCED-LINE.
057800     IF NOT CHAIN-HAS-STARTED
057900         ADD 1 TO FC-LEGACY
058000         GO TO 3300-EXIT
058100     END-IF
058200     MOVE "UNSEQUENCED" TO WS-EXC-KIND
058300     MOVE "NO SEQUENCE NUMBER AFTER THE CHAIN BEGAN"
058400         TO WS-EXC-TEXT
058500     MOVE ZERO TO WS-EXC-SEQ
058600     ADD 1 TO LT-UNSEQUENCED
058700     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT.
058800 3300-EXIT.
058900     EXIT.
059000*--------------------------------------------------------------
059100* IN SEQUENCE - RECOMPUTE THE CHECK VALUE OVER THE LINE WITH ITS
059200* OWN CHECK FIELD ZEROED, SEEDED WITH THE LINE BEFORE'S.
059300*--------------------------------------------------------------
059400 3400-PROVE-CHAIN.
059500     MOVE LEDGER-LINE TO WS-CHAIN-IMAGE
059600     MOVE ZERO TO WS-CHAIN-IMAGE (WS-CHECK-POS:9)
059700     MOVE WS-PREV-CHECK TO WS-CHAIN-VALUE
059800     PERFORM 3410-CHAIN-BYTE THRU 3410-EXIT
059900         VARYING WS-CHAIN-SUB FROM 1 BY 1
060000         UNTIL WS-CHAIN-SUB > 120
060100     IF WS-LINE-CHECK-X NUMERIC
060200        AND WS-CHAIN-VALUE = WS-LINE-CHECK
060300         GO TO 3400-EXIT
060400     END-IF
060500     MOVE "CHAIN BROKEN" TO WS-EXC-KIND
060600     MOVE WS-CHAIN-VALUE TO WS-TEXT-NUM-1
060700     MOVE SPACES TO WS-EXC-TEXT
060800     STRING "CHECK " DELIMITED BY SIZE
060900            WS-LINE-CHECK-X DELIMITED BY SIZE
061000            " SHOULD BE " DELIMITED BY SIZE
061100            WS-TEXT-NUM-1 DELIMITED BY SIZE
061200         INTO WS-EXC-TEXT
061300     END-STRING
061400     ADD 1 TO LT-BROKEN
061500     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT.
061600 3400-EXIT.
061700     EXIT.
061800 3410-CHAIN-BYTE.
061900     COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 31
062000         + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-SUB:1))
062100     DIVIDE WS-CHAIN-WORK BY 999999937
062200         GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-VALUE.
062300 3410-EXIT.
062400     EXIT.
062500 3500-SEQUENCE-GAP.
062600     COMPUTE WS-MISSING = WS-LINE-SEQ - WS-PREV-SEQ - 1
062700     ADD WS-MISSING TO LT-MISSING
062800     ADD 1 TO LT-GAPS
062900     MOVE "GAP" TO WS-EXC-KIND
063000     MOVE WS-MISSING  TO WS-TEXT-NUM-1
063100     MOVE WS-PREV-SEQ TO WS-TEXT-NUM-2
063200     MOVE SPACES TO WS-EXC-TEXT
063300     STRING WS-TEXT-NUM-1 DELIMITED BY SIZE
063400            " MISSING AFTER SEQ " DELIMITED BY SIZE
063500            WS-TEXT-NUM-2 DELIMITED BY SIZE
063600         INTO WS-EXC-TEXT
063700     END-STRING
063800     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT.
063900 3500-EXIT.
064000     EXIT.
064100 3600-SEQUENCE-REPEAT.
064200     ADD 1 TO LT-DUPLICATES
064300     MOVE "DUPLICATE" TO WS-EXC-KIND
064400     MOVE WS-PREV-SEQ TO WS-TEXT-NUM-1
064500     MOVE SPACES TO WS-EXC-TEXT
064600     STRING "REPEAT OR BACKWARD, HIGHEST SO FAR "
064700                DELIMITED BY SIZE
064800            WS-TEXT-NUM-1 DELIMITED BY SIZE
064900         INTO WS-EXC-TEXT
065000     END-STRING
065100     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT.
065200 3600-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------
065500* THE END OF THE LEDGER AGAINST LEDGCTL.  WITH NO SEQUENCED LINE
065600* AND NO CONTROL RECORD THERE IS NOTHING TO AGREE.
065700*--------------------------------------------------------------
065800 4000-AGREE-CONTROL.
065900     MOVE "N" TO WS-LC-FOUND-SW
066000     IF CONTROL-IS-OPEN
066100         MOVE LT-NAME (WS-LG-SUB) TO LC-LEDGER
066200         READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
066300             NOT INVALID KEY
066400                 SET CONTROL-WAS-FOUND TO TRUE
066500         END-READ
066600     END-IF
066700     MOVE FC-LINES    TO WS-EXC-LINE
066800     MOVE WS-PREV-SEQ TO WS-EXC-SEQ
066900     IF NOT CONTROL-WAS-FOUND
067000         IF WS-PREV-SEQ > ZERO
067100             MOVE "NO CONTROL" TO WS-EXC-KIND
067200             MOVE "LEDGCTL HOLDS NO RECORD FOR THIS LEDGER"
067300                 TO WS-EXC-TEXT
067400             ADD 1 TO LT-OTHER
067500             PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT
067600         END-IF
067700         GO TO 4000-EXIT
067800     END-IF
067900     MOVE LC-LAST-SEQ TO WS-TEXT-NUM-1
068000     MOVE SPACES TO WS-EXC-TEXT
068100     STRING "LEDGCTL LAST SEQ " DELIMITED BY SIZE
068200            WS-TEXT-NUM-1 DELIMITED BY SIZE
068300         INTO WS-EXC-TEXT
068400     END-STRING
068500     EVALUATE TRUE
068600         WHEN LC-LAST-SEQ > WS-PREV-SEQ
068700             MOVE "TRUNCATED" TO WS-EXC-KIND
068800             COMPUTE WS-MISSING = LC-LAST-SEQ - WS-PREV-SEQ
068900             ADD WS-MISSING TO LT-MISSING
069000         WHEN LC-LAST-SEQ < WS-PREV-SEQ
069100             MOVE "CTL BEHIND" TO WS-EXC-KIND
069200         WHEN LC-LAST-CHECK NOT = WS-PREV-CHECK
069300             MOVE "TAIL ALTERED" TO WS-EXC-KIND
069400             MOVE "LAST CHECK VALUE DIFFERS FROM LEDGCTL"
069500                 TO WS-EXC-TEXT
069600         WHEN OTHER
069700             GO TO 4000-EXIT
069800     END-EVALUATE
069900     ADD 1 TO LT-OTHER
070000     PERFORM 8100-LIST-EXCEPTION THRU 8100-EXIT.
070100 4000-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------
070400* THE LEDGER'S TOTALS AND VERDICT
070500*--------------------------------------------------------------
070600 5000-LEDGER-TOTALS.
070700     MOVE LT-FILES        TO TOT-FILES
070800     MOVE LT-LINES        TO TOT-LINES
070900     MOVE LT-LEGACY       TO TOT-LEGACY
071000     MOVE WS-PREV-SEQ     TO TOT-LAST-SEQ
071100     MOVE WS-PREV-CHECK   TO TOT-LAST-CHECK
071200     MOVE LT-GAPS         TO TOT-GAPS
071300     MOVE LT-MISSING      TO TOT-MISSING
071400     MOVE LT-DUPLICATES   TO TOT-DUPLICATES
071500     MOVE LT-BROKEN       TO TOT-BROKEN
071600     MOVE LT-OUT-OF-ORDER TO TOT-ORDER
071700     MOVE LT-UNSEQUENCED  TO TOT-UNSEQ
071800     MOVE LT-OTHER        TO TOT-OTHER
071900     MOVE LT-EXCEPTIONS   TO TOT-EXCEPTIONS
072000     IF LT-EXCEPTIONS = ZERO
072100         MOVE "INTACT" TO TOT-VERDICT
072200     ELSE
072300         MOVE "EXCEPTIONS" TO TOT-VERDICT
072400         ADD 1 TO WS-BROKEN-LEDGERS
072500         ADD LT-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS
072600     END-IF
072700     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
072800     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
072900     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
073000     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
073100     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
073200     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE
073300     DISPLAY "LEDGVRFY: " LT-NAME (WS-LG-SUB) " " TOT-VERDICT
073400         " - " LT-EXCEPTIONS " EXCEPTIONS".
073500 5000-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------
073800* RESYNC: THE CONTROL RECORD TAKES THE LAST LINE ON FILE.
073900*--------------------------------------------------------------
074000 6000-RESYNC-CONTROL.
074100     IF NOT CONTROL-IS-OPEN
074200         DISPLAY "LEDGVRFY: CANNOT OPEN LEDGCTL - STATUS "
074300             LC-FILE-STATUS
074400         GO TO 6000-EXIT
074500     END-IF
074600     IF WS-PREV-SEQ = ZERO
074700         MOVE RSY-NONE-LINE TO RPT-LINE  WRITE RPT-LINE
074800         GO TO 6000-EXIT
074900     END-IF
075000     IF CONTROL-WAS-FOUND
075100         MOVE LC-LAST-SEQ TO RSY-OLD-SEQ
075200     ELSE
075300         MOVE ZERO TO RSY-OLD-SEQ
075400         MOVE LT-NAME (WS-LG-SUB) TO LC-LEDGER
075500     END-IF
075600     MOVE WS-PREV-SEQ   TO LC-LAST-SEQ
075700     MOVE WS-PREV-CHECK TO LC-LAST-CHECK
075800     MOVE WS-RUN-DATE   TO LC-LAST-DATE
075900     ACCEPT WS-TIME-NOW FROM TIME
076000     MOVE WS-NOW-HOURS  TO LC-LAST-HOURS
076100     MOVE WS-NOW-MINS   TO LC-LAST-MINS
076200     MOVE WS-NOW-SECS   TO LC-LAST-SECS
076300     IF CONTROL-WAS-FOUND
076400         REWRITE LEDGER-CONTROL-RECORD
076500     ELSE
076600         WRITE LEDGER-CONTROL-RECORD
076700     END-IF
076800     MOVE WS-PREV-SEQ   TO RSY-NEW-SEQ
076900     MOVE WS-PREV-CHECK TO RSY-NEW-CHECK
077000     MOVE RSY-LINE TO RPT-LINE  WRITE RPT-LINE.
077100 6000-EXIT.
077200     EXIT.
077300*--------------------------------------------------------------
077400 7000-FINALIZE.
077500     MOVE WS-BROKEN-LEDGERS   TO END-BROKEN
077600     MOVE WS-TOTAL-EXCEPTIONS TO END-EXCEPTIONS
077700     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
077800     MOVE END-LINE   TO RPT-LINE  WRITE RPT-LINE
077900     IF CONTROL-IS-OPEN
078000         CLOSE LEDGER-CONTROL-FILE
078100     END-IF
078200     CLOSE RPT-FILE
078300     DISPLAY "LEDGVRFY: " WS-ARG-FUNCTION " COMPLETE - "
078400         WS-BROKEN-LEDGERS " LEDGER(S) WITH EXCEPTIONS".
078500 7000-EXIT.
078600     EXIT.
078700*--------------------------------------------------------------
078800* COUNT THE EXCEPTION IN HAND AGAINST THE FILE AND THE LEDGER;
078900* LIST IT WHILE THE FILE IS UNDER ITS LISTING LIMIT.
079000*--------------------------------------------------------------
079100 8100-LIST-EXCEPTION.
079200     ADD 1 TO FC-EXCEPTIONS
079300     ADD 1 TO LT-EXCEPTIONS
079400     IF FC-LISTED >= WS-MAX-DETAIL
079500         GO TO 8100-EXIT
079600     END-IF
079700     IF FC-LISTED = ZERO
079800         MOVE COL-LINE TO RPT-LINE  WRITE RPT-LINE
079900     END-IF
080000     ADD 1 TO FC-LISTED
080100     MOVE WS-EXC-LINE TO DET-LINE-NO
080200     MOVE WS-EXC-SEQ  TO DET-SEQ
080300     MOVE WS-EXC-KIND TO DET-KIND
080400     MOVE WS-EXC-TEXT TO DET-TEXT
080500     MOVE DET-LINE TO RPT-LINE  WRITE RPT-LINE.
080600 8100-EXIT.
080700     EXIT.
080800 8200-FILE-SUMMARY.
080900     IF FC-EXCEPTIONS > FC-LISTED
081000         COMPUTE SUP-COUNT = FC-EXCEPTIONS - FC-LISTED
081100         MOVE SUP-LINE TO RPT-LINE  WRITE RPT-LINE
081200     END-IF
081300     MOVE FC-LINES      TO FSM-LINES
081400     MOVE FC-LEGACY     TO FSM-LEGACY
081500     MOVE FC-FIRST-SEQ  TO FSM-FIRST
081600     MOVE FC-LAST-SEQ   TO FSM-LAST
081700     MOVE FC-EXCEPTIONS TO FSM-EXCEPTIONS
081800     MOVE FSM-LINE TO RPT-LINE  WRITE RPT-LINE.
081900 8200-EXIT.
082000     EXIT.
082100*--------------------------------------------------------------
082200 9999-EXIT.
082300     STOP RUN.
