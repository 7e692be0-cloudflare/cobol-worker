002200*                    PHASE, SO "ROLLUP PLUS TALLY" STAYS
002300*                    EXACTLY LIFETIME ACROSS THE CUT WITH NO
002400*                    ROUND COUNTED IN BOTH.
002410*   2026-10-15  OPS  FOLD A MERGED PLAYER ID'S ROUNDS INTO
002420*                    THE ID IDMERGE MERGED IT INTO, BOTH IN THE
002430*                    ROLLUP AND IN THE REBUILT TALLY, SO THE
002440*                    CUT DOES NOT BRING BACK THE RETIRED ID.
002445*   2026-10-15  OPS  CARRY THE LEDGER SEQUENCE AND CHECK FIELDS
002450*                    THROUGH THE CUT UNCHANGED, AND RECORD EACH
002455*                    ARCHIVE'S LINE COUNT, FIRST AND LAST
002460*                    SEQUENCE AND LAST CHECK VALUE ON ITS ARCHDIR
002465*                    LINE SO LEDGVRFY CAN PROVE THE CHAIN ACROSS
002470*                    THE CUT.
002500*--------------------------------------------------------------
002600* PHASES, EACH IDEMPOTENT AND CHECKPOINTED IN ARCHCTL:
002700*   SPLIT  - COPY GAMELOG INTO THE DATED ARCHIVE (ROUNDS DATED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS TY-PLAYER-ID
007000         FILE STATUS IS TY-FILE-STATUS.
007010     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
007020         ORGANIZATION INDEXED
007030         ACCESS MODE IS DYNAMIC
007040         RECORD KEY IS PD-PLAYER-ID
007050         FILE STATUS IS PD-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GAME-LOG-FILE.
007400     COPY "gamelog.cpy".
007500 FD  ARCHIVE-FILE.
007600 01  ARCHIVE-RECORD        PIC X(76).
007700 FD  NEW-CURRENT-FILE.
007800 01  NEW-CURRENT-RECORD    PIC X(76).
007900 FD  ROLLUP-FILE.
008000     COPY "rollup.cpy".
008100 FD  ROLLUP-NEW-FILE.
008700     05 CTL-PHASE          PIC X(08).
008800     05 CTL-CUTOFF         PIC 9(06).
008900 FD  ARCHDIR-FILE.
009000     COPY "archdir.cpy".
009100 FD  TALLY-FILE.
009200     COPY "tally.cpy".
009210 FD  PLAYER-DIR-FILE.
009220     COPY "playerdir.cpy".
009300 WORKING-STORAGE SECTION.
009400*--------------------------------------------------------------
009500* SWITCHES AND COUNTERS
010200 77  CT-FILE-STATUS        PIC X(02) VALUE "00".
010300 77  AD-FILE-STATUS        PIC X(02) VALUE "00".
010400 77  TY-FILE-STATUS        PIC X(02) VALUE "00".
010450 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
010500 77  WS-RUN-DATE           PIC 9(06) VALUE ZERO.
010600 77  WS-TODAY-TALLY        PIC 9(06) VALUE ZERO.
010700 77  WS-EOF-SW             PIC X(01) VALUE "N".
011700 77  WS-ARG-CUTOFF         PIC X(06) VALUE SPACES.
011800 77  WS-ARCHIVED-COUNT     PIC 9(06) VALUE ZERO.
011900 77  WS-RETAINED-COUNT     PIC 9(06) VALUE ZERO.
011910 77  WS-ARCH-LINES         PIC 9(07) VALUE ZERO.
011920 77  WS-ARCH-FIRST-SEQ     PIC 9(09) VALUE ZERO.
011930 77  WS-ARCH-LAST-SEQ      PIC 9(09) VALUE ZERO.
011940 77  WS-ARCH-LAST-CHECK    PIC 9(09) VALUE ZERO.
012000*--------------------------------------------------------------
012100* DEFAULT CUTOFF WORK FIELDS - END OF THE MONTH BEFORE TODAY.
012200* DAY 31 IS SAFE AS A CUTOFF BECAUSE THE TEST IS "ON OR
017300     05 TS-LOSSES          PIC 9(06) COMP VALUE ZERO.
017400     05 TS-FREQ            PIC 9(06) COMP OCCURS 5 TIMES
017500                           VALUE ZERO.
017505*--------------------------------------------------------------
017510* MERGED-ID MAP: EVERY DIRECTORY ENTRY IDMERGE RETIRED, WITH
017515* THE ID IT WAS FOLDED INTO.  THE LEDGERS KEEP THE IDS ROUNDS
017520* WERE PLAYED UNDER, SO A RETIRED ID READ OFF THE LEDGER IS
017525* COUNTED UNDER ITS SURVIVOR (FOLLOWING A LATER MERGE OF THE
017530* SURVIVOR ITSELF, UP TO NINE DEEP).
017535*--------------------------------------------------------------
017540 77  WS-MAX-MERGES         PIC 9(04) COMP VALUE 500.
017545 77  WS-MG-COUNT           PIC 9(04) COMP VALUE ZERO.
017550 77  WS-MG-OVERFLOW        PIC 9(06) COMP VALUE ZERO.
017555 77  WS-MG-SUB             PIC 9(04) COMP VALUE ZERO.
017560 77  WS-MG-HOP             PIC 9(02) COMP VALUE ZERO.
017565 77  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
017570     88 MERGED-ID-FOUND         VALUE "Y".
017575 01  WS-MAP-ID             PIC X(16) VALUE SPACES.
017580 01  MERGE-MAP-TABLE.
017585     05 MG-ENTRY OCCURS 500 TIMES.
017590        10 MG-RETIRED-ID   PIC X(16).
017595        10 MG-SURVIVOR-ID  PIC X(16).
017600*--------------------------------------------------------------
017700* THE ARCHIVE FILE IS READ BACK THROUGH THE LEDGER LAYOUT
017800* DURING THE ROLLUP PHASE.
018800     05 AW-PLAYER-CHOICE   PIC 9(01).
018900     05 AW-COMPUTER-CHOICE PIC 9(01).
019000     05 AW-RESULT          PIC X(04).
019010     05 AW-SEQ             PIC 9(09).
019020     05 AW-CHECK           PIC 9(09).
019100 PROCEDURE DIVISION.
019200*--------------------------------------------------------------
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019450     PERFORM 1100-LOAD-MERGE-MAP THRU 1100-EXIT
019500     IF WS-PHASE = "SPLIT"
019600         PERFORM 2000-SPLIT-LEDGER THRU 2000-EXIT
019700     END-IF
027000     END-IF.
027100 1000-EXIT.
027200     EXIT.
027202*--------------------------------------------------------------
027204* LOAD THE MERGED-ID MAP FROM PLAYERDIR.  NO DIRECTORY, OR NO
027206* MERGES IN IT, LEAVES THE MAP EMPTY AND EVERY ID AS READ.
027208*--------------------------------------------------------------
027210 1100-LOAD-MERGE-MAP.
027212     MOVE ZERO TO WS-MG-COUNT
027214     OPEN INPUT PLAYER-DIR-FILE
027216     IF PD-FILE-STATUS NOT = "00"
027218         GO TO 1100-EXIT
027220     END-IF
027222     MOVE "N" TO WS-EOF-SW
027224     PERFORM 1110-LOAD-ONE-MERGE THRU 1110-EXIT
027226         UNTIL INPUT-AT-EOF
027228     CLOSE PLAYER-DIR-FILE
027230     MOVE "N" TO WS-EOF-SW
027232     IF WS-MG-OVERFLOW > ZERO
027234         DISPLAY "GLARCHIV: MERGE MAP FULL - "
027236             WS-MG-OVERFLOW " MERGED IDS NOT MAPPED"
027238     END-IF.
027240 1100-EXIT.
027242     EXIT.
027244 1110-LOAD-ONE-MERGE.
027246     READ PLAYER-DIR-FILE NEXT RECORD
027248         AT END
027250             SET INPUT-AT-EOF TO TRUE
027252             GO TO 1110-EXIT
027254     END-READ
027256     IF NOT PLAYER-WAS-MERGED
027258         GO TO 1110-EXIT
027260     END-IF
027262     IF WS-MG-COUNT >= WS-MAX-MERGES
027264         ADD 1 TO WS-MG-OVERFLOW
027266         GO TO 1110-EXIT
027268     END-IF
027270     ADD 1 TO WS-MG-COUNT
027272     MOVE PD-PLAYER-ID   TO MG-RETIRED-ID (WS-MG-COUNT)
027274     MOVE PD-MERGED-INTO TO MG-SURVIVOR-ID (WS-MG-COUNT).
027276 1110-EXIT.
027278     EXIT.
027300*--------------------------------------------------------------
027400* PHASE 1: SPLIT THE LEDGER.  GAMELOG IS ONLY READ, SO A CRASH
027500* ANYWHERE IN HERE LEAVES THE LIVE LEDGER WHOLE AND A RERUN
044900             SET INPUT-AT-EOF TO TRUE
045000             GO TO 3210-EXIT
045100     END-READ
045110     MOVE AW-PLAYER-ID TO WS-MAP-ID
045120     PERFORM 3240-MAP-MERGED-ID THRU 3240-EXIT
045130     MOVE WS-MAP-ID    TO AW-PLAYER-ID
045200     ADD 1 TO TS-ROUNDS
045300     EVALUATE AW-RESULT
045400         WHEN "win"  ADD 1 TO TS-WINS
051400     END-IF.
051500 3230-EXIT.
051600     EXIT.
051602*--------------------------------------------------------------
051604* WS-MAP-ID IN, THE ID IT NOW COUNTS UNDER OUT.
051606*--------------------------------------------------------------
051608 3240-MAP-MERGED-ID.
051610     IF WS-MG-COUNT = ZERO OR WS-MAP-ID = SPACES
051612         GO TO 3240-EXIT
051614     END-IF
051616     SET MERGED-ID-FOUND TO TRUE
051618     PERFORM 3250-MAP-ONE-HOP THRU 3250-EXIT
051620         VARYING WS-MG-HOP FROM 1 BY 1
051622         UNTIL WS-MG-HOP > 9 OR NOT MERGED-ID-FOUND.
051624 3240-EXIT.
051626     EXIT.
051628 3250-MAP-ONE-HOP.
051630     MOVE "N" TO WS-MG-FOUND-SW
051632     PERFORM 3260-MATCH-MERGE-ENTRY THRU 3260-EXIT
051634         VARYING WS-MG-SUB FROM 1 BY 1
051636         UNTIL WS-MG-SUB > WS-MG-COUNT OR MERGED-ID-FOUND.
051638 3250-EXIT.
051640     EXIT.
051642 3260-MATCH-MERGE-ENTRY.
051644     IF MG-RETIRED-ID (WS-MG-SUB) = WS-MAP-ID
051646         MOVE MG-SURVIVOR-ID (WS-MG-SUB) TO WS-MAP-ID
051648         SET MERGED-ID-FOUND TO TRUE
051650     END-IF.
051652 3260-EXIT.
051654     EXIT.
051700*--------------------------------------------------------------
051800* WRITE THE FINISHED TABLE OUT AS ROLLUPNEW.
051900*--------------------------------------------------------------
060000* KEEP THE ARCHDIR LIST CURRENT - ONE LINE PER DATED ARCHIVE
060100* FILE EVER CUT, IN THE ORDER THE CUTS RAN.  ARCHQRY WALKS THE
060200* ARCHIVES OFF THIS LIST, SO THE CUTOFF IS APPENDED EXACTLY
060250* ONCE EVEN WHEN A CRASHED SWAP PHASE IS RERUN.  THE LINE
060300* ALSO CARRIES THE ARCHIVE'S PLACE IN THE GAMELOG CHAIN, TAKEN
060350* FROM THE ARCHIVE FILE AS CUT.
060400*--------------------------------------------------------------
060500 4300-RECORD-ARCHIVE.
060600     MOVE "N" TO WS-ARCHDIR-EOF-SW
061500     IF CUTOFF-IS-LISTED
061600         GO TO 4300-EXIT
061700     END-IF
061750     PERFORM 4320-SCAN-ARCHIVE THRU 4320-EXIT
061800     OPEN EXTEND ARCHDIR-FILE
061900     IF AD-FILE-STATUS NOT = "00"
062000         OPEN OUTPUT ARCHDIR-FILE
062100     END-IF
062120     MOVE WS-CUTOFF-X        TO AD-CUTOFF
062130     MOVE WS-ARCH-LINES      TO AD-LINE-COUNT
062140     MOVE WS-ARCH-FIRST-SEQ  TO AD-FIRST-SEQ
062150     MOVE WS-ARCH-LAST-SEQ   TO AD-LAST-SEQ
062160     MOVE WS-ARCH-LAST-CHECK TO AD-LAST-CHECK
062300     WRITE ARCHDIR-RECORD
062400     CLOSE ARCHDIR-FILE.
062500 4300-EXIT.
063000             SET ARCHDIR-AT-EOF TO TRUE
063100             GO TO 4310-EXIT
063200     END-READ
063300     IF AD-CUTOFF = WS-CUTOFF-X
063400         SET CUTOFF-IS-LISTED TO TRUE
063500     END-IF.
063600 4310-EXIT.
063700     EXIT.
063702*--------------------------------------------------------------
063704* COUNT THE ARCHIVE'S LINES AND NOTE THE FIRST AND LAST
063706* SEQUENCED ONES.  LINES FROM BEFORE THE CHAIN BEGAN CARRY NO
063708* SEQUENCE AND ARE ONLY COUNTED; AN ARCHIVE HOLDING NOTHING BUT
063710* THOSE RECORDS ZERO SEQUENCES.
063712*--------------------------------------------------------------
063714 4320-SCAN-ARCHIVE.
063716     MOVE ZERO TO WS-ARCH-LINES
063718     MOVE ZERO TO WS-ARCH-FIRST-SEQ
063720     MOVE ZERO TO WS-ARCH-LAST-SEQ
063722     MOVE ZERO TO WS-ARCH-LAST-CHECK
063724     MOVE "N" TO WS-EOF-SW
063726     OPEN INPUT ARCHIVE-FILE
063728     IF AR-FILE-STATUS NOT = "00"
063730         GO TO 4320-EXIT
063732     END-IF
063734     PERFORM 4330-SCAN-ONE-LINE THRU 4330-EXIT
063736         UNTIL INPUT-AT-EOF
063738     CLOSE ARCHIVE-FILE
063740     MOVE "N" TO WS-EOF-SW.
063742 4320-EXIT.
063744     EXIT.
063746 4330-SCAN-ONE-LINE.
063748     READ ARCHIVE-FILE INTO ARCH-WORK-RECORD
063750         AT END
063752             SET INPUT-AT-EOF TO TRUE
063754             GO TO 4330-EXIT
063756     END-READ
063758     ADD 1 TO WS-ARCH-LINES
063760     IF AW-SEQ NOT NUMERIC OR AW-CHECK NOT NUMERIC
063762         GO TO 4330-EXIT
063764     END-IF
063766     IF WS-ARCH-FIRST-SEQ = ZERO
063768         MOVE AW-SEQ TO WS-ARCH-FIRST-SEQ
063770     END-IF
063772     MOVE AW-SEQ   TO WS-ARCH-LAST-SEQ
063774     MOVE AW-CHECK TO WS-ARCH-LAST-CHECK.
063776 4330-EXIT.
063778     EXIT.
063800*--------------------------------------------------------------
063900* REBUILD THE WORKER'S LIVE TALLY FROM THE RETAINED LEDGER -
064000* THE SAME GLNEWCUR THE SWAP JUST PUT LIVE - SO THE TALLY
069000             SET INPUT-AT-EOF TO TRUE
069100             GO TO 4410-EXIT
069200     END-READ
069210     MOVE AW-PLAYER-ID TO WS-MAP-ID
069220     PERFORM 3240-MAP-MERGED-ID THRU 3240-EXIT
069230     MOVE WS-MAP-ID    TO AW-PLAYER-ID
069300     ADD 1 TO TS-ROUNDS
069400     EVALUATE AW-RESULT
069500         WHEN "win"  ADD 1 TO TS-WINS
