001400*                    BEFORE WALKING THE LEDGER, SO LIFETIME
001500*                    TOTALS SURVIVE THE MONTH-END ARCHIVE CUT
001600*                    THAT TRIMS GAMELOG TO THE CURRENT PERIOD.
001610*   2026-10-15  OPS  RANK A MERGED PLAYER ID'S LEDGER ROUNDS
001620*                    UNDER THE ID IDMERGE MERGED IT INTO.
001700*--------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RU-PLAYER-ID
003600         FILE STATUS IS RU-FILE-STATUS.
003610     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
003620         ORGANIZATION INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS PD-PLAYER-ID
003650         FILE STATUS IS PD-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  GAME-LOG-FILE.
004400 01  RPT-LINE             PIC X(80).
004500 FD  ROLLUP-FILE.
004600     COPY "rollup.cpy".
004610 FD  PLAYER-DIR-FILE.
004620     COPY "playerdir.cpy".
004700 WORKING-STORAGE SECTION.
004800*--------------------------------------------------------------
004900* SWITCHES AND COUNTERS
005200 77  PL-FILE-STATUS        PIC X(02) VALUE "00".
005300 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
005400 77  RU-FILE-STATUS        PIC X(02) VALUE "00".
005410 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
005420 77  WS-DIR-EOF-SW         PIC X(01) VALUE "N".
005430     88 DIRECTORY-AT-EOF        VALUE "Y".
005500 77  WS-ROLLUP-EOF-SW      PIC X(01) VALUE "N".
005600     88 ROLLUP-AT-EOF           VALUE "Y".
005700 77  WS-TOTALS-KEY         PIC X(16) VALUE "*TOTALS*".
007900 77  WS-FREQ-SUB           PIC 9(01) VALUE ZERO.
008000 77  WS-BEST-FREQ          PIC 9(06) COMP VALUE ZERO.
008100 77  WS-FAVORITE           PIC 9(01) VALUE ZERO.
008105*--------------------------------------------------------------
008110* MERGED-ID MAP: EVERY DIRECTORY ENTRY IDMERGE RETIRED, WITH
008115* THE ID IT WAS FOLDED INTO.  THE LEDGERS KEEP THE IDS ROUNDS
008120* WERE PLAYED UNDER, SO A RETIRED ID READ OFF THE LEDGER IS
008125* COUNTED UNDER ITS SURVIVOR (FOLLOWING A LATER MERGE OF THE
008130* SURVIVOR ITSELF, UP TO NINE DEEP).
008135*--------------------------------------------------------------
008140 77  WS-MAX-MERGES         PIC 9(04) COMP VALUE 500.
008145 77  WS-MG-COUNT           PIC 9(04) COMP VALUE ZERO.
008150 77  WS-MG-OVERFLOW        PIC 9(06) COMP VALUE ZERO.
008155 77  WS-MG-SUB             PIC 9(04) COMP VALUE ZERO.
008160 77  WS-MG-HOP             PIC 9(02) COMP VALUE ZERO.
008165 77  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
008170     88 MERGED-ID-FOUND         VALUE "Y".
008175 01  WS-MAP-ID             PIC X(16) VALUE SPACES.
008180 01  MERGE-MAP-TABLE.
008185     05 MG-ENTRY OCCURS 500 TIMES.
008190        10 MG-RETIRED-ID   PIC X(16).
008195        10 MG-SURVIVOR-ID  PIC X(16).
008200 01  PLAYER-TABLE.
008300     05 PT-ENTRY OCCURS 500 TIMES.
008400        10 PT-PLAYER-ID    PIC X(16).
015800*--------------------------------------------------------------
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016050     PERFORM 1400-LOAD-MERGE-MAP THRU 1400-EXIT
016100     PERFORM 1500-SEED-FROM-ROLLUP THRU 1500-EXIT
016200     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
016300         UNTIL GAME-LOG-EOF
017900     END-READ.
018000 1000-EXIT.
018100     EXIT.
018102*--------------------------------------------------------------
018104* LOAD THE MERGED-ID MAP FROM PLAYERDIR.  NO DIRECTORY, OR NO
018106* MERGES IN IT, LEAVES THE MAP EMPTY AND EVERY ID AS READ.
018108*--------------------------------------------------------------
018110 1400-LOAD-MERGE-MAP.
018112     MOVE ZERO TO WS-MG-COUNT
018114     OPEN INPUT PLAYER-DIR-FILE
018116     IF PD-FILE-STATUS NOT = "00"
018118         GO TO 1400-EXIT
018120     END-IF
018122     MOVE "N" TO WS-DIR-EOF-SW
018124     PERFORM 1410-LOAD-ONE-MERGE THRU 1410-EXIT
018126         UNTIL DIRECTORY-AT-EOF
018128     CLOSE PLAYER-DIR-FILE
018130     MOVE "N" TO WS-DIR-EOF-SW
018132     IF WS-MG-OVERFLOW > ZERO
018134         DISPLAY "LEADERBD: MERGE MAP FULL - "
018136             WS-MG-OVERFLOW " MERGED IDS NOT MAPPED"
018138     END-IF.
018140 1400-EXIT.
018142     EXIT.
018144 1410-LOAD-ONE-MERGE.
018146     READ PLAYER-DIR-FILE NEXT RECORD
018148         AT END
018150             SET DIRECTORY-AT-EOF TO TRUE
018152             GO TO 1410-EXIT
018154     END-READ
018156     IF NOT PLAYER-WAS-MERGED
018158         GO TO 1410-EXIT
018160     END-IF
018162     IF WS-MG-COUNT >= WS-MAX-MERGES
018164         ADD 1 TO WS-MG-OVERFLOW
018166         GO TO 1410-EXIT
018168     END-IF
018170     ADD 1 TO WS-MG-COUNT
018172     MOVE PD-PLAYER-ID   TO MG-RETIRED-ID (WS-MG-COUNT)
018174     MOVE PD-MERGED-INTO TO MG-SURVIVOR-ID (WS-MG-COUNT).
018176 1410-EXIT.
018178     EXIT.
018200*--------------------------------------------------------------
018300* SEED THE TABLE FROM THE ROLLUP'S PER-PLAYER RECORDS - THE
018400* MONTH-END CUT TRIMS GAMELOG TO THE CURRENT PERIOD, SO THE
023900     IF GL-PLAYER-ID = SPACES
024000         GO TO 2000-READ-NEXT
024100     END-IF
024110     MOVE GL-PLAYER-ID TO WS-MAP-ID
024120     PERFORM 2120-MAP-MERGED-ID THRU 2120-EXIT
024200     PERFORM 2100-FIND-PLAYER THRU 2100-EXIT
024300     IF WS-SUB = ZERO
024400         GO TO 2000-READ-NEXT
026900     ADD 1 TO WS-PLAYER-COUNT
027000     MOVE WS-PLAYER-COUNT TO WS-SUB
027100     INITIALIZE PT-ENTRY (WS-SUB)
027200     MOVE WS-MAP-ID TO PT-PLAYER-ID (WS-SUB).
027300 2100-EXIT.
027400     EXIT.
027500 2110-MATCH-PLAYER.
027600     IF PT-PLAYER-ID (WS-SUB-2) = WS-MAP-ID
027700         MOVE WS-SUB-2 TO WS-SUB
027800     END-IF.
027900 2110-EXIT.
028000     EXIT.
028002*--------------------------------------------------------------
028004* WS-MAP-ID IN, THE ID IT NOW COUNTS UNDER OUT.
028006*--------------------------------------------------------------
028008 2120-MAP-MERGED-ID.
028010     IF WS-MG-COUNT = ZERO OR WS-MAP-ID = SPACES
028012         GO TO 2120-EXIT
028014     END-IF
028016     SET MERGED-ID-FOUND TO TRUE
028018     PERFORM 2130-MAP-ONE-HOP THRU 2130-EXIT
028020         VARYING WS-MG-HOP FROM 1 BY 1
028022         UNTIL WS-MG-HOP > 9 OR NOT MERGED-ID-FOUND.
028024 2120-EXIT.
028026     EXIT.
028028 2130-MAP-ONE-HOP.
028030     MOVE "N" TO WS-MG-FOUND-SW
028032     PERFORM 2140-MATCH-MERGE-ENTRY THRU 2140-EXIT
028034         VARYING WS-MG-SUB FROM 1 BY 1
028036         UNTIL WS-MG-SUB > WS-MG-COUNT OR MERGED-ID-FOUND.
028038 2130-EXIT.
028040     EXIT.
028042 2140-MATCH-MERGE-ENTRY.
028044     IF MG-RETIRED-ID (WS-MG-SUB) = WS-MAP-ID
028046         MOVE MG-SURVIVOR-ID (WS-MG-SUB) TO WS-MAP-ID
028048         SET MERGED-ID-FOUND TO TRUE
028050     END-IF.
028052 2140-EXIT.
028054     EXIT.
028100*--------------------------------------------------------------
028200* LEDGER ORDER IS ARRIVAL ORDER, SO THE WIN-STREAK RUN CAN BE
028300* KEPT AS THE RECORDS GO BY: A WIN EXTENDS IT, A LOSS RESETS
