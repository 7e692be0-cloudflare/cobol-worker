001700*                    MISMATCHES PRINT TO RECONRPT, AND THE
001800*                    FULL LEDGER-DERIVED TALLY IS WRITTEN TO
001900*                    TALLYFIX, WHICH APPLY PUTS LIVE WHOLESALE.
001910*   2026-10-15  OPS  CARRY THE LAST-ACTIVITY DATE AND MATCHADJ'S
001920*                    CLOSE-OUT FIELDS THROUGH TO THE REPAIR
001930*                    RECORD SO AN APPLY CANNOT REOPEN A MATCH
001940*                    THAT WAS FORFEITED OR VOIDED, AND COUNT A
001950*                    MATCH CLOSED OUT BEFORE ANY ROUND WAS
001960*                    PLAYED AS CLEAN RATHER THAN STATE-ONLY.
001965*   2026-10-15  OPS  COUNT A MERGED PLAYER ID'S LEDGER ROUNDS
001970*                    UNDER THE ID IDMERGE FOLDED IT INTO, BOTH
001975*                    FOR THE TALLY AND FOR WHICH SIDE OF A
001980*                    REPOINTED MATCH A ROUND BELONGS TO.
002000*--------------------------------------------------------------
002100* THE LEDGER IS THE SYSTEM OF RECORD FOR DISPUTES, SO THE
002200* RUNNING TALLIES HAVE TO BE PROVABLY CONSISTENT WITH IT.  A
006100     SELECT TALLY-FIX-FILE ASSIGN TO "TALLYFIX"
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS IS TF-FILE-STATUS.
006310     SELECT PLAYER-DIR-FILE ASSIGN TO "PLAYERDIR"
006320         ORGANIZATION INDEXED
006330         ACCESS MODE IS DYNAMIC
006340         RECORD KEY IS PD-PLAYER-ID
006350         FILE STATUS IS PD-FILE-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  GAME-LOG-FILE.
007900     COPY "tally.cpy"
008000         REPLACING ==TALLY-RECORD== BY ==TALLY-FIX-RECORD==
008100                   LEADING ==TY-== BY ==TF-==.
008110 FD  PLAYER-DIR-FILE.
008120     COPY "playerdir.cpy".
008200 WORKING-STORAGE SECTION.
008300*--------------------------------------------------------------
008400* SWITCHES AND COUNTERS
008900 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
009000 77  TY-FILE-STATUS        PIC X(02) VALUE "00".
009100 77  TF-FILE-STATUS        PIC X(02) VALUE "00".
009150 77  PD-FILE-STATUS        PIC X(02) VALUE "00".
009200 77  WS-EOF-SW             PIC X(01) VALUE "N".
009300     88 INPUT-AT-EOF            VALUE "Y".
009400 77  WS-MS-OPEN-SW         PIC X(01) VALUE "N".
013500     05 TT-FREQ            PIC 9(06) COMP OCCURS 5 TIMES
013600                           VALUE ZERO.
013700     05 TT-TODAY           PIC 9(06) COMP VALUE ZERO.
013705*--------------------------------------------------------------
013710* MERGED-ID MAP: EVERY DIRECTORY ENTRY IDMERGE RETIRED, WITH
013715* THE ID IT WAS FOLDED INTO.  THE LEDGERS KEEP THE IDS ROUNDS
013720* WERE PLAYED UNDER, SO A RETIRED ID READ OFF GAMELOG IS
013725* COUNTED UNDER ITS SURVIVOR (FOLLOWING A LATER MERGE OF THE
013730* SURVIVOR ITSELF, UP TO NINE DEEP).
013735*--------------------------------------------------------------
013740 77  WS-MAX-MERGES         PIC 9(04) COMP VALUE 500.
013745 77  WS-MG-COUNT           PIC 9(04) COMP VALUE ZERO.
013750 77  WS-MG-OVERFLOW        PIC 9(06) COMP VALUE ZERO.
013755 77  WS-MG-SUB             PIC 9(04) COMP VALUE ZERO.
013760 77  WS-MG-HOP             PIC 9(02) COMP VALUE ZERO.
013765 77  WS-MG-FOUND-SW        PIC X(01) VALUE "N".
013770     88 MERGED-ID-FOUND         VALUE "Y".
013775 01  WS-MAP-ID             PIC X(16) VALUE SPACES.
013780 01  MERGE-MAP-TABLE.
013785     05 MG-ENTRY OCCURS 500 TIMES.
013790        10 MG-RETIRED-ID   PIC X(16).
013795        10 MG-SURVIVOR-ID  PIC X(16).
013800*--------------------------------------------------------------
013900* IN-CORE MATCH TABLE: THE TALLIES RE-DERIVED FROM THE LEDGER
014000* (MT-D-*) NEXT TO WHAT THE MATCHSTATE RECORD CLAIMS (MT-S-*).
014100* THE SIDE IDS COME OFF THE STATE RECORD SO A PVP ROUND CAN BE
014200* MAPPED THE SAME WAY UPDATE-MATCH-STATE MAPPED IT: A ROUND
014300* LOGGED BY SIDE A COUNTS ITS WIN AGAINST SIDE B'S COLUMN AND
014400* VICE VERSA.  THE LAST-ACTIVITY AND CLOSE-OUT FIELDS ARE NOT
014410* LEDGER FACTS AT ALL; THEY RIDE ALONG FROM THE STATE RECORD
014420* ONLY SO A REPAIR RECORD CAN PUT THEM BACK UNCHANGED.
014500*--------------------------------------------------------------
014600 77  WS-MAX-MATCHES        PIC 9(04) COMP VALUE 500.
014700 77  WS-MATCH-COUNT        PIC 9(04) COMP VALUE ZERO.
016300        10 MT-S-TIES       PIC 9(02).
016400        10 MT-A-ID         PIC X(16).
016500        10 MT-B-ID         PIC X(16).
016510        10 MT-S-LAST-DATE  PIC 9(06).
016520        10 MT-S-CLOSE-ST   PIC X(01).
016530        10 MT-S-CLOSE-WIN  PIC X(16).
016540        10 MT-S-CLOSE-DATE PIC 9(06).
016600*--------------------------------------------------------------
016700* REPORT LINES
016800*--------------------------------------------------------------
026100* SO THE SIDE IDS ARE KNOWN BEFORE ANY ROUND IS MAPPED.
026200*--------------------------------------------------------------
026300 2000-DERIVE-FROM-LEDGER.
026350     PERFORM 2050-LOAD-MERGE-MAP THRU 2050-EXIT
026400     MOVE "N" TO WS-EOF-SW
026500     OPEN INPUT GAME-LOG-FILE
026600     IF GL-FILE-STATUS NOT = "00"
028000     END-IF.
028100 2000-EXIT.
028200     EXIT.
028202*--------------------------------------------------------------
028204* LOAD THE MERGED-ID MAP FROM PLAYERDIR.  NO DIRECTORY, OR NO
028206* MERGES IN IT, LEAVES THE MAP EMPTY AND EVERY ID AS READ.
028208*--------------------------------------------------------------
028210 2050-LOAD-MERGE-MAP.
028212     MOVE ZERO TO WS-MG-COUNT
028214     OPEN INPUT PLAYER-DIR-FILE
028216     IF PD-FILE-STATUS NOT = "00"
028218         GO TO 2050-EXIT
028220     END-IF
028222     MOVE "N" TO WS-EOF-SW
028224     PERFORM 2060-LOAD-ONE-MERGE THRU 2060-EXIT
028226         UNTIL INPUT-AT-EOF
028228     CLOSE PLAYER-DIR-FILE
028230     MOVE "N" TO WS-EOF-SW
028232     IF WS-MG-OVERFLOW > ZERO
028234         DISPLAY "MATCHRECN: MERGE MAP FULL - "
028236             WS-MG-OVERFLOW " MERGED IDS NOT MAPPED"
028238     END-IF.
028240 2050-EXIT.
028242     EXIT.
028244 2060-LOAD-ONE-MERGE.
028246     READ PLAYER-DIR-FILE NEXT RECORD
028248         AT END
028250             SET INPUT-AT-EOF TO TRUE
028252             GO TO 2060-EXIT
028254     END-READ
028256     IF NOT PLAYER-WAS-MERGED
028258         GO TO 2060-EXIT
028260     END-IF
028262     IF WS-MG-COUNT >= WS-MAX-MERGES
028264         ADD 1 TO WS-MG-OVERFLOW
028266         GO TO 2060-EXIT
028268     END-IF
028270     ADD 1 TO WS-MG-COUNT
028272     MOVE PD-PLAYER-ID   TO MG-RETIRED-ID (WS-MG-COUNT)
028274     MOVE PD-MERGED-INTO TO MG-SURVIVOR-ID (WS-MG-COUNT).
028276 2060-EXIT.
028278     EXIT.
028300 2100-DERIVE-ONE-ROUND.
028400     READ GAME-LOG-FILE
028500         AT END
028600             SET INPUT-AT-EOF TO TRUE
028700             GO TO 2100-EXIT
028800     END-READ
028810     MOVE GL-PLAYER-ID TO WS-MAP-ID
028820     PERFORM 2600-MAP-MERGED-ID THRU 2600-EXIT
028900*    EVERY ROUND FEEDS THE TALLY DERIVATION - INCLUDING THE
029000*    CASUAL ONES WITH NO MATCH ID THAT THE MATCH CHECK BELOW
029100*    RIGHTLY SKIPS.
030100*    THE SAME SIDE MAPPING UPDATE-MATCH-STATE USES: A ROUND
030200*    LOGGED BY SIDE A BOOKS ITS WIN IN THE COMPUTER-WINS
030300*    COLUMN (SIDE B'S LOSS COLUMN) AND ITS LOSS IN PLAYER-WINS.
030310*    A ROUND A RETIRED ID PLAYED BELONGS TO WHICHEVER SIDE ITS
030320*    SURVIVOR NOW HOLDS - UNLESS THE ID IS STILL ON THE OTHER
030330*    SIDE ITSELF (A MATCH BETWEEN THE TWO IDS IS NEVER
030340*    REPOINTED).
030400     IF MT-A-ID (WS-SUB) NOT = SPACES
030450         AND (GL-PLAYER-ID = MT-A-ID (WS-SUB)
030500              OR (GL-PLAYER-ID NOT = MT-B-ID (WS-SUB)
030550                  AND WS-MAP-ID = MT-A-ID (WS-SUB)))
030600         EVALUATE GL-RESULT
030700             WHEN "win"  ADD 1 TO MT-D-COMPUTER-W (WS-SUB)
030800             WHEN "lose" ADD 1 TO MT-D-PLAYER-W (WS-SUB)
034600     MOVE "N" TO MT-STATE-SW (WS-SUB)
034700     MOVE SPACES TO MT-A-ID (WS-SUB)
034800     MOVE SPACES TO MT-B-ID (WS-SUB)
034810     MOVE WS-RUN-DATE TO MT-S-LAST-DATE (WS-SUB)
034820     MOVE SPACE  TO MT-S-CLOSE-ST (WS-SUB)
034830     MOVE SPACES TO MT-S-CLOSE-WIN (WS-SUB)
034840     MOVE ZERO   TO MT-S-CLOSE-DATE (WS-SUB)
034900     IF NOT MATCH-STATE-IS-OPEN
035000         GO TO 2300-EXIT
035100     END-IF
036100     MOVE MS-COMPUTER-WINS TO MT-S-COMPUTER-W (WS-SUB)
036200     MOVE MS-TIES          TO MT-S-TIES (WS-SUB)
036300     MOVE MS-PLAYER-A-ID   TO MT-A-ID (WS-SUB)
036400     MOVE MS-PLAYER-B-ID   TO MT-B-ID (WS-SUB)
036410     MOVE MS-LAST-DATE     TO MT-S-LAST-DATE (WS-SUB)
036420     MOVE MS-CLOSE-STATUS  TO MT-S-CLOSE-ST (WS-SUB)
036430     MOVE MS-CLOSE-WINNER-ID TO MT-S-CLOSE-WIN (WS-SUB)
036440     MOVE MS-CLOSE-DATE    TO MT-S-CLOSE-DATE (WS-SUB).
036500 2300-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------
038200     IF GL-DATE = WS-RUN-DATE
038300         ADD 1 TO TT-TODAY
038400     END-IF
038500     IF WS-MAP-ID = SPACES
038600         GO TO 2500-EXIT
038700     END-IF
038800     PERFORM 2510-FIND-TALLY-ENTRY THRU 2510-EXIT
041500     ADD 1 TO WS-PY-COUNT
041600     MOVE WS-PY-COUNT TO WS-SUB
041700     INITIALIZE PY-ENTRY (WS-SUB)
041800     MOVE WS-MAP-ID TO PY-PLAYER-ID (WS-SUB)
041900     MOVE "N" TO PY-SEEN-SW (WS-SUB).
042000 2510-EXIT.
042100     EXIT.
042200 2520-MATCH-TALLY-ENTRY.
042300     IF PY-PLAYER-ID (WS-SUB-2) = WS-MAP-ID
042400         MOVE WS-SUB-2 TO WS-SUB
042500     END-IF.
042600 2520-EXIT.
042700     EXIT.
042702*--------------------------------------------------------------
042704* WS-MAP-ID IN, THE ID IT NOW COUNTS UNDER OUT.
042706*--------------------------------------------------------------
042708 2600-MAP-MERGED-ID.
042710     IF WS-MG-COUNT = ZERO OR WS-MAP-ID = SPACES
042712         GO TO 2600-EXIT
042714     END-IF
042716     SET MERGED-ID-FOUND TO TRUE
042718     PERFORM 2610-MAP-ONE-HOP THRU 2610-EXIT
042720         VARYING WS-MG-HOP FROM 1 BY 1
042722         UNTIL WS-MG-HOP > 9 OR NOT MERGED-ID-FOUND.
042724 2600-EXIT.
042726     EXIT.
042728 2610-MAP-ONE-HOP.
042730     MOVE "N" TO WS-MG-FOUND-SW
042732     PERFORM 2620-MATCH-MERGE-ENTRY THRU 2620-EXIT
042734         VARYING WS-MG-SUB FROM 1 BY 1
042736         UNTIL WS-MG-SUB > WS-MG-COUNT OR MERGED-ID-FOUND.
042738 2610-EXIT.
042740     EXIT.
042742 2620-MATCH-MERGE-ENTRY.
042744     IF MG-RETIRED-ID (WS-MG-SUB) = WS-MAP-ID
042746         MOVE MG-SURVIVOR-ID (WS-MG-SUB) TO WS-MAP-ID
042748         SET MERGED-ID-FOUND TO TRUE
042750     END-IF.
042752 2620-EXIT.
042754     EXIT.
042800*--------------------------------------------------------------
042900* PASS 2: THE OTHER DIRECTION - STATE RECORDS WHOSE MATCH ID
043000* NEVER SHOWED UP IN THE LEDGER AT ALL.  THE FIRST-ROUND CRASH
046100     IF WS-SUB > ZERO
046200         GO TO 3100-EXIT
046300     END-IF
046310*    A STALLED MATCH MATCHADJ CLOSED OUT BEFORE ROUND ONE EVER
046320*    RESOLVED HAS NO LEDGER ROUNDS BY DESIGN - NOTHING TO SEE.
046330     IF MS-ROUNDS-PLAYED = ZERO
046340         AND MS-CLOSE-STATUS NOT = SPACE
046350         ADD 1 TO WS-CLEAN-COUNT
046360         GO TO 3100-EXIT
046370     END-IF
046400     ADD 1 TO WS-STATE-ONLY-COUNT
046500     MOVE MS-MATCH-ID      TO DET-MATCH-ID
046600     MOVE "STATE"          TO DET-SOURCE
056400     MOVE MT-D-ROUNDS (WS-SUB)     TO RF-ROUNDS-PLAYED
056500     MOVE MT-A-ID (WS-SUB)         TO RF-PLAYER-A-ID
056600     MOVE MT-B-ID (WS-SUB)         TO RF-PLAYER-B-ID
056610     MOVE MT-S-LAST-DATE (WS-SUB)  TO RF-LAST-DATE
056620     MOVE MT-S-CLOSE-ST (WS-SUB)   TO RF-CLOSE-STATUS
056630     MOVE MT-S-CLOSE-WIN (WS-SUB)  TO RF-CLOSE-WINNER-ID
056640     MOVE MT-S-CLOSE-DATE (WS-SUB) TO RF-CLOSE-DATE
056700     WRITE REPAIR-RECORD.
056800 4200-EXIT.
056900     EXIT.
