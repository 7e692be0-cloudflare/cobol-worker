001200*                    BRACKET'S MATCH IDS, ADVANCES WINNERS AS
001300*                    THEIR MATCHES COMPLETE, AND PRINTS THE
001400*                    BRACKET/STANDINGS REPORT.
001410*   2026-10-15  OPS  SWEEP FUNCTION ADVANCES EVERY OPEN EVENT
001420*                    IN ONE PASS FOR THE NIGHTLY CYCLE, AND A
001430*                    MATCH MATCHADJ CLOSED OUT AS STALLED NOW
001440*                    DECIDES ITS SLOT: A FORFEIT ADVANCES THE
001450*                    SIDE IT WAS AWARDED TO, A VOID ADVANCES
001460*                    THE UPPER-SLOT ENTRANT.
001500*--------------------------------------------------------------
001600* ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE TOURNAMENT ID:
001700*   REGISTER <id> [BEST-OF]  - CREATE THE EVENT FROM THE
002300*        MATCHSTATE.  SAFE TO RUN AS OFTEN AS WANTED.
002400*   REPORT   <id>  - PRINT THE BRACKET AND STANDINGS TO
002500*        TOURNRPT.
002510*   SWEEP          - ADVANCE EVERY EVENT STILL OPEN.  NO ID;
002520*        THIS IS THE FORM THE NIGHTLY CYCLE RUNS, SO A BRACKET
002530*        NOBODY REMEMBERED TO ADVANCE STILL MOVES.
002600* EACH BRACKET MATCH IS PLAYED THROUGH THE WORKER AS AN
002700* ORDINARY PVP BEST-OF-N ROUND SET UNDER THE GENERATED MATCH
002800* ID <id>-R<r>M<mm>; ENTRANTS MUST PASS THE EVENT'S BEST-OF.
002810* A MATCH THAT STALLS HALFWAY IS DECIDED BY MATCHADJ: THE
002820* NO-SHOW FORFEITS, OR - WHEN NOBODY CAN BE BLAMED - THE MATCH
002830* IS VOIDED AND THE UPPER SLOT (THE BETTER SEED IN ROUND ONE)
002840* GOES THROUGH, SO ONE ABANDONED MATCH CANNOT FREEZE A DRAW.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
007000     88 MATCH-STATE-IS-OPEN     VALUE "Y".
007100 77  WS-CHANGED-SW         PIC X(01) VALUE "N".
007200     88 BRACKET-CHANGED         VALUE "Y".
007210 77  WS-EVENT-COUNT        PIC 9(04) VALUE ZERO.
007220 77  WS-OPEN-COUNT         PIC 9(04) VALUE ZERO.
007300*--------------------------------------------------------------
007400* ARGUMENTS
007500*--------------------------------------------------------------
016000             PERFORM 3000-ADVANCE THRU 3000-EXIT
016100         WHEN "REPORT"
016200             PERFORM 4000-REPORT THRU 4000-EXIT
016210         WHEN "SWEEP"
016220             PERFORM 3500-SWEEP THRU 3500-EXIT
016300         WHEN OTHER
016400             DISPLAY "TOURNEY: FUNCTION MUST BE REGISTER,"
016500                 " ADVANCE, REPORT OR SWEEP"
016600     END-EVALUATE
016700     GO TO 9999-EXIT.
016800*--------------------------------------------------------------
018400     END-ACCEPT
018500     IF WS-ARG-TOURN-ID = SPACES
018600         AND WS-ARG-FUNCTION NOT = SPACES
018650         AND WS-ARG-FUNCTION NOT = "SWEEP"
018700         DISPLAY "TOURNEY: TOURNAMENT ID REQUIRED"
018800         MOVE SPACES TO WS-ARG-FUNCTION
018900     END-IF.
033400     IF MS-FILE-STATUS = "00"
033500         SET MATCH-STATE-IS-OPEN TO TRUE
033600     END-IF
033605     PERFORM 3050-ADVANCE-EVENT THRU 3050-EXIT
033610     IF MATCH-STATE-IS-OPEN
033615         CLOSE MATCH-STATE-FILE
033620     END-IF
033625     CLOSE TOURNAMENT-FILE.
033630 3000-EXIT.
033635     EXIT.
033640*--------------------------------------------------------------
033645* ADVANCE THE EVENT IN THE TOURNAMENT RECORD AREA, REWRITING IT
033650* ONLY WHEN A SLOT WAS FILLED.  SHARED BY ADVANCE AND SWEEP.
033655*--------------------------------------------------------------
033660 3050-ADVANCE-EVENT.
033700     MOVE "N" TO WS-CHANGED-SW
033800     PERFORM 3100-ADVANCE-ROUND THRU 3100-EXIT
033900         VARYING WS-ROUND FROM 1 BY 1
034800     END-IF
034900     IF BRACKET-CHANGED
035000         REWRITE TOURNAMENT-RECORD
035100     END-IF.
035200 3050-EXIT.
035700     EXIT.
035800 3100-ADVANCE-ROUND.
035900     PERFORM 3110-SET-ROUND-BASES THRU 3110-EXIT
043300* THE WORKER BOOKS SIDE B'S WINS IN MS-PLAYER-WINS AND SIDE
043400* A'S IN MS-COMPUTER-WINS (SIDE B IS WHOEVER COMPLETED ROUND
043500* ONE), SO A DECIDED MATCH NAMES ITS WINNER FROM THE STAMPED
043600* SIDE IDS, NOT FROM SEEDING ORDER.  A MATCH CLOSED OUT AS
043610* FORFEITED NAMES ITS WINNER IN MS-CLOSE-WINNER-ID (STILL HELD
043620* TO THE SAME IN-THIS-MATCH CHECK); A VOIDED ONE PASSES THE
043630* UPPER SLOT THROUGH.
043700*--------------------------------------------------------------
043800 3300-RESOLVE-MATCH.
043900     MOVE SPACES TO WS-WINNER-ID
044300         INVALID KEY
044400             GO TO 3300-EXIT
044500     END-READ
044505     IF MATCH-WAS-FORFEITED
044510         MOVE MS-CLOSE-WINNER-ID TO WS-WINNER-ID
044515         GO TO 3300-CHECK-WINNER
044520     END-IF
044525     IF MATCH-WAS-VOIDED
044530         MOVE WS-IN1-ID TO WS-WINNER-ID
044535         DISPLAY "TOURNEY: " WS-MATCH-ID " WAS VOIDED - "
044540             WS-IN1-ID " ADVANCES FROM THE UPPER SLOT"
044545         GO TO 3300-EXIT
044550     END-IF
044600     COMPUTE WS-NEEDED-WINS = (MS-BEST-OF + 1) / 2
044700     IF MS-PLAYER-WINS >= WS-NEEDED-WINS
044800         MOVE MS-PLAYER-B-ID TO WS-WINNER-ID
045300     END-IF
045400     IF WS-WINNER-ID = SPACES
045500         GO TO 3300-EXIT
045550     END-IF.
045600 3300-CHECK-WINNER.
045700     IF WS-WINNER-ID NOT = WS-IN1-ID
045800         AND WS-WINNER-ID NOT = WS-IN2-ID
045900         DISPLAY "TOURNEY: " WS-MATCH-ID " WON BY "
047500            INTO WS-MATCH-ID.
047600 3400-EXIT.
047700     EXIT.
047702*--------------------------------------------------------------
047704* SWEEP: ONE PASS DOWN THE TOURNAMENT FILE ADVANCING EVERY
047706* EVENT STILL OPEN, SO THE NIGHTLY CYCLE CARRIES FORWARD THE
047708* DAY'S RESULTS (AND MATCHADJ'S DECISIONS) WITHOUT AN OPERATOR
047710* NAMING EACH EVENT.  COMPLETE EVENTS ARE LEFT ALONE.
047712*--------------------------------------------------------------
047714 3500-SWEEP.
047716     MOVE "N" TO WS-EOF-SW
047718     OPEN I-O TOURNAMENT-FILE
047720     IF TN-FILE-STATUS NOT = "00"
047722         DISPLAY "TOURNEY: NO TOURNAMENT FILE - NOTHING TO SWEEP"
047724         GO TO 3500-EXIT
047726     END-IF
047728     MOVE "N" TO WS-MS-OPEN-SW
047730     OPEN INPUT MATCH-STATE-FILE
047732     IF MS-FILE-STATUS = "00"
047734         SET MATCH-STATE-IS-OPEN TO TRUE
047736     END-IF
047738     PERFORM 3510-SWEEP-ONE-EVENT THRU 3510-EXIT
047740         UNTIL INPUT-AT-EOF
047742     IF MATCH-STATE-IS-OPEN
047744         CLOSE MATCH-STATE-FILE
047746     END-IF
047748     CLOSE TOURNAMENT-FILE
047750     DISPLAY "TOURNEY: SWEPT " WS-OPEN-COUNT " OPEN OF "
047752         WS-EVENT-COUNT " EVENTS".
047754 3500-EXIT.
047756     EXIT.
047758 3510-SWEEP-ONE-EVENT.
047760     READ TOURNAMENT-FILE NEXT RECORD
047762         AT END
047764             SET INPUT-AT-EOF TO TRUE
047766             GO TO 3510-EXIT
047768     END-READ
047770     ADD 1 TO WS-EVENT-COUNT
047772     IF TOURN-IS-COMPLETE
047774         GO TO 3510-EXIT
047776     END-IF
047778     ADD 1 TO WS-OPEN-COUNT
047780     PERFORM 3050-ADVANCE-EVENT THRU 3050-EXIT.
047782 3510-EXIT.
047784     EXIT.
047800*--------------------------------------------------------------
047900* REPORT: THE WHOLE BRACKET ROUND BY ROUND - EVERY MATCH ID,
048000* WHO IT PAIRS, AND ITS WINNER SO FAR - THEN THE CHAMPION LINE
