001600*                    CYCLE ONCE RANKED STALE NUMBERS BECAUSE
001700*                    LEADERBD WENT BEFORE GLARCHIV HAD
001800*                    REBUILT ROLLUP; THE ORDER LIVES HERE NOW.
001810*   2026-10-15  OPS  MATCHADJ CLOSES OUT STALLED MATCHES AFTER
001820*                    THE ARCHIVE CUT AND BEFORE PENDSWEP
001830*                    PURGES THE PARKED PICKS IT JUDGES BY,
001840*                    THEN TOURNEY SWEEP ADVANCES THE BRACKETS.
001850*   2026-10-15  OPS  LEAGUE SWEEP POSTS THE NIGHT'S FIXTURE
001860*                    RESULTS TO THE LEAGUE STANDINGS RIGHT
001870*                    AFTER TOURNEY SWEEP.
001875*   2026-10-15  OPS  FAIRSCAN RUNS THE FAIR-PLAY SCAN AHEAD OF
001880*                    GLARCHIV, WHILE GAMELOG STILL HOLDS THE
001885*                    WHOLE PERIOD.
001887*   2026-10-15  OPS  STMTRUN WRITES THE MONTHLY PLAYER
001889*                    STATEMENTS RIGHT AFTER GLARCHIV, ON THE
001891*                    FIRST NIGHT OF A MONTH ONLY.
001893*   2026-10-15  OPS  LEDGVRFY PROVES THE LEDGER SEQUENCE AND
001895*                    CHECK CHAIN RIGHT AFTER MATCHRECN, BEFORE
001897*                    THE ARCHIVE CUT MOVES ANY LINE.
001900*--------------------------------------------------------------
002000* ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE CYCLE DATE:
002100*   RUN    [yymmdd] - RUN THE CYCLE FOR THE DATE (DEFAULT
002600*   STATUS          - PRINT EVERY JOB'S LAST RECORDED RUN TO
002700*        CYCLERPT.
002800* THE ORDER: BKUPUTIL SAVES EVERY KEYED FILE BEFORE ANYTHING
002850* MOVES; MATCHRECN CHECKS AGAINST THE LEDGER, LEDGVRFY PROVES
002900* ITS CHAIN AND FAIRSCAN SCANS IT, BEFORE THE ARCHIVE CUT CAN
002950* TRIM IT; GLARCHIV RUNS
003000* BEFORE EVERY JOB THAT SEEDS FROM ROLLUP; MATCHADJ DECIDES
003100* STALLED MATCHES WHILE PENDSWEP HAS STILL LEFT THEIR PARKED
003110* PICKS IN PLACE, AND THE TOURNEY AND LEAGUE SWEEPS FOLLOW IT
003120* SO A FORFEIT MOVES ITS BRACKET OR STANDINGS (AND RATECALC
003125* SEES IT) THE SAME NIGHT; STMTRUN STATES THE MONTH JUST
003130* ENDED ONCE ITS LEDGERS ARE SETTLED, ON A CYCLE DATED THE
003135* 1ST AND NO OTHER; THE REPORTS COME LAST.  EACH JOB IS
003140* LAUNCHED THROUGH THE RUNTIME (CALL "SYSTEM") AND JUDGED BY
003200* ITS EXIT CODE.
003400*--------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
008600     05 FILLER             PIC X(09) VALUE "MATCHRECN".
008700     05 FILLER             PIC X(40) VALUE
008800            "cobcrun MATCHRECN CHECK".
008802     05 FILLER             PIC X(09) VALUE "LEDGVRFY".
008804     05 FILLER             PIC X(40) VALUE
008806            "cobcrun LEDGVRFY CHECK".
008810     05 FILLER             PIC X(09) VALUE "FAIRSCAN".
008820     05 FILLER             PIC X(40) VALUE
008830            "cobcrun FAIRSCAN".
008900     05 FILLER             PIC X(09) VALUE "GLARCHIV".
009000     05 FILLER             PIC X(40) VALUE
009100            "cobcrun GLARCHIV".
009102     05 FILLER             PIC X(09) VALUE "STMTRUN".
009104     05 FILLER             PIC X(40) VALUE
009106            "cobcrun STMTRUN".
009110     05 FILLER             PIC X(09) VALUE "MATCHADJ".
009120     05 FILLER             PIC X(40) VALUE
009130            "cobcrun MATCHADJ".
009140     05 FILLER             PIC X(09) VALUE "TOURNEY".
009150     05 FILLER             PIC X(40) VALUE
009160            "cobcrun TOURNEY SWEEP".
009170     05 FILLER             PIC X(09) VALUE "LEAGUE".
009180     05 FILLER             PIC X(40) VALUE
009190            "cobcrun LEAGUE SWEEP".
009200     05 FILLER             PIC X(09) VALUE "PENDSWEP".
009300     05 FILLER             PIC X(40) VALUE
009400            "cobcrun PENDSWEP".
010950     05 FILLER             PIC X(40) VALUE
010960            "cobcrun BALRECN CHECK".
011000 01  FILLER REDEFINES JOB-TABLE.
011100     05 JOB-ENTRY OCCURS 17 TIMES.
011200        10 JT-NAME         PIC X(09).
011300        10 JT-COMMAND      PIC X(40).
011400 77  WS-JOB-COUNT          PIC 9(02) COMP VALUE 17.
011500 77  WS-JOB-SUB            PIC 9(02) COMP VALUE ZERO.
011600 77  WS-COMMAND            PIC X(40) VALUE SPACES.
011700*--------------------------------------------------------------
020100 2100-RUN-ONE-JOB.
020200     MOVE "N" TO WS-NEW-REC-SW
020300     MOVE JT-NAME (WS-JOB-SUB) TO RC-JOB-NAME
020305*    THE STATEMENT RUN IS ONLY DUE ON THE FIRST NIGHT OF A
020310*    MONTH; ANY OTHER CYCLE PASSES IT BY WITHOUT A RUNCTL
020315*    MARK, SO ITS RECORD STILL SHOWS THE LAST MONTH-START IT
020320*    RAN FOR.
020325     IF JT-NAME (WS-JOB-SUB) = "STMTRUN"
020330         AND WS-CYCLE-DATE (5:2) NOT = "01"
020335         ADD 1 TO WS-SKIP-COUNT
020340         DISPLAY "NIGHTRUN: STMTRUN NOT DUE FOR "
020345             WS-CYCLE-DATE " - SKIPPED"
020350         GO TO 2100-EXIT
020355     END-IF
020400     READ RUN-CONTROL-FILE KEY IS RC-JOB-NAME
020500         INVALID KEY
020600             SET NEW-CONTROL-RECORD TO TRUE
