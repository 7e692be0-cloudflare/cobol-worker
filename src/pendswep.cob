001710*   2026-09-01  OPS  SWEEP THE DIRECT-CHALLENGE FILE TOO:
001720*                    DECLINED CHALLENGES GO AT ONCE, OPEN ONES
001730*                    AGE OUT BY THE SAME RULE AS THE LOBBY.
001740*   2026-10-15  OPS  THE PURGE AGE DEFAULT NOW COMES FROM
001750*                    PENDING-MAX-AGE-DAYS ON SYSPARM, THE SAME
001760*                    LIMIT THE WORKER EXPIRES PICKS BY; AN
001770*                    ARGUMENT 1 STILL OVERRIDES IT FOR THE RUN.
001800*--------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003130         ACCESS MODE IS DYNAMIC
003140         RECORD KEY IS CH-CHALLENGE-ID
003150         FILE STATUS IS CH-FILE-STATUS.
003155     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
003160         ORGANIZATION INDEXED
003165         ACCESS MODE IS DYNAMIC
003170         RECORD KEY IS SP-KEY
003175         FILE STATUS IS SP-FILE-STATUS.
003200     SELECT RPT-FILE ASSIGN TO "SWEEPRPT"
003300         ORGANIZATION LINE SEQUENTIAL
003400         FILE STATUS IS RPT-FILE-STATUS.
004000     COPY "lobby.cpy".
004010 FD  CHALLENGE-FILE.
004020     COPY "challenge.cpy".
004030 FD  SYSTEM-PARM-FILE.
004040     COPY "sysparm.cpy".
004100 FD  RPT-FILE.
004200 01  RPT-LINE             PIC X(80).
004300 WORKING-STORAGE SECTION.
004700 77  PM-FILE-STATUS        PIC X(02) VALUE "00".
004800 77  LB-FILE-STATUS        PIC X(02) VALUE "00".
004810 77  CH-FILE-STATUS        PIC X(02) VALUE "00".
004820 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
004830 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
004840     88 PARM-AT-EOF             VALUE "Y".
004900 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
005000 77  WS-EOF-SW             PIC X(01) VALUE "N".
005100     88 PENDING-AT-EOF          VALUE "Y".
005800 77  WS-KEPT-COUNT         PIC 9(06) VALUE ZERO.
005900*--------------------------------------------------------------
006000* PURGE AGE - ARGUMENT 1 IN DAYS; ANY PICK PARKED LONGER AGO
006050* THAN THIS IS ABANDONED STATE.  WITH NO ARGUMENT IT IS THE
006100* PENDING-MAX-AGE-DAYS IN FORCE ON SYSPARM - THE WORKER'S OWN
006150* ON-THE-SPOT EXPIRY - ELSE 7 DAYS.
006300*--------------------------------------------------------------
006400 77  WS-ARG-AGE            PIC X(03) VALUE SPACES.
006500 77  WS-AGE-SHIFT          PIC X(02) VALUE SPACES.
011600     GO TO 9999-EXIT.
011700*--------------------------------------------------------------
011800 1000-INITIALIZE.
011810     ACCEPT WS-RUN-DATE FROM DATE
011820     PERFORM 1200-LOAD-SYSTEM-PARMS THRU 1200-EXIT
011900     DISPLAY 1 UPON ARGUMENT-NUMBER
012000     ACCEPT WS-ARG-AGE FROM ARGUMENT-VALUE
012100         ON EXCEPTION
012400*    THE ARGUMENT ARRIVES LEFT-JUSTIFIED, SO "14" IS "14 " AND
012500*    WOULD FAIL THE NUMERIC TEST - ROTATE IT RIGHT AND FILL
012600*    WITH LEADING ZEROS BEFORE TESTING, SO THE OPERATOR DOES
012700*    NOT HAVE TO ZERO-PAD.  JUNK LEAVES THE SYSPARM AGE.
012800     IF WS-ARG-AGE NOT = SPACES
012900         PERFORM 1100-JUSTIFY-AGE THRU 1100-EXIT
013000             UNTIL WS-ARG-AGE (3:1) NOT = SPACE
013300     IF WS-ARG-AGE NUMERIC
013400         MOVE WS-ARG-AGE TO WS-MAX-AGE-DAYS
013500     END-IF
013700     COMPUTE WS-TODAY-INT =
013800         FUNCTION INTEGER-OF-DATE (20000000 + WS-RUN-DATE)
013900     OPEN OUTPUT RPT-FILE
015400     MOVE " " TO WS-ARG-AGE (1:1).
015500 1100-EXIT.
015600     EXIT.
015602*--------------------------------------------------------------
015604* OPERATING LIMITS IN FORCE TODAY, FROM THE SYSPARM FILE
015606* PARMAINT MAINTAINS.  ENTRIES COME BACK IN NAME AND DATE
015608* ORDER, SO THE LAST ONE NOT DATED AFTER TODAY STANDS.  NO
015610* FILE, OR NO ENTRY IN FORCE, KEEPS THE DEFAULT ABOVE.
015612*--------------------------------------------------------------
015614 1200-LOAD-SYSTEM-PARMS.
015616     OPEN INPUT SYSTEM-PARM-FILE
015618     IF SP-FILE-STATUS NOT = "00"
015620         GO TO 1200-EXIT
015622     END-IF
015624     MOVE "N" TO WS-PARM-EOF-SW
015626     PERFORM 1210-APPLY-SYSTEM-PARM THRU 1210-EXIT
015628         UNTIL PARM-AT-EOF
015630     CLOSE SYSTEM-PARM-FILE.
015632 1200-EXIT.
015634     EXIT.
015636 1210-APPLY-SYSTEM-PARM.
015638     READ SYSTEM-PARM-FILE NEXT RECORD
015640         AT END
015642             SET PARM-AT-EOF TO TRUE
015644             GO TO 1210-EXIT
015646     END-READ
015648     IF SP-EFF-DATE > WS-RUN-DATE OR SP-NUM-VALUE NOT NUMERIC
015650         GO TO 1210-EXIT
015652     END-IF
015654     IF SP-PARM-NAME = "PENDING-MAX-AGE-DAYS"
015656         MOVE SP-NUM-VALUE TO WS-MAX-AGE-DAYS
015658     END-IF.
015660 1210-EXIT.
015662     EXIT.
015700*--------------------------------------------------------------
015800* ONE PASS DOWN THE WHOLE FILE.  EVERY RECORD GOES ON THE
015900* REPORT - THE ONES THE SWEEP DELETES MARKED PURGED, THE REST
