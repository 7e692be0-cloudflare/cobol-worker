001100*                    QUOTA FILE THE WORKER MAINTAINS, SO AN
001200*                    ABUSIVE SCRIPT SHOWS UP AT THE TOP OF
001300*                    QUOTAOUT BEFORE IT DISTORTS THE STATS.
001310*   2026-10-15  OPS  THE FLAG LIMIT DEFAULT NOW COMES FROM
001320*                    QUOTA-MAX-ROUNDS ON SYSPARM AS IT STOOD ON
001330*                    THE REPORT DATE - THE LIMIT THE WORKER WAS
001340*                    ENFORCING THAT DAY.
001400*--------------------------------------------------------------
001500* ARGUMENT 1 IS THE DATE TO REPORT (YYMMDD, DEFAULT TODAY),
001550* ARGUMENT 2 THE LIMIT TO FLAG AGAINST (DEFAULT THE
001600* QUOTA-MAX-ROUNDS IN FORCE ON SYSPARM THAT DAY, ELSE 200 -
001650* THE LIMIT THE WORKER ENFORCES).  CALLERS AT OR OVER THE
001700* LIMIT PRINT FLAGGED "AT LIMIT".
001900*--------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS QT-KEY
002700         FILE STATUS IS QT-FILE-STATUS.
002710     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
002720         ORGANIZATION INDEXED
002730         ACCESS MODE IS DYNAMIC
002740         RECORD KEY IS SP-KEY
002750         FILE STATUS IS SP-FILE-STATUS.
002800     SELECT RPT-FILE ASSIGN TO "QUOTAOUT"
002900         ORGANIZATION LINE SEQUENTIAL
003000         FILE STATUS IS RPT-FILE-STATUS.
003200 FILE SECTION.
003300 FD  QUOTA-FILE.
003400     COPY "quota.cpy".
003410 FD  SYSTEM-PARM-FILE.
003420     COPY "sysparm.cpy".
003500 FD  RPT-FILE.
003600 01  RPT-LINE              PIC X(80).
003700 WORKING-STORAGE SECTION.
003900* SWITCHES AND COUNTERS
004000*--------------------------------------------------------------
004100 77  QT-FILE-STATUS        PIC X(02) VALUE "00".
004110 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
004120 77  WS-PARM-EOF-SW        PIC X(01) VALUE "N".
004130     88 PARM-AT-EOF             VALUE "Y".
004200 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
004300 77  WS-EOF-SW             PIC X(01) VALUE "N".
004400     88 INPUT-AT-EOF            VALUE "Y".
012400     ELSE
012500         MOVE WS-RUN-DATE TO WS-REPORT-DATE
012600     END-IF
012650     PERFORM 1100-LOAD-SYSTEM-PARMS THRU 1100-EXIT
012700     IF WS-ARG-LIMIT NUMERIC
012800         MOVE WS-ARG-LIMIT TO WS-FLAG-LIMIT
012900     END-IF
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013702*--------------------------------------------------------------
013704* OPERATING LIMITS IN FORCE ON THE REPORT DATE, FROM THE
013706* SYSPARM FILE PARMAINT MAINTAINS.  ENTRIES COME BACK IN NAME
013708* AND DATE ORDER, SO THE LAST ONE NOT DATED AFTER THE REPORT
013710* DATE STANDS.  NO FILE, OR NO ENTRY IN FORCE, KEEPS THE
013712* DEFAULT ABOVE.
013714*--------------------------------------------------------------
013716 1100-LOAD-SYSTEM-PARMS.
013718     OPEN INPUT SYSTEM-PARM-FILE
013720     IF SP-FILE-STATUS NOT = "00"
013722         GO TO 1100-EXIT
013724     END-IF
013726     MOVE "N" TO WS-PARM-EOF-SW
013728     PERFORM 1110-APPLY-SYSTEM-PARM THRU 1110-EXIT
013730         UNTIL PARM-AT-EOF
013732     CLOSE SYSTEM-PARM-FILE.
013734 1100-EXIT.
013736     EXIT.
013738 1110-APPLY-SYSTEM-PARM.
013740     READ SYSTEM-PARM-FILE NEXT RECORD
013742         AT END
013744             SET PARM-AT-EOF TO TRUE
013746             GO TO 1110-EXIT
013748     END-READ
013750     IF SP-EFF-DATE > WS-REPORT-DATE OR SP-NUM-VALUE NOT NUMERIC
013752         GO TO 1110-EXIT
013754     END-IF
013756     IF SP-PARM-NAME = "QUOTA-MAX-ROUNDS"
013758         MOVE SP-NUM-VALUE TO WS-FLAG-LIMIT
013760     END-IF.
013762 1110-EXIT.
013764     EXIT.
013800*--------------------------------------------------------------
013900 2000-LOAD-ONE-CALLER.
014000     READ QUOTA-FILE NEXT RECORD
