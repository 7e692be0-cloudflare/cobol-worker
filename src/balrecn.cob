001400*                    DERIVED SET TO BALFIX FOR A REVIEWED
001500*                    APPLY - THE SAME CHECK/APPLY SHAPE
001600*                    MATCHRECN GIVES MATCHSTATE.
001610*   2026-10-15  OPS  RECOGNISE THE STAKE-RF RELEASE LINES
001620*                    MATCHADJ WRITES WHEN IT VOIDS A STALLED
001630*                    STAKED MATCH (NO BALANCE EFFECT), AND
001640*                    COUNT ANY TRANSACTION TYPE THE REPLAY DOES
001650*                    NOT KNOW INSTEAD OF PASSING IT SILENTLY.
001660*   2026-10-15  OPS  REPLAY THE MERGE-DR/MERGE-CR TRANSFER PAIR
001670*                    IDMERGE WRITES WHEN IT FOLDS A RETIRED
001680*                    PLAYER ID'S POINTS INTO THE SURVIVOR.
001685*   2026-10-15  OPS  REPLAY THE PRIZE LINES SEASONCL WRITES WHEN
001690*                    IT PAYS A CLOSED SEASON'S TOP FINISHERS.
001700*--------------------------------------------------------------
001800* ARGUMENT 1:
001900*   CHECK (OR NOTHING) - COMPARE AND WRITE BALRPT/BALFIX.
002200* A GRANT OR A STAKE-CR ADDS TO ITS PLAYER, A STAKE-DR TAKES
002300* AWAY; THE WORKER CLAMPS EVERY DEBIT TO THE BALANCE HELD, SO
002400* A DERIVED BALANCE THAT COMES OUT NEGATIVE IS ITSELF
002500* EVIDENCE OF A DAMAGED LEDGER AND IS FLAGGED.  A STAKE-RF
002510* ONLY RELEASES A PLEDGE THAT WAS NEVER DEBITED, SO IT MOVES
002520* NOTHING; IT IS COUNTED SO THE TOTALS STILL ACCOUNT FOR IT.
002530* A MERGE-DR EMPTIES A RETIRED ID AND ITS MERGE-CR PARTNER
002540* ADDS THE SAME POINTS TO THE SURVIVOR, SO THE RETIRED ID'S
002550* RECORD REPLAYS TO THE ZERO IDMERGE LEFT IN IT.  A PRIZE
002560* (A SEASON PRIZE PAID BY SEASONCL) ADDS TO ITS PLAYER.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
007200 77  WS-BALANCE-ONLY-COUNT PIC 9(06) VALUE ZERO.
007300 77  WS-NEGATIVE-COUNT     PIC 9(06) VALUE ZERO.
007400 77  WS-APPLIED-COUNT      PIC 9(06) VALUE ZERO.
007410 77  WS-RELEASE-COUNT      PIC 9(06) VALUE ZERO.
007420 77  WS-UNKNOWN-COUNT      PIC 9(06) VALUE ZERO.
007430 77  WS-MERGE-COUNT        PIC 9(06) VALUE ZERO.
007440 77  WS-PRIZE-COUNT        PIC 9(06) VALUE ZERO.
007500*--------------------------------------------------------------
007600* IN-CORE BALANCE TABLE - THE DERIVED SIDE, REPLAYED FROM THE
007700* TRANSACTIONS LEDGER IN APPEND ORDER.  BT-SEEN MARKS ENTRIES
012200 01  TOT-LINE-5.
012300     05 FILLER             PIC X(15) VALUE "  TRANSACTIONS:".
012400     05 TOT-TXN            PIC ZZZZZ9.
012410 01  TOT-LINE-6.
012420     05 FILLER             PIC X(15) VALUE "  RELEASED    :".
012430     05 TOT-RELEASE        PIC ZZZZZ9.
012440 01  TOT-LINE-7.
012450     05 FILLER             PIC X(15) VALUE "  UNKNOWN TYPE:".
012460     05 TOT-UNKNOWN        PIC ZZZZZ9.
012470 01  TOT-LINE-8.
012480     05 FILLER             PIC X(15) VALUE "  MERGE MOVES :".
012490     05 TOT-MERGE          PIC ZZZZZ9.
012493 01  TOT-LINE-9.
012495     05 FILLER             PIC X(15) VALUE "  SEASON PRIZE:".
012497     05 TOT-PRIZE          PIC ZZZZZ9.
012500 01  BLANK-LINE            PIC X(80) VALUE SPACES.
012600 PROCEDURE DIVISION.
012700*--------------------------------------------------------------
018200             ADD PX-AMOUNT TO BT-BALANCE (WS-SUB)
018300         WHEN "STAKE-DR"
018400             SUBTRACT PX-AMOUNT FROM BT-BALANCE (WS-SUB)
018410         WHEN "STAKE-RF"
018420             ADD 1 TO WS-RELEASE-COUNT
018421         WHEN "MERGE-DR"
018422             SUBTRACT PX-AMOUNT FROM BT-BALANCE (WS-SUB)
018423         WHEN "MERGE-CR"
018424             ADD PX-AMOUNT TO BT-BALANCE (WS-SUB)
018425             ADD 1 TO WS-MERGE-COUNT
018426         WHEN "PRIZE"
018427             ADD PX-AMOUNT TO BT-BALANCE (WS-SUB)
018428             ADD 1 TO WS-PRIZE-COUNT
018430         WHEN OTHER
018440             ADD 1 TO WS-UNKNOWN-COUNT
018500     END-EVALUATE.
018600 2100-EXIT.
018700     EXIT.
024700     MOVE WS-NO-BALANCE-COUNT   TO TOT-NO-BALANCE
024800     MOVE WS-BALANCE-ONLY-COUNT TO TOT-BALANCE-ONLY
024900     MOVE WS-TXN-COUNT          TO TOT-TXN
024910     MOVE WS-RELEASE-COUNT      TO TOT-RELEASE
024920     MOVE WS-UNKNOWN-COUNT      TO TOT-UNKNOWN
024930     MOVE WS-MERGE-COUNT        TO TOT-MERGE
024940     MOVE WS-PRIZE-COUNT        TO TOT-PRIZE
025000     MOVE BLANK-LINE TO RPT-LINE  WRITE RPT-LINE
025100     MOVE TOT-LINE-1 TO RPT-LINE  WRITE RPT-LINE
025200     MOVE TOT-LINE-2 TO RPT-LINE  WRITE RPT-LINE
025300     MOVE TOT-LINE-3 TO RPT-LINE  WRITE RPT-LINE
025400     MOVE TOT-LINE-4 TO RPT-LINE  WRITE RPT-LINE
025500     MOVE TOT-LINE-5 TO RPT-LINE  WRITE RPT-LINE
025510     MOVE TOT-LINE-6 TO RPT-LINE  WRITE RPT-LINE
025520     MOVE TOT-LINE-7 TO RPT-LINE  WRITE RPT-LINE
025530     MOVE TOT-LINE-8 TO RPT-LINE  WRITE RPT-LINE
025540     MOVE TOT-LINE-9 TO RPT-LINE  WRITE RPT-LINE
025600     CLOSE RPT-FILE
025700     IF WS-OVERFLOW-COUNT > ZERO
025800         DISPLAY "BALRECN: PLAYER TABLE FULL - "
026300             " BALANCES CAME OUT NEGATIVE - REVIEW THE"
026400             " LEDGER BEFORE APPLYING"
026500     END-IF
026510     IF WS-UNKNOWN-COUNT > ZERO
026520         DISPLAY "BALRECN: " WS-UNKNOWN-COUNT " TRANSACTIONS"
026530             " OF UNKNOWN TYPE WERE NOT REPLAYED"
026540     END-IF
026600     DISPLAY "BALRECN: " WS-MISMATCH-COUNT " MISMATCHED, "
026700         WS-NO-BALANCE-COUNT " WITHOUT RECORD, "
026800         WS-BALANCE-ONLY-COUNT " BALANCE-ONLY, "
