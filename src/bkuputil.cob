001600*                    WHEN AN OPEN FAILS, SO A CORRUPTED INDEX
001700*                    USED TO MEAN SILENT TOTAL LOSS - THIS IS
001800*                    THE WAY BACK.
001850*   2026-10-15  OPS  LG TAG ADDED FOR THE LEAGUE FILE.
001860*   2026-10-15  OPS  SP TAG ADDED FOR THE SYSPARM FILE.
001870*   2026-10-15  OPS  LC TAG ADDED FOR THE LEDGCTL FILE.
001880*   2026-10-15  OPS  SH TAG ADDED FOR THE SEASONHIST FILE.
001890*   2026-10-15  OPS  AC TAG ADDED FOR THE ALERTCTL FILE.
001900*--------------------------------------------------------------
002000* ARGUMENT 1 IS THE FUNCTION, ARGUMENT 2 THE FILE TAG:
002100*   BACKUP  <tag>|ALL - EXPORT THE KEYED FILE(S) TO BKP<tag>.
002800*       ID IDEMPOTENCY  RU ROLLUP        TN TOURNAMENT
002900*       RT RATINGS      PD PLAYERDIR     CH CHALLENGE
003000*       QT QUOTA        TY TALLY         BL BALANCE
003100*       SK STAKE        LG LEAGUE        SP SYSPARM
003150*       LC LEDGCTL      SH SEASONHIST    AC ALERTCTL
003200* EVERY OPERATION PRINTS ITS OUTCOME TO BACKUPRPT.  BACKUPS
003300* ARE WRITTEN IN KEY ORDER AND CARRY THE RECORD IMAGES
003400* VERBATIM, SO VERIFY IS AN EXACT FIELD-FOR-FIELD CHECK.
010100         ACCESS MODE IS DYNAMIC
010200         RECORD KEY IS SK-MATCH-ID
010300         FILE STATUS IS SK-FILE-STATUS.
010303     SELECT LEAGUE-FILE ASSIGN TO "LEAGUE"
010306         ORGANIZATION INDEXED
010309         ACCESS MODE IS DYNAMIC
010312         RECORD KEY IS LG-KEY
010315         FILE STATUS IS LG-FILE-STATUS.
010318     SELECT SYSTEM-PARM-FILE ASSIGN TO "SYSPARM"
010321         ORGANIZATION INDEXED
010324         ACCESS MODE IS DYNAMIC
010327         RECORD KEY IS SP-KEY
010330         FILE STATUS IS SP-FILE-STATUS.
010333     SELECT LEDGER-CONTROL-FILE ASSIGN TO "LEDGCTL"
010336         ORGANIZATION INDEXED
010339         ACCESS MODE IS DYNAMIC
010342         RECORD KEY IS LC-LEDGER
010345         FILE STATUS IS LC-FILE-STATUS.
010348     SELECT SEASON-HIST-FILE ASSIGN TO "SEASONHIST"
010351         ORGANIZATION INDEXED
010354         ACCESS MODE IS DYNAMIC
010357         RECORD KEY IS SH-KEY
010360         FILE STATUS IS SH-FILE-STATUS.
010363     SELECT ALERT-CONTROL-FILE ASSIGN TO "ALERTCTL"
010366         ORGANIZATION INDEXED
010369         ACCESS MODE IS DYNAMIC
010372         RECORD KEY IS AC-KEY
010375         FILE STATUS IS AC-FILE-STATUS.
010400     SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-NAME
010500         ORGANIZATION LINE SEQUENTIAL
010600         FILE STATUS IS BK-FILE-STATUS.
013500     COPY "balance.cpy".
013600 FD  STAKE-FILE.
013700     COPY "stake.cpy".
013710 FD  LEAGUE-FILE.
013720     COPY "league.cpy".
013730 FD  SYSTEM-PARM-FILE.
013740     COPY "sysparm.cpy".
013750 FD  LEDGER-CONTROL-FILE.
013760     COPY "ledgctl.cpy".
013770 FD  SEASON-HIST-FILE.
013780     COPY "seasonhist.cpy".
013785 FD  ALERT-CONTROL-FILE.
013790     COPY "alertctl.cpy".
013800 FD  BACKUP-FILE.
013900 01  BKP-RECORD            PIC X(601).
014000 FD  RPT-FILE.
015600 77  TY-FILE-STATUS        PIC X(02) VALUE "00".
015700 77  BL-FILE-STATUS        PIC X(02) VALUE "00".
015800 77  SK-FILE-STATUS        PIC X(02) VALUE "00".
015850 77  LG-FILE-STATUS        PIC X(02) VALUE "00".
015860 77  SP-FILE-STATUS        PIC X(02) VALUE "00".
015870 77  LC-FILE-STATUS        PIC X(02) VALUE "00".
015880 77  SH-FILE-STATUS        PIC X(02) VALUE "00".
015890 77  AC-FILE-STATUS        PIC X(02) VALUE "00".
015900 77  BK-FILE-STATUS        PIC X(02) VALUE "00".
016000 77  RPT-FILE-STATUS       PIC X(02) VALUE "00".
016100 77  WS-KEYED-STATUS       PIC X(02) VALUE "00".
019100     05 FILLER             PIC X(02) VALUE "TY".
019200     05 FILLER             PIC X(02) VALUE "BL".
019300     05 FILLER             PIC X(02) VALUE "SK".
019350     05 FILLER             PIC X(02) VALUE "LG".
019360     05 FILLER             PIC X(02) VALUE "SP".
019370     05 FILLER             PIC X(02) VALUE "LC".
019380     05 FILLER             PIC X(02) VALUE "SH".
019390     05 FILLER             PIC X(02) VALUE "AC".
019400 01  FILLER REDEFINES TAG-TABLE.
019500     05 TAG-ENTRY          PIC X(02) OCCURS 18 TIMES.
019600 77  WS-TAG-COUNT          PIC 9(02) COMP VALUE 18.
019700 77  WS-TAG-SUB            PIC 9(02) COMP VALUE ZERO.
019800 77  WS-TAG-VALID-SW       PIC X(01) VALUE "N".
019900     88 TAG-IS-VALID            VALUE "Y".
065100         WHEN "TY" OPEN INPUT TALLY-FILE
065200         WHEN "BL" OPEN INPUT BALANCE-FILE
065300         WHEN "SK" OPEN INPUT STAKE-FILE
065350         WHEN "LG" OPEN INPUT LEAGUE-FILE
065360         WHEN "SP" OPEN INPUT SYSTEM-PARM-FILE
065370         WHEN "LC" OPEN INPUT LEDGER-CONTROL-FILE
065380         WHEN "SH" OPEN INPUT SEASON-HIST-FILE
065390         WHEN "AC" OPEN INPUT ALERT-CONTROL-FILE
065400     END-EVALUATE
065500     PERFORM 8900-GET-KEYED-STATUS THRU 8900-EXIT.
065600 8100-EXIT.
073600                 NOT AT END
073700                     MOVE STAKE-RECORD TO WS-WORK-IMAGE
073800             END-READ
073803         WHEN "LG"
073806             READ LEAGUE-FILE NEXT RECORD
073809                 AT END SET KEYED-AT-EOF TO TRUE
073812                 NOT AT END
073815                     MOVE LEAGUE-RECORD TO WS-WORK-IMAGE
073818             END-READ
073821         WHEN "SP"
073824             READ SYSTEM-PARM-FILE NEXT RECORD
073827                 AT END SET KEYED-AT-EOF TO TRUE
073830                 NOT AT END
073833                     MOVE SYSTEM-PARM-RECORD TO WS-WORK-IMAGE
073836             END-READ
073839         WHEN "LC"
073842             READ LEDGER-CONTROL-FILE NEXT RECORD
073845                 AT END SET KEYED-AT-EOF TO TRUE
073848                 NOT AT END
073851                     MOVE LEDGER-CONTROL-RECORD TO WS-WORK-IMAGE
073854             END-READ
073857         WHEN "SH"
073860             READ SEASON-HIST-FILE NEXT RECORD
073863                 AT END SET KEYED-AT-EOF TO TRUE
073866                 NOT AT END
073869                     MOVE SEASON-HIST-RECORD TO WS-WORK-IMAGE
073872             END-READ
073875         WHEN "AC"
073878             READ ALERT-CONTROL-FILE NEXT RECORD
073881                 AT END SET KEYED-AT-EOF TO TRUE
073884                 NOT AT END
073887                     MOVE ALERT-CONTROL-RECORD TO WS-WORK-IMAGE
073890             END-READ
073900     END-EVALUATE.
074000 8200-EXIT.
074100     EXIT.
084000                     SET LIVE-RECORD-FOUND TO TRUE
084100                     MOVE STAKE-RECORD TO WS-LIVE-IMAGE
084200             END-READ
084203         WHEN "LG"
084206             MOVE WS-WORK-IMAGE TO LEAGUE-RECORD
084209             READ LEAGUE-FILE KEY IS LG-KEY
084212                 NOT INVALID KEY
084215                     SET LIVE-RECORD-FOUND TO TRUE
084218                     MOVE LEAGUE-RECORD TO WS-LIVE-IMAGE
084221             END-READ
084224         WHEN "SP"
084227             MOVE WS-WORK-IMAGE TO SYSTEM-PARM-RECORD
084230             READ SYSTEM-PARM-FILE KEY IS SP-KEY
084233                 NOT INVALID KEY
084236                     SET LIVE-RECORD-FOUND TO TRUE
084239                     MOVE SYSTEM-PARM-RECORD TO WS-LIVE-IMAGE
084242             END-READ
084245         WHEN "LC"
084248             MOVE WS-WORK-IMAGE TO LEDGER-CONTROL-RECORD
084251             READ LEDGER-CONTROL-FILE KEY IS LC-LEDGER
084254                 NOT INVALID KEY
084257                     SET LIVE-RECORD-FOUND TO TRUE
084260                     MOVE LEDGER-CONTROL-RECORD TO WS-LIVE-IMAGE
084263             END-READ
084266         WHEN "SH"
084269             MOVE WS-WORK-IMAGE TO SEASON-HIST-RECORD
084272             READ SEASON-HIST-FILE KEY IS SH-KEY
084275                 NOT INVALID KEY
084278                     SET LIVE-RECORD-FOUND TO TRUE
084281                     MOVE SEASON-HIST-RECORD TO WS-LIVE-IMAGE
084284             END-READ
084286         WHEN "AC"
084288             MOVE WS-WORK-IMAGE TO ALERT-CONTROL-RECORD
084290             READ ALERT-CONTROL-FILE KEY IS AC-KEY
084292                 NOT INVALID KEY
084294                     SET LIVE-RECORD-FOUND TO TRUE
084296                     MOVE ALERT-CONTROL-RECORD TO WS-LIVE-IMAGE
084298             END-READ
084300     END-EVALUATE.
084400 8300-EXIT.
084500     EXIT.
091000             START STAKE-FILE KEY IS >= SK-MATCH-ID
091100                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091200             END-START
091203         WHEN "LG"
091206             MOVE LOW-VALUES TO LG-KEY
091209             START LEAGUE-FILE KEY IS >= LG-KEY
091212                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091215             END-START
091218         WHEN "SP"
091221             MOVE LOW-VALUES TO SP-KEY
091224             START SYSTEM-PARM-FILE KEY IS >= SP-KEY
091227                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091230             END-START
091233         WHEN "LC"
091236             MOVE LOW-VALUES TO LC-LEDGER
091239             START LEDGER-CONTROL-FILE KEY IS >= LC-LEDGER
091242                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091245             END-START
091248         WHEN "SH"
091251             MOVE LOW-VALUES TO SH-KEY
091254             START SEASON-HIST-FILE KEY IS >= SH-KEY
091257                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091260             END-START
091263         WHEN "AC"
091266             MOVE LOW-VALUES TO AC-KEY
091269             START ALERT-CONTROL-FILE KEY IS >= AC-KEY
091272                 INVALID KEY SET KEYED-AT-EOF TO TRUE
091275             END-START
091300     END-EVALUATE.
091400 8400-EXIT.
091500     EXIT.
092800         WHEN "TY" OPEN OUTPUT TALLY-FILE
092900         WHEN "BL" OPEN OUTPUT BALANCE-FILE
093000         WHEN "SK" OPEN OUTPUT STAKE-FILE
093050         WHEN "LG" OPEN OUTPUT LEAGUE-FILE
093060         WHEN "SP" OPEN OUTPUT SYSTEM-PARM-FILE
093070         WHEN "LC" OPEN OUTPUT LEDGER-CONTROL-FILE
093080         WHEN "SH" OPEN OUTPUT SEASON-HIST-FILE
093090         WHEN "AC" OPEN OUTPUT ALERT-CONTROL-FILE
093100     END-EVALUATE
093200     PERFORM 8900-GET-KEYED-STATUS THRU 8900-EXIT.
093300 8500-EXIT.
094700         WHEN "TY" CLOSE TALLY-FILE
094800         WHEN "BL" CLOSE BALANCE-FILE
094900         WHEN "SK" CLOSE STAKE-FILE
094950         WHEN "LG" CLOSE LEAGUE-FILE
094960         WHEN "SP" CLOSE SYSTEM-PARM-FILE
094970         WHEN "LC" CLOSE LEDGER-CONTROL-FILE
094980         WHEN "SH" CLOSE SEASON-HIST-FILE
094990         WHEN "AC" CLOSE ALERT-CONTROL-FILE
095000     END-EVALUATE.
095100 8600-EXIT.
095200     EXIT.
099100         WHEN "SK"
099200             MOVE WS-WORK-IMAGE TO STAKE-RECORD
099300             WRITE STAKE-RECORD
099310         WHEN "LG"
099320             MOVE WS-WORK-IMAGE TO LEAGUE-RECORD
099330             WRITE LEAGUE-RECORD
099340         WHEN "SP"
099350             MOVE WS-WORK-IMAGE TO SYSTEM-PARM-RECORD
099360             WRITE SYSTEM-PARM-RECORD
099370         WHEN "LC"
099380             MOVE WS-WORK-IMAGE TO LEDGER-CONTROL-RECORD
099390             WRITE LEDGER-CONTROL-RECORD
099392         WHEN "SH"
099394             MOVE WS-WORK-IMAGE TO SEASON-HIST-RECORD
099396             WRITE SEASON-HIST-RECORD
099397         WHEN "AC"
099398             MOVE WS-WORK-IMAGE TO ALERT-CONTROL-RECORD
099399             WRITE ALERT-CONTROL-RECORD
099400     END-EVALUATE.
099500 8700-EXIT.
099600     EXIT.
100900         WHEN "TY" MOVE TY-FILE-STATUS   TO WS-KEYED-STATUS
101000         WHEN "BL" MOVE BL-FILE-STATUS   TO WS-KEYED-STATUS
101100         WHEN "SK" MOVE SK-FILE-STATUS   TO WS-KEYED-STATUS
101150         WHEN "LG" MOVE LG-FILE-STATUS   TO WS-KEYED-STATUS
101160         WHEN "SP" MOVE SP-FILE-STATUS   TO WS-KEYED-STATUS
101170         WHEN "LC" MOVE LC-FILE-STATUS   TO WS-KEYED-STATUS
101180         WHEN "SH" MOVE SH-FILE-STATUS   TO WS-KEYED-STATUS
101190         WHEN "AC" MOVE AC-FILE-STATUS   TO WS-KEYED-STATUS
101200     END-EVALUATE.
101300 8900-EXIT.
101400     EXIT.
