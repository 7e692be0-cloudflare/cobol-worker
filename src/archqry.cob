001400*                    TO ARCHQRPT - THE SAME ROUND-BY-ROUND
001500*                    SHAPE THE WORKER'S HISTORY CALL GIVES FOR
001600*                    CURRENT DATA.
001610*   2026-10-15  OPS  ARCHIVE LINES NOW CARRY THE LEDGER SEQUENCE
001620*                    AND CHECK FIELDS, AND ARCHDIR LINES THE
001630*                    ARCHIVE'S CHAIN ANCHOR; READ THE CUTOFF FROM
001640*                    ITS OWN FIELD.
001700*--------------------------------------------------------------
001800* ARGUMENT 1 IS THE FUNCTION, ARGUMENTS 2 AND 3 ITS VALUES:
001900*   MATCH  <match-id>      - EVERY ARCHIVED ROUND OF ONE MATCH.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ARCHDIR-FILE.
004600     COPY "archdir.cpy".
004700 FD  ARCHIVE-FILE.
004800 01  ARCHIVE-RECORD        PIC X(76).
004900 FD  RPT-FILE.
005000 01  RPT-LINE              PIC X(80).
005100 WORKING-STORAGE SECTION.
009700     05 AW-PLAYER-CHOICE   PIC 9(01).
009800     05 AW-COMPUTER-CHOICE PIC 9(01).
009900     05 AW-RESULT          PIC X(04).
009910     05 AW-SEQ             PIC 9(09).
009920     05 AW-CHECK           PIC 9(09).
010000*--------------------------------------------------------------
010100* CHOICE NAME LOOKUP - SAME ORDERING AS worker.cob'S CHOICES
010200*--------------------------------------------------------------
023000             SET ARCHDIR-AT-EOF TO TRUE
023100             GO TO 2000-EXIT
023200     END-READ
023300     IF AD-CUTOFF NOT NUMERIC
023400         GO TO 2000-EXIT
023500     END-IF
023600     MOVE AD-CUTOFF TO WS-ARCH-DATE
023700     MOVE "N" TO WS-EOF-SW
023800     OPEN INPUT ARCHIVE-FILE
023900     IF AR-FILE-STATUS NOT = "00"
