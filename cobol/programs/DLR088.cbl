001700*   PASS, THEN REWRITES BOTH FILES DROPPING THE DUPLICATES AND   *
001800*   APPENDING THEIR ACTIVITY TO THE SURVIVOR'S OVERFLOW CHAIN    *
001900*   (SPILLING IN BLOCKS OF FIVE), POSTING AN FCADRHST HISTORY    *
002000*   ROW FOR EVERY MERGE SO THE TRAIL SURVIVES. EACH MERGED       *
002025*   CUSTOMER ID IS ALSO APPENDED TO THE DLKEYRET RETIRED KEY     *
002050*   LOG, SO THE DLR234 SWEEP KNOWS LINKS STILL POINTING AT IT    *
002075*   ARE LEFT BY A MERGE.                                         *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002450*  02 | 15/10/26 | LOG MERGED IDS TO DLKEYRET   | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT HISTORY-FILE      ASSIGN TO FCADRHST
004600                              ORGANIZATION IS SEQUENTIAL.
004633     SELECT RETIRED-KEY-LOG   ASSIGN TO DLKEYRET
004666                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT CANDIDATE-REPORT  ASSIGN TO DUPCRPT
004800                              ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY FCADRHST.
008516 FD  RETIRED-KEY-LOG
008532     RECORDING MODE IS F
008548     LABEL RECORDS ARE STANDARD.
008564 01  DLKEYRET-RECORD.
008580     COPY DLKEYRET.
008600 FD  CANDIDATE-REPORT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
042600     OPEN OUTPUT FCUSDAT-OUT.
042700     OPEN OUTPUT OVERFLOW-OUT.
042800     OPEN OUTPUT HISTORY-FILE.
042850     OPEN EXTEND RETIRED-KEY-LOG.
042900     PERFORM 2100-READ-MASTER.
043000     PERFORM 3060-READ-OVERFLOW.
043100     PERFORM 3600-REWRITE-ONE-CUSTOMER
043400           OVERFLOW-FILE
043500           FCUSDAT-OUT
043600           OVERFLOW-OUT
043700           HISTORY-FILE
043725           RETIRED-KEY-LOG.
043800 3500-EXIT.
043900     EXIT.
044000
045600         MOVE SPACES TO AH-NEW-VALUE
045700         MOVE DLR088-SURVIVOR-ID TO AH-NEW-VALUE
045800         WRITE ADDRESS-HISTORY-DATA
045850         PERFORM 3650-LOG-RETIRED-KEY
045900         PERFORM 3700-SKIP-DUP-OVERFLOW
046000     ELSE
046100         WRITE FCUSDAT-OUT-REC FROM CUSTOMER-DATA
046700 3600-EXIT.
046800     EXIT.
046900
046907 3650-LOG-RETIRED-KEY.
046914     MOVE SPACES TO DLKEYRET-RECORD.
046921     MOVE 'U' TO DLKEYRET-KEY-TYPE.
046928     MOVE CUSTOMER-ID OF CUSTOMER-DATA
046935         TO DLKEYRET-KEY-VALUE.
046942     MOVE 'M' TO DLKEYRET-REASON.
046949     MOVE DLR088-SURVIVOR-ID TO DLKEYRET-NEW-VALUE.
046956     MOVE DLR088-RUN-DATE TO DLKEYRET-RETIRED-DATE.
046963     MOVE 'DLR088' TO DLKEYRET-PROGRAM.
046970     WRITE DLKEYRET-RECORD.
046977 3650-EXIT.
046984     EXIT.
046991
047000*    ORPHAN BLOCKS (CUSTOMER BELOW THE CURRENT MASTER RECORD)
047100*    ARE REPORTED AND SKIPPED, AS DLR089 DOES - OTHERWISE ONE
047200*    ORPHAN WEDGES THE OVERFLOW POINTER AND EVERY LATER
