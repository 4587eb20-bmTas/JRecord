000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR179.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR179 - BLOCKED LOYALTY CARD ACTIVITY EXCEPTION REPORT      *
001000*                                                                *
001100*   PASSES THE NIGHTLY DTAR107 EXTRACT AGAINST THE DLCRDBLK      *
001200*   BLOCKED CARD REGISTER BUILT BY DLR178. A TRANSACTION ON A    *
001300*   CARD REPORTED LOST, STOLEN OR DAMAGED, DATED ON OR AFTER     *
001400*   THE DAY IT WAS REPORTED, IS LISTED AS POSSIBLE FRAUD WITH    *
001500*   THE STORE, TERMINAL AND OPERATOR THAT TOOK IT AND THE CARD   *
001600*   THAT REPLACED IT. ANY EXCEPTION ENDS THE RUN WITH RETURN     *
001700*   CODE 4 SO THE LOSS PREVENTION TEAM IS PROMPTED TO LOOK.      *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DTAR107-FILE      ASSIGN TO DTAR107
003100                              ORGANIZATION IS SEQUENTIAL.
003200     SELECT BLOCK-REGISTER    ASSIGN TO DLCRDBLK
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS RANDOM
003500                              RECORD KEY IS DLCRDBLK-CARD-NO.
003600     SELECT FRAUD-REPORT      ASSIGN TO BLKCDRPT
003700                              ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DTAR107-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  DTAR107-REC.
004400     COPY DTAR107.
004500 FD  BLOCK-REGISTER
004600     LABEL RECORDS ARE STANDARD.
004700 01  DLCRDBLK-RECORD.
004800     COPY DLCRDBLK.
004900 FD  FRAUD-REPORT
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  FRAUD-LINE                  PIC X(132).
005300 WORKING-STORAGE SECTION.
005400 01  DLR179-SWITCHES.
005500     05  DLR179-EOF-SW            PIC X(01)  VALUE 'N'.
005600         88  DLR179-EOF                      VALUE 'Y'.
005700     05  DLR179-BLOCKED-SW        PIC X(01)  VALUE 'N'.
005800         88  DLR179-BLOCKED                  VALUE 'Y'.
005900 01  DLR179-RUN-DATE              PIC 9(08)  VALUE ZERO.
006000 01  DLR179-TRANS-CCYYMMDD        PIC 9(08).
006100 01  DLR179-STORE-NO-EDIT         PIC 9(03).
006200 01  DLR179-COUNTERS.
006300     05  DLR179-RECS-READ         PIC 9(09)  VALUE ZERO.
006400     05  DLR179-BLOCKED-RECS      PIC 9(07)  VALUE ZERO.
006500     05  DLR179-PRE-BLOCK-RECS    PIC 9(07)  VALUE ZERO.
006600     05  DLR179-BLOCKED-AMOUNT    PIC S9(11)V99 COMP-3
006700                                             VALUE ZERO.
006800 01  DLR179-HEADING-1.
006900     05  FILLER                   PIC X(52)  VALUE
007000         'DLR179 - ACTIVITY ON BLOCKED LOYALTY CARDS      RUN '.
007100     05  DLR179-H-RUN-DATE        PIC 9(08).
007200 01  DLR179-HEADING-2.
007300     05  FILLER                   PIC X(18)  VALUE 'BLOCKED CARD'.
007400     05  FILLER                   PIC X(06)  VALUE 'STORE'.
007500     05  FILLER                   PIC X(10)  VALUE 'TRAN DATE'.
007600     05  FILLER                   PIC X(05)  VALUE 'TYPE'.
007700     05  FILLER                   PIC X(05)  VALUE 'TERM'.
007800     05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
007900     05  FILLER                   PIC X(14)  VALUE
008000         '       AMOUNT'.
008100     05  FILLER                   PIC X(05)  VALUE 'RSN'.
008200     05  FILLER                   PIC X(10)  VALUE 'REPORTED'.
008300     05  FILLER                   PIC X(16)  VALUE 'REPLACED BY'.
008400 01  DLR179-DETAIL-LINE.
008500     05  DLR179-D-CARD-NO         PIC 9(16).
008600     05  FILLER                   PIC X(02)  VALUE SPACES.
008700     05  DLR179-D-STORE           PIC X(03).
008800     05  FILLER                   PIC X(03)  VALUE SPACES.
008900     05  DLR179-D-TRANS-DATE      PIC 9(08).
009000     05  FILLER                   PIC X(02)  VALUE SPACES.
009100     05  DLR179-D-TRANS-TYPE      PIC 9(02).
009200     05  FILLER                   PIC X(03)  VALUE SPACES.
009300     05  DLR179-D-TERMINAL        PIC ZZ9.
009400     05  FILLER                   PIC X(02)  VALUE SPACES.
009500     05  DLR179-D-OPERATOR        PIC Z(07)9.
009600     05  FILLER                   PIC X(02)  VALUE SPACES.
009700     05  DLR179-D-AMOUNT          PIC -ZZZZZZZZ9.99.
009800     05  FILLER                   PIC X(02)  VALUE SPACES.
009900     05  DLR179-D-REASON          PIC X(02).
010000     05  FILLER                   PIC X(03)  VALUE SPACES.
010100     05  DLR179-D-BLOCK-DATE      PIC 9(08).
010200     05  FILLER                   PIC X(02)  VALUE SPACES.
010300     05  DLR179-D-REPLACED-BY     PIC 9(16).
010400 01  DLR179-TOTAL-LINE.
010500     05  DLR179-T-LABEL           PIC X(40).
010600     05  DLR179-T-COUNT           PIC ZZZZZZZZ9.
010700     05  FILLER                   PIC X(02)  VALUE SPACES.
010800     05  DLR179-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
010900 01  DLR179-BLANK-LINE            PIC X(01)  VALUE SPACE.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE.
011300     PERFORM 2000-PROCESS-RECORD
011400         UNTIL DLR179-EOF.
011500     PERFORM 8000-PRINT-TOTALS.
011600     PERFORM 9000-TERMINATE.
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     OPEN INPUT  DTAR107-FILE
012100                 BLOCK-REGISTER.
012200     OPEN OUTPUT FRAUD-REPORT.
012300     ACCEPT DLR179-RUN-DATE FROM DATE YYYYMMDD.
012400     MOVE DLR179-RUN-DATE TO DLR179-H-RUN-DATE.
012500     WRITE FRAUD-LINE FROM DLR179-HEADING-1.
012600     WRITE FRAUD-LINE FROM DLR179-BLANK-LINE.
012700     WRITE FRAUD-LINE FROM DLR179-HEADING-2.
012800     PERFORM 2100-READ-DTAR107.
012900 1000-EXIT.
013000     EXIT.
013100
013200*    ACTIVITY DATED BEFORE THE CARD WAS REPORTED IS THE OWNER'S
013300*    OWN TRADING COMING THROUGH LATE AND IS ONLY COUNTED.
013400 2000-PROCESS-RECORD.
013500     ADD 1 TO DLR179-RECS-READ.
013600     PERFORM 2200-CHECK-BLOCKED.
013700     IF  DLR179-BLOCKED
013800         COMPUTE DLR179-TRANS-CCYYMMDD =
013900             DTAR107-TRANS-DATE + 20000000
014000         IF  DLR179-TRANS-CCYYMMDD >= DLCRDBLK-BLOCK-DATE
014100             PERFORM 2300-WRITE-EXCEPTION
014200         ELSE
014300             ADD 1 TO DLR179-PRE-BLOCK-RECS
014400         END-IF
014500     END-IF.
014600     PERFORM 2100-READ-DTAR107.
014700 2000-EXIT.
014800     EXIT.
014900
015000 2100-READ-DTAR107.
015100     READ DTAR107-FILE
015200         AT END
015300             MOVE 'Y' TO DLR179-EOF-SW
015400     END-READ.
015500 2100-EXIT.
015600     EXIT.
015700
015800 2200-CHECK-BLOCKED.
015900     MOVE DTAR107-CUST-NO TO DLCRDBLK-CARD-NO.
016000     READ BLOCK-REGISTER
016100         INVALID KEY
016200             MOVE 'N' TO DLR179-BLOCKED-SW
016300         NOT INVALID KEY
016400             MOVE 'Y' TO DLR179-BLOCKED-SW
016500     END-READ.
016600 2200-EXIT.
016700     EXIT.
016800
016900 2300-WRITE-EXCEPTION.
017000     ADD 1 TO DLR179-BLOCKED-RECS.
017100     ADD DTAR107-AMOUNT TO DLR179-BLOCKED-AMOUNT.
017200     MOVE DTAR107-CUST-NO TO DLR179-D-CARD-NO.
017300     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
017400         MOVE DTAR107-STORE-NO-REDEF TO DLR179-D-STORE
017500     ELSE
017600         MOVE DTAR107-STORE-NO TO DLR179-STORE-NO-EDIT
017700         MOVE DLR179-STORE-NO-EDIT TO DLR179-D-STORE
017800     END-IF.
017900     MOVE DLR179-TRANS-CCYYMMDD TO DLR179-D-TRANS-DATE.
018000     MOVE DTAR107-TRANS-TYPE TO DLR179-D-TRANS-TYPE.
018100     MOVE DTAR107-TERMINAL-NO TO DLR179-D-TERMINAL.
018200     MOVE DTAR107-OPERATOR-NO TO DLR179-D-OPERATOR.
018300     MOVE DTAR107-AMOUNT TO DLR179-D-AMOUNT.
018400     MOVE DLCRDBLK-REASON TO DLR179-D-REASON.
018500     MOVE DLCRDBLK-BLOCK-DATE TO DLR179-D-BLOCK-DATE.
018600     MOVE DLCRDBLK-REPLACED-BY TO DLR179-D-REPLACED-BY.
018700     WRITE FRAUD-LINE FROM DLR179-DETAIL-LINE.
018800 2300-EXIT.
018900     EXIT.
019000
019100 8000-PRINT-TOTALS.
019200     WRITE FRAUD-LINE FROM DLR179-BLANK-LINE.
019300     MOVE 'DTAR107 RECORDS READ' TO DLR179-T-LABEL.
019400     MOVE DLR179-RECS-READ TO DLR179-T-COUNT.
019500     MOVE ZERO TO DLR179-T-AMOUNT.
019600     WRITE FRAUD-LINE FROM DLR179-TOTAL-LINE.
019660     MOVE 'BLOCKED CARD ACTIVITY - POSSIBLE FRAUD'
019720         TO DLR179-T-LABEL.
019800     MOVE DLR179-BLOCKED-RECS TO DLR179-T-COUNT.
019900     MOVE DLR179-BLOCKED-AMOUNT TO DLR179-T-AMOUNT.
020000     WRITE FRAUD-LINE FROM DLR179-TOTAL-LINE.
020100     MOVE 'DATED BEFORE THE CARD WAS REPORTED' TO DLR179-T-LABEL.
020200     MOVE DLR179-PRE-BLOCK-RECS TO DLR179-T-COUNT.
020300     MOVE ZERO TO DLR179-T-AMOUNT.
020400     WRITE FRAUD-LINE FROM DLR179-TOTAL-LINE.
020500 8000-EXIT.
020600     EXIT.
020700
020800 9000-TERMINATE.
020900     DISPLAY 'DLR179 DTAR107 RECORDS READ  = ' DLR179-RECS-READ.
021000     DISPLAY 'DLR179 BLOCKED CARD ACTIVITY = '
021100         DLR179-BLOCKED-RECS.
021200     IF  DLR179-BLOCKED-RECS > ZERO
021300         MOVE 4 TO RETURN-CODE
021400     END-IF.
021500     CLOSE DTAR107-FILE
021600           BLOCK-REGISTER
021700           FRAUD-REPORT.
021800 9000-EXIT.
021900     EXIT.
