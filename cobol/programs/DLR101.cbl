001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | FRANCHISE STORES LEFT OUT    | R. GEALL       *
002160*     |          | WHEN DLPARAMM EXCL-FRANCH=1  |                *
002170*  03 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002180*     |          | CONVERTED; CCY AND TRADED    |                *
002190*     |          | SALES SHOWN                  |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002900 FILE-CONTROL.
003000     SELECT DTAR020-FILE      ASSIGN TO DTAR020
003100                              ORGANIZATION IS SEQUENTIAL.
003120     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003140                              ORGANIZATION IS SEQUENTIAL.
003160     SELECT FRANCHISE-FILE    ASSIGN TO DLFRANMF
003180                              ORGANIZATION IS SEQUENTIAL.
003200     SELECT COST-MASTER       ASSIGN TO DLCOSTMF
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS DYNAMIC
004200     LABEL RECORDS ARE STANDARD.
004300 01  DTAR020-REC.
004400     COPY DTAR020.
004409 FD  PARAM-FILE
004418     RECORDING MODE IS F
004427     LABEL RECORDS ARE STANDARD.
004436 01  DLPARAMM-RECORD.
004445     COPY DLPARAMM.
004454 FD  FRANCHISE-FILE
004463     RECORDING MODE IS F
004472     LABEL RECORDS ARE STANDARD.
004481 01  DLFRANMF-RECORD.
004490     COPY DLFRANMF.
004500 FD  COST-MASTER
004600     LABEL RECORDS ARE STANDARD.
004700 01  DLCOSTMF-RECORD.
005600         88  DLR101-EOF                      VALUE 'Y'.
005700     05  DLR101-COST-FOUND-SW     PIC X(01)  VALUE 'N'.
005800         88  DLR101-COST-FOUND               VALUE 'Y'.
005803     05  DLR101-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
005806         88  DLR101-PARM-EOF                 VALUE 'Y'.
005809     05  DLR101-FRAN-EOF-SW       PIC X(01)  VALUE 'N'.
005812         88  DLR101-FRAN-EOF                 VALUE 'Y'.
005815     05  DLR101-FRAN-SALE-SW      PIC X(01)  VALUE 'N'.
005818         88  DLR101-FRAN-SALE                VALUE 'Y'.
005821 01  DLR101-CONSTANTS.
005824*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
005827*    1 LEAVES SALES IN FRANCHISE STORES OUT OF THE REPORT.
005830     05  DLR101-EXCL-FRANCH       PIC 9(09)  VALUE ZERO.
005833         88  DLR101-EXCLUDE-FRANCHISE        VALUE 1.
005836 01  DLR101-PARM-FIELDS.
005839     05  DLR101-PARM-RUN-DATE     PIC 9(08)  VALUE ZERO.
005842     05  DLR101-PARM-BEST-EFF     PIC 9(08)  VALUE ZERO.
005845 01  DLR101-SALE-CCYYMMDD         PIC 9(08).
005848*    DLFRANMF AGREEMENTS - A SALE IS A FRANCHISE SALE WHEN AN
005851*    AGREEMENT ON ITS STORE WAS IN FORCE ON THE SALE DATE.
005854 01  DLR101-FRAN-CONTROL.
005857     05  DLR101-FRAN-COUNT        PIC S9(04)  COMP  VALUE ZERO.
005860 01  DLR101-FRAN-TABLE.
005863     05  DLR101-FRAN-ENTRY OCCURS 500 TIMES
005866                           INDEXED BY DLR101-FRAN-IX.
005869         10  DLR101-F-STORE-NO    PIC S9(03)   COMP-3.
005872         10  DLR101-F-START-DATE  PIC 9(08).
005875         10  DLR101-F-END-DATE    PIC 9(08).
005878 01  DLR101-FRAN-TOTALS.
005881     05  DLR101-FRAN-RECS         PIC 9(09)  VALUE ZERO.
005884     05  DLR101-FRAN-SALE-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
005887     05  DLR101-FRAN-DROPPED      PIC 9(07)  VALUE ZERO.
005900 01  DLR101-CELL-CONTROL.
006000     05  DLR101-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
006100 01  DLR101-CELL-TABLE.
006600         10  DLR101-C-SALES-AMT   PIC S9(9)V99 COMP-3.
006700         10  DLR101-C-COST-AMT    PIC S9(9)V99 COMP-3.
006800         10  DLR101-C-QTY-SOLD    PIC S9(9)    COMP-3.
006830         10  DLR101-C-CCY         PIC X(03).
006860         10  DLR101-C-ORIG-SALES  PIC S9(11)V99 COMP-3.
006900 01  DLR101-WORK-FIELDS.
007000     05  DLR101-LINE-COST         PIC S9(11)V99 COMP-3.
007100     05  DLR101-MARGIN-AMT        PIC S9(11)V99 COMP-3.
007500     05  DLR101-NO-COST-RECS      PIC 9(09)  VALUE ZERO.
007600     05  DLR101-NO-COST-SALES     PIC S9(11)V99 COMP-3 VALUE ZERO.
007700     05  DLR101-NEG-MARGIN-CELLS  PIC 9(05)  VALUE ZERO.
007720     05  DLR101-NO-RATE-COUNT     PIC 9(09)  VALUE ZERO.
007740 01  DLFXCONV-AREA.
007760     COPY DLFXCONV.
007800 01  DLR101-HEADING-1.
007900     05  FILLER                   PIC X(44)  VALUE
008000         'DLR101 - DAILY GROSS MARGIN BY STORE / DEPT'.
008010 01  DLR101-EXCL-LINE.
008020     05  FILLER                   PIC X(48)  VALUE
008030         'COMPANY STORES ONLY - FRANCHISE STORES EXCLUDED'.
008040 01  DLR101-FRAN-LINE.
008050     05  FILLER                   PIC X(32)  VALUE
008060         'FRANCHISE SALES EXCLUDED - RECS '.
008070     05  DLR101-FL-RECS           PIC ZZZZZZZZ9.
008080     05  FILLER                   PIC X(08)  VALUE ' VALUE  '.
008090     05  DLR101-FL-AMT            PIC -ZZZZZZZZZZ9.99.
008100 01  DLR101-HEADING-2.
008200     05  FILLER                   PIC X(06)  VALUE 'STORE '.
008300     05  FILLER                   PIC X(06)  VALUE 'DEPT  '.
008800     05  FILLER                   PIC X(14)  VALUE
008900         'MARGIN        '.
009000     05  FILLER                   PIC X(08)  VALUE 'MARGIN %'.
009020     05  FILLER                   PIC X(11)  VALUE SPACES.
009040     05  FILLER                   PIC X(04)  VALUE 'CCY '.
009060     05  FILLER                   PIC X(13)  VALUE
009080         ' TRADED SALES'.
009100 01  DLR101-DETAIL-LINE.
009200     05  DLR101-D-STORE           PIC ZZ9.
009300     05  FILLER                   PIC X(03)  VALUE SPACES.
010200     05  DLR101-D-PCT             PIC -ZZ9.99.
010300     05  FILLER                   PIC X(02)  VALUE SPACES.
010400     05  DLR101-D-FLAG            PIC X(08).
010410     05  FILLER                   PIC X(01)  VALUE SPACES.
010420     05  DLR101-D-CCY             PIC X(03).
010430     05  FILLER                   PIC X(01)  VALUE SPACES.
010440     05  DLR101-D-ORIG-SALES      PIC -ZZZZZZZZ9.99
010450                                             BLANK WHEN ZERO.
010500 01  DLR101-NOCOST-LINE.
010600     05  FILLER                   PIC X(26)  VALUE
010700         'SALES WITH NO COST ROW -  '.
012100     OPEN INPUT  DTAR020-FILE.
012200     OPEN INPUT  COST-MASTER.
012300     OPEN OUTPUT MARGIN-REPORT.
012320     PERFORM 1200-LOAD-PARAMETER.
012340     IF  DLR101-EXCLUDE-FRANCHISE
012360         PERFORM 1300-LOAD-FRANCHISES
012380     END-IF.
012386     MOVE 'O' TO DLFXCONV-FUNCTION.
012392     CALL 'DLR176' USING DLFXCONV-AREA.
012400     PERFORM 2100-READ-DTAR020.
012500 1000-EXIT.
012600     EXIT.
012601
012602*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
012603*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
012604 1200-LOAD-PARAMETER.
012605     OPEN INPUT PARAM-FILE.
012606     ACCEPT DLR101-PARM-RUN-DATE FROM DATE YYYYMMDD.
012607     PERFORM 1210-READ-PARAM.
012608     PERFORM 1220-TEST-ONE-PARAM
012609         UNTIL DLR101-PARM-EOF.
012610     CLOSE PARAM-FILE.
012611 1200-EXIT.
012612     EXIT.
012613
012614 1210-READ-PARAM.
012615     READ PARAM-FILE
012616         AT END
012617             MOVE 'Y' TO DLR101-PARM-EOF-SW
012618     END-READ.
012619 1210-EXIT.
012620     EXIT.
012621
012622 1220-TEST-ONE-PARAM.
012623     IF  DLPARAMM-JOB-NAME = 'DLR101  '
012624     AND DLPARAMM-PARAM-NAME = 'EXCL-FRANCH '
012625     AND DLPARAMM-EFF-FROM <= DLR101-PARM-RUN-DATE
012626     AND DLPARAMM-EFF-FROM >= DLR101-PARM-BEST-EFF
012627         MOVE DLPARAMM-EFF-FROM TO DLR101-PARM-BEST-EFF
012628         MOVE DLPARAMM-PARAM-VALUE
012629             TO DLR101-EXCL-FRANCH
012630     END-IF.
012631     PERFORM 1210-READ-PARAM.
012632 1220-EXIT.
012633     EXIT.
012634
012635 1300-LOAD-FRANCHISES.
012636     OPEN INPUT FRANCHISE-FILE.
012637     PERFORM 1310-READ-FRANCHISE.
012638     PERFORM 1320-STORE-ONE-FRANCHISE
012639         UNTIL DLR101-FRAN-EOF.
012640     CLOSE FRANCHISE-FILE.
012641 1300-EXIT.
012642     EXIT.
012643
012644 1310-READ-FRANCHISE.
012645     READ FRANCHISE-FILE
012646         AT END
012647             MOVE 'Y' TO DLR101-FRAN-EOF-SW
012648     END-READ.
012649 1310-EXIT.
012650     EXIT.
012651
012652 1320-STORE-ONE-FRANCHISE.
012653     IF  DLR101-FRAN-COUNT < 500
012654         ADD 1 TO DLR101-FRAN-COUNT
012655         SET DLR101-FRAN-IX TO DLR101-FRAN-COUNT
012656         MOVE DLFRANMF-STORE-NO
012657             TO DLR101-F-STORE-NO (DLR101-FRAN-IX)
012658         MOVE DLFRANMF-START-DATE
012659             TO DLR101-F-START-DATE (DLR101-FRAN-IX)
012660         MOVE DLFRANMF-END-DATE
012661             TO DLR101-F-END-DATE (DLR101-FRAN-IX)
012662     ELSE
012663         ADD 1 TO DLR101-FRAN-DROPPED
012664     END-IF.
012665     PERFORM 1310-READ-FRANCHISE.
012666 1320-EXIT.
012667     EXIT.
012700
012800 2000-PROCESS-RECORD.
012900     ADD 1 TO DLR101-RECS-READ.
012910     PERFORM 2050-CHECK-FRANCHISE.
012920     IF  DLR101-FRAN-SALE
012930         ADD 1 TO DLR101-FRAN-RECS
012935         PERFORM 2060-CONVERT-SALE
012940         ADD DLFXCONV-LOCAL-AMT TO DLR101-FRAN-SALE-AMT
012950     ELSE
012970         PERFORM 2060-CONVERT-SALE
013000         PERFORM 2200-READ-COST-MASTER
013100         IF  DLR101-COST-FOUND
013200             COMPUTE DLR101-LINE-COST ROUNDED =
013300                 DTAR020-QTY-SOLD * DLCOSTMF-AVG-UNIT-COST
013400             PERFORM 2300-FIND-OR-ADD-CELL
013500             ADD DLFXCONV-LOCAL-AMT
013600                 TO DLR101-C-SALES-AMT (DLR101-CELL-IX)
013630             ADD DLFXCONV-SOURCE-AMT
013660                 TO DLR101-C-ORIG-SALES (DLR101-CELL-IX)
013700             ADD DLR101-LINE-COST
013800                 TO DLR101-C-COST-AMT (DLR101-CELL-IX)
013900             ADD DTAR020-QTY-SOLD
014000                 TO DLR101-C-QTY-SOLD (DLR101-CELL-IX)
014100         ELSE
014200             ADD 1 TO DLR101-NO-COST-RECS
014300             ADD DLFXCONV-LOCAL-AMT TO DLR101-NO-COST-SALES
014400         END-IF
014450     END-IF.
014500     PERFORM 2100-READ-DTAR020.
014600 2000-EXIT.
014700     EXIT.
014704
014708 2050-CHECK-FRANCHISE.
014712     MOVE 'N' TO DLR101-FRAN-SALE-SW.
014716     IF  DLR101-EXCLUDE-FRANCHISE
014720         COMPUTE DLR101-SALE-CCYYMMDD = DTAR020-DATE + 19000000
014724         SET DLR101-FRAN-IX TO 1
014728         SEARCH DLR101-FRAN-ENTRY
014732             AT END
014736                 CONTINUE
014740             WHEN DLR101-FRAN-IX > DLR101-FRAN-COUNT
014744                 CONTINUE
014748             WHEN DLR101-F-STORE-NO (DLR101-FRAN-IX)
014752                     = DTAR020-STORE-NO
014756             AND  DLR101-F-START-DATE (DLR101-FRAN-IX)
014760                     <= DLR101-SALE-CCYYMMDD
014764             AND (DLR101-F-END-DATE (DLR101-FRAN-IX) = ZERO
014768              OR  DLR101-F-END-DATE (DLR101-FRAN-IX)
014772                     >= DLR101-SALE-CCYYMMDD)
014776                 MOVE 'Y' TO DLR101-FRAN-SALE-SW
014780         END-SEARCH
014784     END-IF.
014788 2050-EXIT.
014792     EXIT.
014798
014804*    A FOREIGN-CURRENCY STORE'S SALES ARE TAKEN AT THEIR LOCAL
014810*    EQUIVALENT SO THEY MEASURE AGAINST THE LOCAL DLCOSTMF COST.
014816 2060-CONVERT-SALE.
014822     MOVE 'C' TO DLFXCONV-FUNCTION.
014828     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
014834     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
014840     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
014846     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
014852     CALL 'DLR176' USING DLFXCONV-AREA.
014858     IF  DLFXCONV-NO-RATE
014864         ADD 1 TO DLR101-NO-RATE-COUNT
014870     END-IF.
014876 2060-EXIT.
014882     EXIT.
014888
014900 2100-READ-DTAR020.
015000     READ DTAR020-FILE
015100         AT END
018300                     TO DLR101-C-COST-AMT (DLR101-CELL-IX)
018400                 MOVE ZERO
018500                     TO DLR101-C-QTY-SOLD (DLR101-CELL-IX)
018520                 MOVE DLFXCONV-CCY
018540                     TO DLR101-C-CCY (DLR101-CELL-IX)
018560                 MOVE ZERO
018580                     TO DLR101-C-ORIG-SALES (DLR101-CELL-IX)
018600             END-IF
018700         WHEN DLR101-C-STORE-NO (DLR101-CELL-IX)
018800                 = DTAR020-STORE-NO
019500
019600 4000-PRINT-REPORT.
019700     WRITE MARGIN-LINE FROM DLR101-HEADING-1.
019720     IF  DLR101-EXCLUDE-FRANCHISE
019740         WRITE MARGIN-LINE FROM DLR101-EXCL-LINE
019760     END-IF.
019800     WRITE MARGIN-LINE FROM DLR101-HEADING-2.
019900     PERFORM 4100-PRINT-ONE-CELL
020000         VARYING DLR101-CELL-IX FROM 1 BY 1
020200     MOVE DLR101-NO-COST-RECS  TO DLR101-N-RECS.
020300     MOVE DLR101-NO-COST-SALES TO DLR101-N-SALES.
020400     WRITE MARGIN-LINE FROM DLR101-NOCOST-LINE.
020410     IF  DLR101-EXCLUDE-FRANCHISE
020420         MOVE DLR101-FRAN-RECS     TO DLR101-FL-RECS
020430         MOVE DLR101-FRAN-SALE-AMT TO DLR101-FL-AMT
020440         WRITE MARGIN-LINE FROM DLR101-FRAN-LINE
020450     END-IF.
020500 4000-EXIT.
020600     EXIT.
020700
022900     ELSE
023000         MOVE SPACES TO DLR101-D-FLAG
023100     END-IF.
023110     MOVE DLR101-C-CCY (DLR101-CELL-IX) TO DLR101-D-CCY.
023120     IF  DLR101-C-CCY (DLR101-CELL-IX) = SPACES
023130         MOVE ZERO TO DLR101-D-ORIG-SALES
023140     ELSE
023150         MOVE DLR101-C-ORIG-SALES (DLR101-CELL-IX)
023160             TO DLR101-D-ORIG-SALES
023170     END-IF.
023200     WRITE MARGIN-LINE FROM DLR101-DETAIL-LINE.
023300 4100-EXIT.
023400     EXIT.
023700     DISPLAY 'DLR101 RECORDS READ      = ' DLR101-RECS-READ.
023800     DISPLAY 'DLR101 NEG MARGIN CELLS  = '
023900         DLR101-NEG-MARGIN-CELLS.
023910     IF  DLR101-EXCLUDE-FRANCHISE
023920         DISPLAY 'DLR101 FRANCHISE RECS EXCLUDED = '
023930             DLR101-FRAN-RECS
023940     END-IF.
023950     IF  DLR101-FRAN-DROPPED > ZERO
023960         DISPLAY 'DLR101 FRANCHISE TABLE FULL - DROPPED = '
023970             DLR101-FRAN-DROPPED
023980         MOVE 4 TO RETURN-CODE
023990     END-IF.
023991     IF  DLR101-NO-RATE-COUNT > ZERO
023992         DISPLAY 'DLR101 FOREIGN SALES WITH NO DLFXRATE RATE = '
023993             DLR101-NO-RATE-COUNT
023994         MOVE 4 TO RETURN-CODE
023995     END-IF.
024000     CLOSE DTAR020-FILE
024100           COST-MASTER
024200           MARGIN-REPORT.
