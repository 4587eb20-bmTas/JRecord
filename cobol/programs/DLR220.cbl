000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR220.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR220 - MONTHLY FUNDS TRANSFER PRICING AND NET INTEREST     *
001000*             MARGIN BY BRANCH AND DEPOSIT PRODUCT               *
001100*                                                                *
001200*   FOR THE MONTH ON THE FTPPERD CARD (CCYYMM; NO CARD MEANS     *
001300*   THE MONTH BEFORE THE RUN DATE) EVERY TERM DEPOSIT ON AQTRANS *
001400*   IS GIVEN ITS AVERAGE BALANCE FOR THE DAYS IT WAS OUT IN THE  *
001500*   MONTH - THE LATEST START-DEPOSIT BALANCE, WITH PW / WDL      *
001600*   DEBITS VALUED INSIDE THE MONTH ADDED BACK FOR THE DAYS       *
001700*   BEFORE THEM. ITS BRANCH (TRN-SD-PROC-BRCH) IS CREDITED WITH  *
001800*   THE FTP VALUE OF THE FUNDS AT THE FUND COST RATE AND         *
001900*   CHARGED THE CUSTOMER RATE, BOTH FROM THE LATEST SD OR UDP    *
002000*   RECORD; THE DIFFERENCE IS THE NET MARGIN. MARGIN AND NIM     *
002100*   ARE REPORTED BY BRANCH, PRODUCT TYPE, CONTRACT PERIOD AND    *
002200*   CURRENCY, WITH THE COST OF THE RATE CONCESSION AGAINST THE   *
002300*   DLBRDRTE BOARD RATE IN FORCE ON THE ENTRY DATE ON A LINE OF  *
002400*   ITS OWN, AND BRANCH TOTALS IN LOCAL CURRENCY AT THE          *
002500*   DLFXRATE RATE IN FORCE AT MONTH END. NIM IS ANNUALISED.      *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PERIOD-CARD       ASSIGN TO FTPPERD
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT BOARD-RATE-FILE   ASSIGN TO DLBRDRTE
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT FTP-REPORT        ASSIGN TO FTPNIMRP
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PERIOD-CARD
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  PERIOD-CARD-REC.
005600     05  FTC-MONTH               PIC 9(06).
005700     05  FILLER                  PIC X(74).
005800 FD  AQTRANS-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY AQTRANS.
006200 FD  BOARD-RATE-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DLBRDRTE-RECORD.
006600     COPY DLBRDRTE.
006700 FD  CCY-ATTR-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLCCYATT-RECORD.
007100     COPY DLCCYATT.
007200 FD  FXRATE-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLFXRATE-RECORD.
007600     COPY DLFXRATE.
007700 FD  FTP-REPORT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  FTP-LINE                    PIC X(132).
008100 WORKING-STORAGE SECTION.
008200 01  DLR220-SWITCHES.
008300     05  DLR220-EOF-SW            PIC X(01)  VALUE 'N'.
008400         88  DLR220-EOF                      VALUE 'Y'.
008500     05  DLR220-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR220-CARD-EOF                 VALUE 'Y'.
008700     05  DLR220-BOARD-EOF-SW      PIC X(01)  VALUE 'N'.
008800         88  DLR220-BOARD-EOF                VALUE 'Y'.
008900     05  DLR220-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
009000         88  DLR220-ATT-EOF                  VALUE 'Y'.
009100     05  DLR220-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
009200         88  DLR220-RATE-EOF                 VALUE 'Y'.
009300     05  DLR220-HELD-SW           PIC X(01)  VALUE 'N'.
009400         88  DLR220-DEPOSIT-HELD             VALUE 'Y'.
009500     05  DLR220-BOARD-FOUND-SW    PIC X(01)  VALUE 'N'.
009600         88  DLR220-BOARD-FOUND              VALUE 'Y'.
009700     05  DLR220-FX-FOUND-SW       PIC X(01)  VALUE 'N'.
009800         88  DLR220-FX-FOUND                 VALUE 'Y'.
009900 01  DLR220-CONSTANTS.
010000     05  DLR220-LOCAL-CCY         PIC X(03)  VALUE 'SGD'.
010100 01  DLR220-RUN-DATE              PIC 9(08)  VALUE ZERO.
010200 01  DLR220-RUN-DATE-R REDEFINES DLR220-RUN-DATE.
010300     05  DLR220-RUN-CCYY          PIC 9(04).
010400     05  DLR220-RUN-MM            PIC 9(02).
010500     05  DLR220-RUN-DD            PIC 9(02).
010600*    THE MONTH BEING PRICED.
010700 01  DLR220-MONTH.
010800     05  DLR220-MONTH-CCYY        PIC 9(04).
010900     05  DLR220-MONTH-MM          PIC 9(02).
011000 01  DLR220-MONTH-N REDEFINES DLR220-MONTH
011100                                  PIC 9(06).
011200 01  DLR220-MONTH-FIELDS.
011300     05  DLR220-MONTH-FIRST       PIC 9(08).
011400     05  DLR220-MONTH-LAST        PIC 9(08).
011500     05  DLR220-DAYS-IN-MONTH     PIC 9(02).
011600     05  DLR220-LEAP-QUOT         PIC 9(04).
011700     05  DLR220-LEAP-REM-4        PIC 9(04).
011800     05  DLR220-LEAP-REM-100      PIC 9(04).
011900     05  DLR220-LEAP-REM-400      PIC 9(04).
012000*    CURRENCY ATTRIBUTES - DECIMALS AND INTEREST DAY BASIS.
012100 01  DLR220-ATT-CONTROL.
012200     05  DLR220-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
012300 01  DLR220-ATT-TABLE.
012400     05  DLR220-ATT-ENTRY OCCURS 50 TIMES
012500                          INDEXED BY DLR220-ATT-IX.
012600         10  DLR220-A-CCY         PIC X(03).
012700         10  DLR220-A-DECIMALS    PIC 9(01).
012800         10  DLR220-A-DAY-BASIS   PIC 9(03).
012900 01  DLR220-CCY-FIELDS.
013000     05  DLR220-CCY-DECIMALS      PIC 9(01).
013100     05  DLR220-SCALE-DIVISOR     PIC 9(06).
013200     05  DLR220-DAY-BASIS         PIC 9(03).
013300 01  DLR220-BOARD-CONTROL.
013400     05  DLR220-BOARD-COUNT       PIC S9(04)  COMP  VALUE ZERO.
013500     05  DLR220-BOARD-BEST-EFF    PIC 9(08).
013600     05  DLR220-BOARD-RATE        PIC S9(3)V9(6) COMP-3.
013700 01  DLR220-BOARD-TABLE.
013800     05  DLR220-BOARD-ENTRY OCCURS 500 TIMES
013900                            INDEXED BY DLR220-BX.
014000         10  DLR220-B-PROD-TYP    PIC X(02).
014100         10  DLR220-B-PRD         PIC X(03).
014200         10  DLR220-B-CCY         PIC X(03).
014300         10  DLR220-B-EFF-FROM    PIC 9(08).
014400         10  DLR220-B-RATE        PIC S9(3)V9(6) COMP-3.
014500 01  DLR220-FX-CONTROL.
014600     05  DLR220-FX-COUNT          PIC S9(04)  COMP  VALUE ZERO.
014700     05  DLR220-FX-BEST-EFF       PIC 9(08).
014800     05  DLR220-FX-RATE-USED      PIC S9(7)V9(10) COMP-3.
014900 01  DLR220-FX-TABLE.
015000     05  DLR220-FX-ENTRY OCCURS 200 TIMES
015100                         INDEXED BY DLR220-RX.
015200         10  DLR220-R-CCY         PIC X(03).
015300         10  DLR220-R-EFF-DATE    PIC 9(08).
015400         10  DLR220-R-RATE        PIC S9(7)V9(10) COMP-3.
015500*    THE DEPOSIT BEING PASSED - ITS LATEST START-DEPOSIT
015600*    FIGURES, ITS LATEST RATES (SD OR UDP) AND THE WITHDRAWAL
015700*    DEBITS VALUED INSIDE THE MONTH.
015800 01  DLR220-DEPOSIT.
015900     05  DLR220-D-KEY.
016000         10  DLR220-D-PROD-TYP    PIC X(02).
016100         10  DLR220-D-ACC-NO      PIC X(20).
016200         10  DLR220-D-DEP-NO      PIC X(11).
016300     05  DLR220-D-SD-STAMP        PIC 9(14).
016400     05  DLR220-D-RATE-STAMP      PIC 9(14).
016500     05  DLR220-D-SD-SW           PIC X(01).
016600         88  DLR220-D-SD-SEEN                VALUE 'Y'.
016700     05  DLR220-D-BRANCH          PIC X(04).
016800     05  DLR220-D-CCY             PIC X(03).
016900     05  DLR220-D-CCY-DEC         PIC 9(01).
017000     05  DLR220-D-CONTRACT-PRD    PIC X(03).
017100     05  DLR220-D-ENTER-DATE      PIC 9(08).
017200     05  DLR220-D-VAL-START       PIC 9(08).
017300     05  DLR220-D-VAL-START-R REDEFINES DLR220-D-VAL-START.
017400         10  DLR220-D-START-CCYYMM PIC 9(06).
017500         10  DLR220-D-START-DD    PIC 9(02).
017600     05  DLR220-D-VAL-END         PIC 9(08).
017700     05  DLR220-D-VAL-END-R REDEFINES DLR220-D-VAL-END.
017800         10  DLR220-D-END-CCYYMM  PIC 9(06).
017900         10  DLR220-D-END-DD      PIC 9(02).
018000     05  DLR220-D-RAW-BAL         PIC S9(15)     COMP-3.
018100     05  DLR220-D-CUST-RATE       PIC S9(3)V9(6) COMP-3.
018200     05  DLR220-D-FUND-COST-RATE  PIC S9(3)V9(6) COMP-3.
018300     05  DLR220-D-DEBIT-COUNT     PIC S9(04)     COMP.
018400 01  DLR220-DEBIT-TABLE.
018500     05  DLR220-DR-ENTRY OCCURS 50 TIMES
018600                         INDEXED BY DLR220-DX.
018700         10  DLR220-X-RAW-AMT     PIC S9(15)     COMP-3.
018800         10  DLR220-X-DAY         PIC 9(02).
018900 01  DLR220-RECORD-KEY.
019000     05  DLR220-K-PROD-TYP        PIC X(02).
019100     05  DLR220-K-ACC-NO          PIC X(20).
019200     05  DLR220-K-DEP-NO          PIC X(11).
019300 01  DLR220-RECORD-STAMP          PIC 9(14).
019400 01  DLR220-DR-VALUE-DATE         PIC 9(08).
019500 01  DLR220-DR-VALUE-DATE-R REDEFINES DLR220-DR-VALUE-DATE.
019600     05  DLR220-DR-CCYYMM         PIC 9(06).
019700     05  DLR220-DR-DD             PIC 9(02).
019800*    ONE DEPOSIT'S FIGURES FOR THE MONTH.
019900 01  DLR220-PRICING.
020000     05  DLR220-FIRST-DAY         PIC S9(03)     COMP-3.
020100     05  DLR220-END-DAY           PIC S9(03)     COMP-3.
020200     05  DLR220-DEBIT-DAY         PIC S9(03)     COMP-3.
020300     05  DLR220-BALANCE           PIC S9(13)V99  COMP-3.
020400     05  DLR220-DEBIT-AMT         PIC S9(13)V99  COMP-3.
020500     05  DLR220-BALANCE-DAYS      PIC S9(15)V99  COMP-3.
020600     05  DLR220-AVG-BALANCE       PIC S9(13)V99  COMP-3.
020700     05  DLR220-FTP-CREDIT        PIC S9(13)V99  COMP-3.
020800     05  DLR220-INTEREST-COST     PIC S9(13)V99  COMP-3.
020900     05  DLR220-CONCESSION-COST   PIC S9(13)V99  COMP-3.
021000*    MARGIN CELLS, KEPT IN BRANCH / PRODUCT / PERIOD / CURRENCY
021100*    ORDER AS THEY ARE ADDED SO THE REPORT NEEDS NO SORT.
021200 01  DLR220-CELL-CONTROL.
021300     05  DLR220-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
021400     05  DLR220-SUB               PIC S9(04)  COMP.
021500     05  DLR220-SUB-NEXT          PIC S9(04)  COMP.
021600     05  DLR220-INSERT-AT         PIC S9(04)  COMP.
021700 01  DLR220-NEW-CELL-KEY.
021800     05  DLR220-N-BRANCH          PIC X(04).
021900     05  DLR220-N-PROD-TYP        PIC X(02).
022000     05  DLR220-N-PRD             PIC X(03).
022100     05  DLR220-N-CCY             PIC X(03).
022200 01  DLR220-CELL-TABLE.
022300     05  DLR220-CELL-ENTRY OCCURS 1000 TIMES
022400                           INDEXED BY DLR220-CX.
022500         10  DLR220-C-KEY.
022600             15  DLR220-C-BRANCH  PIC X(04).
022700             15  DLR220-C-PROD-TYP PIC X(02).
022800             15  DLR220-C-PRD     PIC X(03).
022900             15  DLR220-C-CCY     PIC X(03).
023000         10  DLR220-C-DAY-BASIS   PIC 9(03).
023100         10  DLR220-C-DEPOSITS    PIC S9(07)     COMP-3.
023200         10  DLR220-C-AVG-BALANCE PIC S9(15)V99  COMP-3.
023300         10  DLR220-C-FTP-CREDIT  PIC S9(13)V99  COMP-3.
023400         10  DLR220-C-INT-COST    PIC S9(13)V99  COMP-3.
023500         10  DLR220-C-CONCESSION  PIC S9(13)V99  COMP-3.
023600         10  DLR220-C-NO-BOARD    PIC S9(07)     COMP-3.
023700 01  DLR220-CELL-SAVE             PIC X(56).
023800*    BRANCH AND GRAND TOTALS, IN LOCAL CURRENCY.
023900 01  DLR220-TOTALS.
024000     05  DLR220-PREV-BRANCH       PIC X(04).
024100     05  DLR220-LOCAL-AVG-BAL     PIC S9(15)V99  COMP-3.
024200     05  DLR220-LOCAL-FTP         PIC S9(13)V99  COMP-3.
024300     05  DLR220-LOCAL-COST        PIC S9(13)V99  COMP-3.
024400     05  DLR220-LOCAL-CONCESSION  PIC S9(13)V99  COMP-3.
024500     05  DLR220-BR-DEPOSITS       PIC S9(07)     COMP-3.
024600     05  DLR220-BR-AVG-BAL        PIC S9(15)V99  COMP-3.
024700     05  DLR220-BR-FTP            PIC S9(15)V99  COMP-3.
024800     05  DLR220-BR-COST           PIC S9(15)V99  COMP-3.
024900     05  DLR220-BR-CONCESSION     PIC S9(15)V99  COMP-3.
025000     05  DLR220-GT-DEPOSITS       PIC S9(07)     COMP-3
025100                                             VALUE ZERO.
025200     05  DLR220-GT-AVG-BAL        PIC S9(15)V99  COMP-3
025300                                             VALUE ZERO.
025400     05  DLR220-GT-FTP            PIC S9(15)V99  COMP-3
025500                                             VALUE ZERO.
025600     05  DLR220-GT-COST           PIC S9(15)V99  COMP-3
025700                                             VALUE ZERO.
025800     05  DLR220-GT-CONCESSION     PIC S9(15)V99  COMP-3
025900                                             VALUE ZERO.
026000 01  DLR220-NIM-PCT               PIC S9(03)V9(03) COMP-3.
026100 01  DLR220-NIM-BASIS             PIC 9(03).
026200 01  DLR220-COUNTERS.
026300     05  DLR220-TRANS-READ        PIC 9(09)  VALUE ZERO.
026400     05  DLR220-DEPOSITS-PRICED   PIC 9(07)  VALUE ZERO.
026500     05  DLR220-NOT-OUT-IN-MONTH  PIC 9(07)  VALUE ZERO.
026600     05  DLR220-NO-SD             PIC 9(07)  VALUE ZERO.
026700     05  DLR220-NO-FUND-COST      PIC 9(07)  VALUE ZERO.
026800     05  DLR220-NO-BOARD-RATE     PIC 9(07)  VALUE ZERO.
026900     05  DLR220-NO-FX-RATE        PIC 9(07)  VALUE ZERO.
027000     05  DLR220-DEBITS-DROPPED    PIC 9(07)  VALUE ZERO.
027100     05  DLR220-CELLS-FULL        PIC 9(07)  VALUE ZERO.
027200 01  DLR220-HEADING-1.
027300     05  FILLER                   PIC X(53)  VALUE
027400         'DLR220 - FUNDS TRANSFER PRICING AND NIM          RUN '.
027500     05  DLR220-H-RUN-DATE        PIC 9(08).
027600 01  DLR220-HEADING-2.
027700     05  FILLER                   PIC X(06)  VALUE 'MONTH '.
027800     05  DLR220-H-MONTH           PIC 9(06).
027900     05  FILLER                   PIC X(08)  VALUE '  DAYS  '.
028000     05  DLR220-H-DAYS            PIC Z9.
028100     05  FILLER                   PIC X(30)  VALUE
028200         '  BRANCH TOTALS IN LOCAL CCY '.
028300     05  DLR220-H-LOCAL-CCY       PIC X(03).
028400 01  DLR220-HEADING-3.
028500     05  FILLER                   PIC X(40)  VALUE
028600         'BRCH PT PRD CCY   DEPS     AVERAGE BALAN'.
028700     05  FILLER                   PIC X(40)  VALUE
028800         'CE          FTP CREDIT       INTEREST CO'.
028900     05  FILLER                   PIC X(31)  VALUE
029000         'ST          NET MARGIN  NIM PCT'.
029100 01  DLR220-DETAIL-LINE.
029200     05  DLR220-L-LABEL.
029300         10  DLR220-L-BRANCH      PIC X(04).
029400         10  FILLER               PIC X(01).
029500         10  DLR220-L-PROD-TYP    PIC X(02).
029600         10  FILLER               PIC X(01).
029700         10  DLR220-L-PRD         PIC X(03).
029800         10  FILLER               PIC X(01).
029900         10  DLR220-L-CCY         PIC X(03).
030000         10  FILLER               PIC X(01).
030100         10  DLR220-L-DEPOSITS    PIC ZZZZZ9.
030200     05  FILLER                   PIC X(01).
030300     05  DLR220-L-AVG-BALANCE     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030400     05  FILLER                   PIC X(01).
030500     05  DLR220-L-FTP-CREDIT      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030600     05  FILLER                   PIC X(01).
030700     05  DLR220-L-INT-COST        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030800     05  FILLER                   PIC X(01).
030900     05  DLR220-L-NET-MARGIN      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
031000     05  FILLER                   PIC X(01).
031100     05  DLR220-L-NIM-PCT         PIC -ZZ9.999.
031200 01  DLR220-CONCESSION-LINE.
031300     05  FILLER                   PIC X(04)  VALUE SPACES.
031400     05  DLR220-K-LABEL           PIC X(50).
031500     05  FILLER                   PIC X(09)  VALUE SPACES.
031600     05  DLR220-K-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
031700     05  DLR220-K-NO-BOARD-TEXT   PIC X(20).
031800     05  DLR220-K-NO-BOARD        PIC ZZZZZ9.
031900 01  DLR220-TOTAL-LINE.
032000     05  DLR220-T-LABEL           PIC X(40).
032100     05  DLR220-T-COUNT           PIC ZZZZZZZZ9.
032200 01  DLR220-BLANK-LINE            PIC X(01)  VALUE SPACE.
032300 PROCEDURE DIVISION.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE.
032600     PERFORM 2000-PROCESS-TRANS
032700         UNTIL DLR220-EOF.
032800     IF  DLR220-DEPOSIT-HELD
032900         PERFORM 2500-PRICE-DEPOSIT
033000     END-IF.
033100     PERFORM 4000-PRINT-MARGINS.
033200     PERFORM 8000-PRINT-TOTALS.
033300     PERFORM 9000-TERMINATE.
033400     STOP RUN.
033500
033600 1000-INITIALIZE.
033700     ACCEPT DLR220-RUN-DATE FROM DATE YYYYMMDD.
033800     OPEN INPUT PERIOD-CARD.
033900     READ PERIOD-CARD
034000         AT END
034100             MOVE 'Y' TO DLR220-CARD-EOF-SW
034200     END-READ.
034300     IF  NOT DLR220-CARD-EOF
034400     AND FTC-MONTH NUMERIC
034500     AND FTC-MONTH > ZERO
034600         MOVE FTC-MONTH TO DLR220-MONTH-N
034700     ELSE
034800         IF  DLR220-RUN-MM = 1
034900             COMPUTE DLR220-MONTH-CCYY = DLR220-RUN-CCYY - 1
035000             MOVE 12 TO DLR220-MONTH-MM
035100         ELSE
035200             MOVE DLR220-RUN-CCYY TO DLR220-MONTH-CCYY
035300             COMPUTE DLR220-MONTH-MM = DLR220-RUN-MM - 1
035400         END-IF
035500     END-IF.
035600     CLOSE PERIOD-CARD.
035700     PERFORM 1100-SET-MONTH-BOUNDS.
035800     PERFORM 1200-LOAD-CCY-ATTRS.
035900     PERFORM 1300-LOAD-BOARD-RATES.
036000     PERFORM 1400-LOAD-FX-RATES.
036100     OPEN INPUT  AQTRANS-FILE.
036200     OPEN OUTPUT FTP-REPORT.
036300     MOVE DLR220-RUN-DATE      TO DLR220-H-RUN-DATE.
036400     MOVE DLR220-MONTH-N       TO DLR220-H-MONTH.
036500     MOVE DLR220-DAYS-IN-MONTH TO DLR220-H-DAYS.
036600     MOVE DLR220-LOCAL-CCY     TO DLR220-H-LOCAL-CCY.
036700     WRITE FTP-LINE FROM DLR220-HEADING-1.
036800     WRITE FTP-LINE FROM DLR220-HEADING-2.
036900     WRITE FTP-LINE FROM DLR220-BLANK-LINE.
037000     WRITE FTP-LINE FROM DLR220-HEADING-3.
037100     PERFORM 2100-READ-AQTRANS.
037200 1000-EXIT.
037300     EXIT.
037400
037500 1100-SET-MONTH-BOUNDS.
037600     EVALUATE DLR220-MONTH-MM
037700         WHEN 4
037800         WHEN 6
037900         WHEN 9
038000         WHEN 11
038100             MOVE 30 TO DLR220-DAYS-IN-MONTH
038200         WHEN 2
038300             DIVIDE DLR220-MONTH-CCYY BY 4
038400                 GIVING DLR220-LEAP-QUOT
038500                 REMAINDER DLR220-LEAP-REM-4
038600             DIVIDE DLR220-MONTH-CCYY BY 100
038700                 GIVING DLR220-LEAP-QUOT
038800                 REMAINDER DLR220-LEAP-REM-100
038900             DIVIDE DLR220-MONTH-CCYY BY 400
039000                 GIVING DLR220-LEAP-QUOT
039100                 REMAINDER DLR220-LEAP-REM-400
039200             IF  DLR220-LEAP-REM-4 = ZERO
039300             AND (DLR220-LEAP-REM-100 NOT = ZERO
039400                 OR DLR220-LEAP-REM-400 = ZERO)
039500                 MOVE 29 TO DLR220-DAYS-IN-MONTH
039600             ELSE
039700                 MOVE 28 TO DLR220-DAYS-IN-MONTH
039800             END-IF
039900         WHEN OTHER
040000             MOVE 31 TO DLR220-DAYS-IN-MONTH
040100     END-EVALUATE.
040200     COMPUTE DLR220-MONTH-FIRST = DLR220-MONTH-N * 100 + 1.
040300     COMPUTE DLR220-MONTH-LAST =
040400         DLR220-MONTH-N * 100 + DLR220-DAYS-IN-MONTH.
040500 1100-EXIT.
040600     EXIT.
040700
040800 1200-LOAD-CCY-ATTRS.
040900     OPEN INPUT CCY-ATTR-FILE.
041000     PERFORM 1210-READ-CCY-ATTR.
041100     PERFORM 1220-HOLD-ONE-CCY-ATTR
041200         UNTIL DLR220-ATT-EOF.
041300     CLOSE CCY-ATTR-FILE.
041400 1200-EXIT.
041500     EXIT.
041600
041700 1210-READ-CCY-ATTR.
041800     READ CCY-ATTR-FILE
041900         AT END
042000             MOVE 'Y' TO DLR220-ATT-EOF-SW
042100     END-READ.
042200 1210-EXIT.
042300     EXIT.
042400
042500 1220-HOLD-ONE-CCY-ATTR.
042600     IF  DLR220-ATT-COUNT < 50
042700         ADD 1 TO DLR220-ATT-COUNT
042800         SET DLR220-ATT-IX TO DLR220-ATT-COUNT
042900         MOVE DLCCYATT-CCY
043000             TO DLR220-A-CCY (DLR220-ATT-IX)
043100         MOVE DLCCYATT-DECIMALS
043200             TO DLR220-A-DECIMALS (DLR220-ATT-IX)
043300         IF  DLCCYATT-DAY-BASIS = 360
043400             MOVE 360 TO DLR220-A-DAY-BASIS (DLR220-ATT-IX)
043500         ELSE
043600             MOVE 365 TO DLR220-A-DAY-BASIS (DLR220-ATT-IX)
043700         END-IF
043800     END-IF.
043900     PERFORM 1210-READ-CCY-ATTR.
044000 1220-EXIT.
044100     EXIT.
044200
044300 1300-LOAD-BOARD-RATES.
044400     OPEN INPUT BOARD-RATE-FILE.
044500     PERFORM 1310-READ-BOARD-RATE.
044600     PERFORM 1320-HOLD-ONE-BOARD-RATE
044700         UNTIL DLR220-BOARD-EOF.
044800     CLOSE BOARD-RATE-FILE.
044900 1300-EXIT.
045000     EXIT.
045100
045200 1310-READ-BOARD-RATE.
045300     READ BOARD-RATE-FILE
045400         AT END
045500             MOVE 'Y' TO DLR220-BOARD-EOF-SW
045600     END-READ.
045700 1310-EXIT.
045800     EXIT.
045900
046000 1320-HOLD-ONE-BOARD-RATE.
046100     IF  DLR220-BOARD-COUNT < 500
046200         ADD 1 TO DLR220-BOARD-COUNT
046300         SET DLR220-BX TO DLR220-BOARD-COUNT
046400         MOVE DLBRDRTE-PROD-TYP
046500             TO DLR220-B-PROD-TYP (DLR220-BX)
046600         MOVE DLBRDRTE-CONTRACT-PRD
046700             TO DLR220-B-PRD (DLR220-BX)
046800         MOVE DLBRDRTE-CCY       TO DLR220-B-CCY (DLR220-BX)
046900         MOVE DLBRDRTE-EFF-FROM  TO DLR220-B-EFF-FROM (DLR220-BX)
047000         MOVE DLBRDRTE-RATE      TO DLR220-B-RATE (DLR220-BX)
047100     END-IF.
047200     PERFORM 1310-READ-BOARD-RATE.
047300 1320-EXIT.
047400     EXIT.
047500
047600 1400-LOAD-FX-RATES.
047700     OPEN INPUT FXRATE-FILE.
047800     PERFORM 1410-READ-FX-RATE.
047900     PERFORM 1420-HOLD-ONE-FX-RATE
048000         UNTIL DLR220-RATE-EOF.
048100     CLOSE FXRATE-FILE.
048200 1400-EXIT.
048300     EXIT.
048400
048500 1410-READ-FX-RATE.
048600     READ FXRATE-FILE
048700         AT END
048800             MOVE 'Y' TO DLR220-RATE-EOF-SW
048900     END-READ.
049000 1410-EXIT.
049100     EXIT.
049200
049300 1420-HOLD-ONE-FX-RATE.
049400     IF  DLR220-FX-COUNT < 200
049500     AND DLFXRATE-EFF-DATE <= DLR220-MONTH-LAST
049600         ADD 1 TO DLR220-FX-COUNT
049700         SET DLR220-RX TO DLR220-FX-COUNT
049800         MOVE DLFXRATE-CCY      TO DLR220-R-CCY (DLR220-RX)
049900         MOVE DLFXRATE-EFF-DATE TO DLR220-R-EFF-DATE (DLR220-RX)
050000         MOVE DLFXRATE-RATE     TO DLR220-R-RATE (DLR220-RX)
050100     END-IF.
050200     PERFORM 1410-READ-FX-RATE.
050300 1420-EXIT.
050400     EXIT.
050500
050600*    AQTRANS IS IN PRODUCT / ACCOUNT / DEPOSIT ORDER, SO A
050700*    DEPOSIT'S RECORDS ARRIVE TOGETHER; IT IS PRICED ON THE
050800*    CHANGE OF KEY. RECORDS POSTED AFTER THE MONTH ARE LEFT
050900*    OUT SO A RERUN FOR AN EARLIER MONTH SEES ITS OWN STATE.
051000 2000-PROCESS-TRANS.
051100     ADD 1 TO DLR220-TRANS-READ.
051200     MOVE TRANS-PROD-TYP TO DLR220-K-PROD-TYP.
051300     MOVE TRANS-ACC-NO   TO DLR220-K-ACC-NO.
051400     MOVE TRANS-DEP-NO   TO DLR220-K-DEP-NO.
051500     IF  DLR220-RECORD-KEY NOT = DLR220-D-KEY
051600     OR  NOT DLR220-DEPOSIT-HELD
051700         IF  DLR220-DEPOSIT-HELD
051800             PERFORM 2500-PRICE-DEPOSIT
051900         END-IF
052000         PERFORM 2200-START-DEPOSIT
052100     END-IF.
052200     IF  TRANS-DTE-SYS <= DLR220-MONTH-LAST
052300         COMPUTE DLR220-RECORD-STAMP =
052400             TRANS-DTE-SYS * 1000000 + TRANS-TIME-SYS
052500         EVALUATE TRANS-BASIC-TRNTYP
052600             WHEN 'SD  '
052700                 PERFORM 2300-TAKE-START-DEPOSIT
052800             WHEN 'UDP '
052900                 PERFORM 2350-TAKE-UPDATE
053000             WHEN 'DR  '
053100                 PERFORM 2400-TAKE-DEBIT
053200             WHEN OTHER
053300                 CONTINUE
053400         END-EVALUATE
053500     END-IF.
053600     PERFORM 2100-READ-AQTRANS.
053700 2000-EXIT.
053800     EXIT.
053900
054000 2100-READ-AQTRANS.
054100     READ AQTRANS-FILE
054200         AT END
054300             MOVE 'Y' TO DLR220-EOF-SW
054400     END-READ.
054500 2100-EXIT.
054600     EXIT.
054700
054800 2200-START-DEPOSIT.
054900     MOVE DLR220-RECORD-KEY TO DLR220-D-KEY.
055000     MOVE 'Y'               TO DLR220-HELD-SW.
055100     MOVE 'N'               TO DLR220-D-SD-SW.
055200     MOVE ZERO              TO DLR220-D-SD-STAMP
055300                               DLR220-D-RATE-STAMP
055400                               DLR220-D-VAL-START
055500                               DLR220-D-VAL-END
055600                               DLR220-D-RAW-BAL
055700                               DLR220-D-CUST-RATE
055800                               DLR220-D-FUND-COST-RATE
055900                               DLR220-D-DEBIT-COUNT.
056000 2200-EXIT.
056100     EXIT.
056200
056300 2300-TAKE-START-DEPOSIT.
056400     IF  DLR220-RECORD-STAMP >= DLR220-D-SD-STAMP
056500         MOVE DLR220-RECORD-STAMP  TO DLR220-D-SD-STAMP
056600         MOVE 'Y'                  TO DLR220-D-SD-SW
056700         MOVE TRN-SD-PROC-BRCH     TO DLR220-D-BRANCH
056800         MOVE TRN-SD-CCY           TO DLR220-D-CCY
056900         MOVE TRN-SD-CCY-DEC       TO DLR220-D-CCY-DEC
057000         MOVE TRN-SD-CONTRACT-PRD  TO DLR220-D-CONTRACT-PRD
057100         MOVE TRANS-ENTER-DTE      TO DLR220-D-ENTER-DATE
057200         MOVE TRN-SD-DTE-VAL-START TO DLR220-D-VAL-START
057300         MOVE TRN-SD-DTE-VAL-END   TO DLR220-D-VAL-END
057400         MOVE TRN-SD-BAL           TO DLR220-D-RAW-BAL
057500     END-IF.
057600     IF  DLR220-RECORD-STAMP >= DLR220-D-RATE-STAMP
057700         MOVE DLR220-RECORD-STAMP  TO DLR220-D-RATE-STAMP
057800         MOVE TRN-SD-CR-INT-RTE    TO DLR220-D-CUST-RATE
057900         MOVE TRN-SD-FUND-COST-RTE TO DLR220-D-FUND-COST-RATE
058000     END-IF.
058100 2300-EXIT.
058200     EXIT.
058300
058400*    AN AMENDMENT CARRIES THE RATES AND MATURITY IN FORCE FROM
058500*    THEN ON; THE BALANCE STAYS WITH THE START-DEPOSIT RECORD.
058600 2350-TAKE-UPDATE.
058700     IF  DLR220-RECORD-STAMP >= DLR220-D-RATE-STAMP
058800         MOVE DLR220-RECORD-STAMP   TO DLR220-D-RATE-STAMP
058900         MOVE TRN-UDP-CR-INT-RTE    TO DLR220-D-CUST-RATE
059000         MOVE TRN-UDP-FUND-COST-RTE TO DLR220-D-FUND-COST-RATE
059100         IF  TRN-UDP-DTE-VAL-END > ZERO
059200             MOVE TRN-UDP-DTE-VAL-END TO DLR220-D-VAL-END
059300         END-IF
059400     END-IF.
059500 2350-EXIT.
059600     EXIT.
059700
059800 2400-TAKE-DEBIT.
059900     MOVE TRN-DR-DTE-VAL TO DLR220-DR-VALUE-DATE.
060000     IF  (TRANS-PROD-TRNTYP = 'PW  '
060100         OR TRANS-PROD-TRNTYP = 'WDL ')
060200     AND DLR220-DR-CCYYMM = DLR220-MONTH-N
060300         IF  DLR220-D-DEBIT-COUNT < 50
060400             ADD 1 TO DLR220-D-DEBIT-COUNT
060500             SET DLR220-DX TO DLR220-D-DEBIT-COUNT
060600             MOVE TRN-DR-AMT   TO DLR220-X-RAW-AMT (DLR220-DX)
060700             MOVE DLR220-DR-DD TO DLR220-X-DAY (DLR220-DX)
060800         ELSE
060900             ADD 1 TO DLR220-DEBITS-DROPPED
061000         END-IF
061100     END-IF.
061200 2400-EXIT.
061300     EXIT.
061400
061500*    THE DAYS OUT IN THE MONTH RUN FROM THE LATER OF THE FIRST
061600*    OF THE MONTH AND VALUE START UP TO BUT NOT INCLUDING THE
061700*    EARLIER OF MATURITY AND THE FIRST OF THE NEXT MONTH. EACH
061800*    DEBIT IN THE MONTH ADDS ITS AMOUNT BACK FOR THE DAYS OUT
061900*    BEFORE ITS VALUE DATE.
062000 2500-PRICE-DEPOSIT.
062100     MOVE 'N' TO DLR220-HELD-SW.
062200     IF  NOT DLR220-D-SD-SEEN
062300         ADD 1 TO DLR220-NO-SD
062400     ELSE
062500         IF  DLR220-D-VAL-START > DLR220-MONTH-LAST
062600         OR  DLR220-D-VAL-END <= DLR220-MONTH-FIRST
062700             ADD 1 TO DLR220-NOT-OUT-IN-MONTH
062800         ELSE
062900             PERFORM 2600-AVERAGE-BALANCE
063000             IF  DLR220-AVG-BALANCE > ZERO
063100                 PERFORM 2700-PRICE-AVERAGE
063200             ELSE
063300                 ADD 1 TO DLR220-NOT-OUT-IN-MONTH
063400             END-IF
063500         END-IF
063600     END-IF.
063700 2500-EXIT.
063800     EXIT.
063900
064000 2600-AVERAGE-BALANCE.
064100     PERFORM 2900-SET-CCY-ATTRS.
064200     IF  DLR220-D-VAL-START < DLR220-MONTH-FIRST
064300         MOVE 1 TO DLR220-FIRST-DAY
064400     ELSE
064500         MOVE DLR220-D-START-DD TO DLR220-FIRST-DAY
064600     END-IF.
064700     IF  DLR220-D-VAL-END > DLR220-MONTH-LAST
064800         COMPUTE DLR220-END-DAY = DLR220-DAYS-IN-MONTH + 1
064900     ELSE
065000         MOVE DLR220-D-END-DD TO DLR220-END-DAY
065100     END-IF.
065200     COMPUTE DLR220-BALANCE ROUNDED =
065300         DLR220-D-RAW-BAL / DLR220-SCALE-DIVISOR.
065400     COMPUTE DLR220-BALANCE-DAYS =
065500         DLR220-BALANCE * (DLR220-END-DAY - DLR220-FIRST-DAY).
065600     PERFORM 2650-ADD-BACK-DEBIT
065700         VARYING DLR220-DX FROM 1 BY 1
065800         UNTIL DLR220-DX > DLR220-D-DEBIT-COUNT.
065900     COMPUTE DLR220-AVG-BALANCE ROUNDED =
066000         DLR220-BALANCE-DAYS / DLR220-DAYS-IN-MONTH.
066100 2600-EXIT.
066200     EXIT.
066300
066400 2650-ADD-BACK-DEBIT.
066500     MOVE DLR220-X-DAY (DLR220-DX) TO DLR220-DEBIT-DAY.
066600     IF  DLR220-DEBIT-DAY < DLR220-FIRST-DAY
066700         MOVE DLR220-FIRST-DAY TO DLR220-DEBIT-DAY
066800     END-IF.
066900     IF  DLR220-DEBIT-DAY > DLR220-END-DAY
067000         MOVE DLR220-END-DAY TO DLR220-DEBIT-DAY
067100     END-IF.
067200     COMPUTE DLR220-DEBIT-AMT ROUNDED =
067300         DLR220-X-RAW-AMT (DLR220-DX) / DLR220-SCALE-DIVISOR.
067400     COMPUTE DLR220-BALANCE-DAYS = DLR220-BALANCE-DAYS
067500         + DLR220-DEBIT-AMT
067600           * (DLR220-DEBIT-DAY - DLR220-FIRST-DAY).
067700 2650-EXIT.
067800     EXIT.
067900
068000*    RATES ARE PERCENT A YEAR ON THE CURRENCY'S DAY BASIS; THE
068100*    MONTH EARNS DAYS-IN-MONTH DAYS ON THE AVERAGE BALANCE.
068200 2700-PRICE-AVERAGE.
068300     IF  DLR220-D-FUND-COST-RATE = ZERO
068400         ADD 1 TO DLR220-NO-FUND-COST
068500     END-IF.
068600     ADD 1 TO DLR220-DEPOSITS-PRICED.
068700     COMPUTE DLR220-FTP-CREDIT ROUNDED =
068800         DLR220-AVG-BALANCE * DLR220-D-FUND-COST-RATE
068900       * DLR220-DAYS-IN-MONTH / (100 * DLR220-DAY-BASIS).
069000     COMPUTE DLR220-INTEREST-COST ROUNDED =
069100         DLR220-AVG-BALANCE * DLR220-D-CUST-RATE
069200       * DLR220-DAYS-IN-MONTH / (100 * DLR220-DAY-BASIS).
069300     PERFORM 2750-FIND-BOARD-RATE.
069400     IF  DLR220-BOARD-FOUND
069500         COMPUTE DLR220-CONCESSION-COST ROUNDED =
069600             DLR220-AVG-BALANCE
069700           * (DLR220-D-CUST-RATE - DLR220-BOARD-RATE)
069800           * DLR220-DAYS-IN-MONTH / (100 * DLR220-DAY-BASIS)
069900     ELSE
070000         MOVE ZERO TO DLR220-CONCESSION-COST
070100         ADD 1 TO DLR220-NO-BOARD-RATE
070200     END-IF.
070300     MOVE DLR220-D-BRANCH       TO DLR220-N-BRANCH.
070400     MOVE DLR220-D-PROD-TYP     TO DLR220-N-PROD-TYP.
070500     MOVE DLR220-D-CONTRACT-PRD TO DLR220-N-PRD.
070600     MOVE DLR220-D-CCY          TO DLR220-N-CCY.
070700     PERFORM 3000-FIND-CELL.
070800 2700-EXIT.
070900     EXIT.
071000
071100*    THE LATEST BOARD ROW EFFECTIVE ON OR BEFORE THE ENTRY
071200*    DATE, MATCHING PRODUCT TYPE, PERIOD BAND AND CURRENCY -
071300*    THE SAME ROW DLR134 CHECKED THE BOOKING AGAINST.
071400 2750-FIND-BOARD-RATE.
071500     MOVE 'N'  TO DLR220-BOARD-FOUND-SW.
071600     MOVE ZERO TO DLR220-BOARD-BEST-EFF.
071700     PERFORM 2760-TEST-ONE-BOARD-RATE
071800         VARYING DLR220-BX FROM 1 BY 1
071900         UNTIL DLR220-BX > DLR220-BOARD-COUNT.
072000 2750-EXIT.
072100     EXIT.
072200
072300 2760-TEST-ONE-BOARD-RATE.
072400     IF  DLR220-B-PROD-TYP (DLR220-BX) = DLR220-D-PROD-TYP
072500     AND DLR220-B-PRD (DLR220-BX) = DLR220-D-CONTRACT-PRD
072600     AND DLR220-B-CCY (DLR220-BX) = DLR220-D-CCY
072700     AND DLR220-B-EFF-FROM (DLR220-BX) <= DLR220-D-ENTER-DATE
072800     AND DLR220-B-EFF-FROM (DLR220-BX) >= DLR220-BOARD-BEST-EFF
072900         MOVE 'Y' TO DLR220-BOARD-FOUND-SW
073000         MOVE DLR220-B-EFF-FROM (DLR220-BX)
073100             TO DLR220-BOARD-BEST-EFF
073200         MOVE DLR220-B-RATE (DLR220-BX) TO DLR220-BOARD-RATE
073300     END-IF.
073400 2760-EXIT.
073500     EXIT.
073600
073700 2900-SET-CCY-ATTRS.
073800     MOVE DLR220-D-CCY-DEC TO DLR220-CCY-DECIMALS.
073900     MOVE 365 TO DLR220-DAY-BASIS.
074000     SET DLR220-ATT-IX TO 1.
074100     SEARCH DLR220-ATT-ENTRY
074200         AT END
074300             CONTINUE
074400         WHEN DLR220-ATT-IX > DLR220-ATT-COUNT
074500             CONTINUE
074600         WHEN DLR220-A-CCY (DLR220-ATT-IX) = DLR220-D-CCY
074700             MOVE DLR220-A-DECIMALS (DLR220-ATT-IX)
074800                 TO DLR220-CCY-DECIMALS
074900             MOVE DLR220-A-DAY-BASIS (DLR220-ATT-IX)
075000                 TO DLR220-DAY-BASIS
075100     END-SEARCH.
075200     EVALUATE DLR220-CCY-DECIMALS
075300         WHEN 0
075400             MOVE 1      TO DLR220-SCALE-DIVISOR
075500         WHEN 1
075600             MOVE 10     TO DLR220-SCALE-DIVISOR
075700         WHEN 2
075800             MOVE 100    TO DLR220-SCALE-DIVISOR
075900         WHEN 3
076000             MOVE 1000   TO DLR220-SCALE-DIVISOR
076100         WHEN OTHER
076200             MOVE 100    TO DLR220-SCALE-DIVISOR
076300     END-EVALUATE.
076400 2900-EXIT.
076500     EXIT.
076600
076700*    THE CELL TABLE IS KEPT IN KEY ORDER: A NEW CELL GOES IN
076800*    AHEAD OF THE FIRST HIGHER KEY, THE REST MOVING UP ONE.
076900 3000-FIND-CELL.
077000     SET DLR220-CX TO 1.
077100     SEARCH DLR220-CELL-ENTRY
077200         AT END
077300             ADD 1 TO DLR220-CELLS-FULL
077400         WHEN DLR220-CX > DLR220-CELL-COUNT
077500             PERFORM 3100-ADD-CELL
077600         WHEN DLR220-C-KEY (DLR220-CX) = DLR220-NEW-CELL-KEY
077700             PERFORM 3300-ACCUMULATE-CELL
077800         WHEN DLR220-C-KEY (DLR220-CX) > DLR220-NEW-CELL-KEY
077900             PERFORM 3100-ADD-CELL
078000     END-SEARCH.
078100 3000-EXIT.
078200     EXIT.
078300
078400 3100-ADD-CELL.
078500     IF  DLR220-CELL-COUNT NOT < 1000
078600         ADD 1 TO DLR220-CELLS-FULL
078700     ELSE
078800         SET DLR220-INSERT-AT TO DLR220-CX
078900         PERFORM 3200-MOVE-CELL-UP
079000             VARYING DLR220-SUB FROM DLR220-CELL-COUNT BY -1
079100             UNTIL DLR220-SUB < DLR220-INSERT-AT
079200         ADD 1 TO DLR220-CELL-COUNT
079300         MOVE DLR220-NEW-CELL-KEY  TO DLR220-C-KEY (DLR220-CX)
079400         MOVE DLR220-DAY-BASIS
079500                   TO DLR220-C-DAY-BASIS (DLR220-CX)
079600         MOVE ZERO TO DLR220-C-DEPOSITS (DLR220-CX)
079700                      DLR220-C-AVG-BALANCE (DLR220-CX)
079800                      DLR220-C-FTP-CREDIT (DLR220-CX)
079900                      DLR220-C-INT-COST (DLR220-CX)
080000                      DLR220-C-CONCESSION (DLR220-CX)
080100                      DLR220-C-NO-BOARD (DLR220-CX)
080200         PERFORM 3300-ACCUMULATE-CELL
080300     END-IF.
080400 3100-EXIT.
080500     EXIT.
080600
080700 3200-MOVE-CELL-UP.
080800     COMPUTE DLR220-SUB-NEXT = DLR220-SUB + 1.
080900     MOVE DLR220-CELL-ENTRY (DLR220-SUB) TO DLR220-CELL-SAVE.
081000     MOVE DLR220-CELL-SAVE
081100         TO DLR220-CELL-ENTRY (DLR220-SUB-NEXT).
081200 3200-EXIT.
081300     EXIT.
081400
081500 3300-ACCUMULATE-CELL.
081600     ADD 1 TO DLR220-C-DEPOSITS (DLR220-CX).
081700     ADD DLR220-AVG-BALANCE
081800               TO DLR220-C-AVG-BALANCE (DLR220-CX).
081900     ADD DLR220-FTP-CREDIT     TO DLR220-C-FTP-CREDIT (DLR220-CX).
082000     ADD DLR220-INTEREST-COST  TO DLR220-C-INT-COST (DLR220-CX).
082100     ADD DLR220-CONCESSION-COST
082200               TO DLR220-C-CONCESSION (DLR220-CX).
082300     IF  NOT DLR220-BOARD-FOUND
082400         ADD 1 TO DLR220-C-NO-BOARD (DLR220-CX)
082500     END-IF.
082600 3300-EXIT.
082700     EXIT.
082800
082900*    EACH CELL IN ITS OWN CURRENCY WITH ITS CONCESSION LINE;
083000*    A LOCAL-CURRENCY TOTAL ON EACH CHANGE OF BRANCH.
083100 4000-PRINT-MARGINS.
083200     MOVE SPACES TO DLR220-PREV-BRANCH.
083300     PERFORM 4100-PRINT-ONE-CELL
083400         VARYING DLR220-CX FROM 1 BY 1
083500         UNTIL DLR220-CX > DLR220-CELL-COUNT.
083600     IF  DLR220-CELL-COUNT > ZERO
083700         PERFORM 4300-PRINT-BRANCH-TOTAL
083800     END-IF.
083900 4000-EXIT.
084000     EXIT.
084100
084200 4100-PRINT-ONE-CELL.
084300     IF  DLR220-C-BRANCH (DLR220-CX) NOT = DLR220-PREV-BRANCH
084400         IF  DLR220-PREV-BRANCH NOT = SPACES
084500             PERFORM 4300-PRINT-BRANCH-TOTAL
084600         END-IF
084700         MOVE DLR220-C-BRANCH (DLR220-CX) TO DLR220-PREV-BRANCH
084800         MOVE ZERO TO DLR220-BR-DEPOSITS
084900                      DLR220-BR-AVG-BAL
085000                      DLR220-BR-FTP
085100                      DLR220-BR-COST
085200                      DLR220-BR-CONCESSION
085300         WRITE FTP-LINE FROM DLR220-BLANK-LINE
085400     END-IF.
085500     MOVE SPACES TO DLR220-DETAIL-LINE.
085600     MOVE DLR220-C-BRANCH (DLR220-CX)   TO DLR220-L-BRANCH.
085700     MOVE DLR220-C-PROD-TYP (DLR220-CX) TO DLR220-L-PROD-TYP.
085800     MOVE DLR220-C-PRD (DLR220-CX)      TO DLR220-L-PRD.
085900     MOVE DLR220-C-CCY (DLR220-CX)      TO DLR220-L-CCY.
086000     MOVE DLR220-C-DEPOSITS (DLR220-CX) TO DLR220-L-DEPOSITS.
086100     MOVE DLR220-C-AVG-BALANCE (DLR220-CX)
086200         TO DLR220-L-AVG-BALANCE.
086300     MOVE DLR220-C-FTP-CREDIT (DLR220-CX) TO DLR220-L-FTP-CREDIT.
086400     MOVE DLR220-C-INT-COST (DLR220-CX)   TO DLR220-L-INT-COST.
086500     COMPUTE DLR220-L-NET-MARGIN =
086600         DLR220-C-FTP-CREDIT (DLR220-CX)
086700       - DLR220-C-INT-COST (DLR220-CX).
086800     MOVE DLR220-C-DAY-BASIS (DLR220-CX) TO DLR220-NIM-BASIS.
086900     MOVE DLR220-C-AVG-BALANCE (DLR220-CX)
087000               TO DLR220-LOCAL-AVG-BAL.
087100     MOVE DLR220-C-FTP-CREDIT (DLR220-CX)  TO DLR220-LOCAL-FTP.
087200     MOVE DLR220-C-INT-COST (DLR220-CX)    TO DLR220-LOCAL-COST.
087300     PERFORM 4500-COMPUTE-NIM.
087400     MOVE DLR220-NIM-PCT TO DLR220-L-NIM-PCT.
087500     WRITE FTP-LINE FROM DLR220-DETAIL-LINE.
087600     MOVE 'RATE CONCESSION COST AGAINST BOARD RATE'
087700         TO DLR220-K-LABEL.
087800     MOVE DLR220-C-CONCESSION (DLR220-CX) TO DLR220-K-AMOUNT.
087900     IF  DLR220-C-NO-BOARD (DLR220-CX) > ZERO
088000         MOVE '  NO BOARD RATE -   ' TO DLR220-K-NO-BOARD-TEXT
088100         MOVE DLR220-C-NO-BOARD (DLR220-CX) TO DLR220-K-NO-BOARD
088200     ELSE
088300         MOVE SPACES TO DLR220-K-NO-BOARD-TEXT
088400         MOVE ZERO   TO DLR220-K-NO-BOARD
088500     END-IF.
088600     WRITE FTP-LINE FROM DLR220-CONCESSION-LINE.
088700     PERFORM 4200-ADD-TO-BRANCH.
088800 4100-EXIT.
088900     EXIT.
089000
089100 4200-ADD-TO-BRANCH.
089200     MOVE DLR220-C-CCY (DLR220-CX) TO DLR220-N-CCY.
089300     PERFORM 4600-FIND-FX-RATE.
089400     IF  NOT DLR220-FX-FOUND
089500         ADD DLR220-C-DEPOSITS (DLR220-CX) TO DLR220-NO-FX-RATE
089600     END-IF.
089700     ADD DLR220-C-DEPOSITS (DLR220-CX) TO DLR220-BR-DEPOSITS.
089800     COMPUTE DLR220-LOCAL-AVG-BAL ROUNDED =
089900         DLR220-C-AVG-BALANCE (DLR220-CX) * DLR220-FX-RATE-USED.
090000     COMPUTE DLR220-LOCAL-FTP ROUNDED =
090100         DLR220-C-FTP-CREDIT (DLR220-CX) * DLR220-FX-RATE-USED.
090200     COMPUTE DLR220-LOCAL-COST ROUNDED =
090300         DLR220-C-INT-COST (DLR220-CX) * DLR220-FX-RATE-USED.
090400     COMPUTE DLR220-LOCAL-CONCESSION ROUNDED =
090500         DLR220-C-CONCESSION (DLR220-CX) * DLR220-FX-RATE-USED.
090600     ADD DLR220-LOCAL-AVG-BAL    TO DLR220-BR-AVG-BAL.
090700     ADD DLR220-LOCAL-FTP        TO DLR220-BR-FTP.
090800     ADD DLR220-LOCAL-COST       TO DLR220-BR-COST.
090900     ADD DLR220-LOCAL-CONCESSION TO DLR220-BR-CONCESSION.
091000 4200-EXIT.
091100     EXIT.
091200
091300 4300-PRINT-BRANCH-TOTAL.
091400     MOVE SPACES TO DLR220-DETAIL-LINE.
091500     MOVE DLR220-PREV-BRANCH   TO DLR220-L-BRANCH.
091600     MOVE 'TOT'                TO DLR220-L-PRD.
091700     MOVE DLR220-LOCAL-CCY     TO DLR220-L-CCY.
091800     MOVE DLR220-BR-DEPOSITS   TO DLR220-L-DEPOSITS.
091900     MOVE DLR220-BR-AVG-BAL    TO DLR220-L-AVG-BALANCE.
092000     MOVE DLR220-BR-FTP        TO DLR220-L-FTP-CREDIT.
092100     MOVE DLR220-BR-COST       TO DLR220-L-INT-COST.
092200     COMPUTE DLR220-L-NET-MARGIN = DLR220-BR-FTP - DLR220-BR-COST.
092300     MOVE 365                  TO DLR220-NIM-BASIS.
092400     MOVE DLR220-BR-AVG-BAL    TO DLR220-LOCAL-AVG-BAL.
092500     MOVE DLR220-BR-FTP        TO DLR220-LOCAL-FTP.
092600     MOVE DLR220-BR-COST       TO DLR220-LOCAL-COST.
092700     PERFORM 4500-COMPUTE-NIM.
092800     MOVE DLR220-NIM-PCT       TO DLR220-L-NIM-PCT.
092900     WRITE FTP-LINE FROM DLR220-DETAIL-LINE.
093000     MOVE 'BRANCH RATE CONCESSION COST - LOCAL CURRENCY'
093100         TO DLR220-K-LABEL.
093200     MOVE DLR220-BR-CONCESSION TO DLR220-K-AMOUNT.
093300     MOVE SPACES TO DLR220-K-NO-BOARD-TEXT.
093400     MOVE ZERO   TO DLR220-K-NO-BOARD.
093500     WRITE FTP-LINE FROM DLR220-CONCESSION-LINE.
093600     ADD DLR220-BR-DEPOSITS    TO DLR220-GT-DEPOSITS.
093700     ADD DLR220-BR-AVG-BAL     TO DLR220-GT-AVG-BAL.
093800     ADD DLR220-BR-FTP         TO DLR220-GT-FTP.
093900     ADD DLR220-BR-COST        TO DLR220-GT-COST.
094000     ADD DLR220-BR-CONCESSION  TO DLR220-GT-CONCESSION.
094100 4300-EXIT.
094200     EXIT.
094300
094400*    NET MARGIN OVER AVERAGE BALANCE, ANNUALISED.
094500 4500-COMPUTE-NIM.
094600     IF  DLR220-LOCAL-AVG-BAL = ZERO
094700         MOVE ZERO TO DLR220-NIM-PCT
094800     ELSE
094900         COMPUTE DLR220-NIM-PCT ROUNDED =
095000             (DLR220-LOCAL-FTP - DLR220-LOCAL-COST) * 100
095100           * DLR220-NIM-BASIS
095200           / (DLR220-LOCAL-AVG-BAL * DLR220-DAYS-IN-MONTH)
095300     END-IF.
095400 4500-EXIT.
095500     EXIT.
095600
095700*    LOCAL CURRENCY IS 1; OTHERWISE THE LATEST DLFXRATE ROW IN
095800*    FORCE AT MONTH END. WITH NO ROW THE FACE VALUE IS TAKEN
095900*    AND THE DEPOSITS ARE COUNTED.
096000 4600-FIND-FX-RATE.
096100     MOVE 'N'  TO DLR220-FX-FOUND-SW.
096200     MOVE ZERO TO DLR220-FX-BEST-EFF.
096300     MOVE 1    TO DLR220-FX-RATE-USED.
096400     IF  DLR220-N-CCY = DLR220-LOCAL-CCY
096500         MOVE 'Y' TO DLR220-FX-FOUND-SW
096600     ELSE
096700         PERFORM 4610-TEST-ONE-FX-RATE
096800             VARYING DLR220-RX FROM 1 BY 1
096900             UNTIL DLR220-RX > DLR220-FX-COUNT
097000     END-IF.
097100 4600-EXIT.
097200     EXIT.
097300
097400 4610-TEST-ONE-FX-RATE.
097500     IF  DLR220-R-CCY (DLR220-RX) = DLR220-N-CCY
097600     AND DLR220-R-EFF-DATE (DLR220-RX) >= DLR220-FX-BEST-EFF
097700         MOVE DLR220-R-EFF-DATE (DLR220-RX) TO DLR220-FX-BEST-EFF
097800         MOVE DLR220-R-RATE (DLR220-RX) TO DLR220-FX-RATE-USED
097900         MOVE 'Y' TO DLR220-FX-FOUND-SW
098000     END-IF.
098100 4610-EXIT.
098200     EXIT.
098300
098400 8000-PRINT-TOTALS.
098500     WRITE FTP-LINE FROM DLR220-BLANK-LINE.
098600     MOVE SPACES TO DLR220-DETAIL-LINE.
098700     MOVE 'ALL'                TO DLR220-L-BRANCH.
098800     MOVE 'TOT'                TO DLR220-L-PRD.
098900     MOVE DLR220-LOCAL-CCY     TO DLR220-L-CCY.
099000     MOVE DLR220-GT-DEPOSITS   TO DLR220-L-DEPOSITS.
099100     MOVE DLR220-GT-AVG-BAL    TO DLR220-L-AVG-BALANCE.
099200     MOVE DLR220-GT-FTP        TO DLR220-L-FTP-CREDIT.
099300     MOVE DLR220-GT-COST       TO DLR220-L-INT-COST.
099400     COMPUTE DLR220-L-NET-MARGIN = DLR220-GT-FTP - DLR220-GT-COST.
099500     MOVE 365                  TO DLR220-NIM-BASIS.
099600     MOVE DLR220-GT-AVG-BAL    TO DLR220-LOCAL-AVG-BAL.
099700     MOVE DLR220-GT-FTP        TO DLR220-LOCAL-FTP.
099800     MOVE DLR220-GT-COST       TO DLR220-LOCAL-COST.
099900     PERFORM 4500-COMPUTE-NIM.
100000     MOVE DLR220-NIM-PCT       TO DLR220-L-NIM-PCT.
100100     WRITE FTP-LINE FROM DLR220-DETAIL-LINE.
100200     MOVE 'TOTAL RATE CONCESSION COST - LOCAL CURRENCY'
100300         TO DLR220-K-LABEL.
100400     MOVE DLR220-GT-CONCESSION TO DLR220-K-AMOUNT.
100500     MOVE SPACES TO DLR220-K-NO-BOARD-TEXT.
100600     MOVE ZERO   TO DLR220-K-NO-BOARD.
100700     WRITE FTP-LINE FROM DLR220-CONCESSION-LINE.
100800     WRITE FTP-LINE FROM DLR220-BLANK-LINE.
100900     MOVE 'AQTRANS RECORDS READ' TO DLR220-T-LABEL.
101000     MOVE DLR220-TRANS-READ TO DLR220-T-COUNT.
101100     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
101200     MOVE 'DEPOSITS PRICED' TO DLR220-T-LABEL.
101300     MOVE DLR220-DEPOSITS-PRICED TO DLR220-T-COUNT.
101400     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
101500     MOVE 'DEPOSITS NOT OUT IN THE MONTH' TO DLR220-T-LABEL.
101600     MOVE DLR220-NOT-OUT-IN-MONTH TO DLR220-T-COUNT.
101700     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
101800     MOVE 'DEPOSITS WITH NO START-DEPOSIT RECORD'
101900               TO DLR220-T-LABEL.
102000     MOVE DLR220-NO-SD TO DLR220-T-COUNT.
102100     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
102200     MOVE 'DEPOSITS WITH NO FUND COST RATE' TO DLR220-T-LABEL.
102300     MOVE DLR220-NO-FUND-COST TO DLR220-T-COUNT.
102400     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
102500     MOVE 'DEPOSITS WITH NO BOARD RATE' TO DLR220-T-LABEL.
102600     MOVE DLR220-NO-BOARD-RATE TO DLR220-T-COUNT.
102700     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
102800     MOVE 'DEPOSITS AT FACE VALUE - NO FX RATE' TO DLR220-T-LABEL.
102900     MOVE DLR220-NO-FX-RATE TO DLR220-T-COUNT.
103000     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
103100     MOVE 'DEBITS NOT ADDED BACK - TABLE FULL' TO DLR220-T-LABEL.
103200     MOVE DLR220-DEBITS-DROPPED TO DLR220-T-COUNT.
103300     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
103400     MOVE 'DEPOSITS NOT REPORTED - TABLE FULL' TO DLR220-T-LABEL.
103500     MOVE DLR220-CELLS-FULL TO DLR220-T-COUNT.
103600     WRITE FTP-LINE FROM DLR220-TOTAL-LINE.
103700 8000-EXIT.
103800     EXIT.
103900
104000 9000-TERMINATE.
104100     IF  DLR220-NO-FUND-COST > ZERO
104200     OR  DLR220-NO-FX-RATE > ZERO
104300     OR  DLR220-DEBITS-DROPPED > ZERO
104400     OR  DLR220-CELLS-FULL > ZERO
104500         MOVE 4 TO RETURN-CODE
104600     END-IF.
104700     DISPLAY 'DLR220 MONTH PRICED      = ' DLR220-MONTH-N.
104800     DISPLAY 'DLR220 DEPOSITS PRICED   = ' DLR220-DEPOSITS-PRICED.
104900     CLOSE AQTRANS-FILE
105000           FTP-REPORT.
105100 9000-EXIT.
105200     EXIT.
