000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR221.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR221 - MONTH-END INTEREST-RATE REPRICING GAP AND           *
001000*             LIQUIDITY LADDER FOR THE ALCO PACK                 *
001100*                                                                *
001200*   AS AT THE LAST DAY OF THE MONTH ON THE ALMPERD CARD          *
001300*   (CCYYMM; NO CARD MEANS THE MONTH BEFORE THE RUN DATE) EVERY  *
001400*   OPEN DEPOSIT ON AQTRANS IS TAKEN AT ITS LATEST BALANCE AND   *
001500*   PLACED IN THE STANDARD REGULATORY TIME BANDS TWICE: BY THE   *
001600*   DATE IT NEXT REPRICES (ITS MATURITY - A ROLLOVER TAKES THE   *
001700*   RATE THEN RULING) AND BY THE DATE THE CASH IS EXPECTED TO    *
001800*   LEAVE (ITS MATURITY, OR ONE FURTHER TERM ON WHERE A          *
001900*   ROLLOVER INSTRUCTION, TRN-SD-ROL-DAY, STANDS). MATURED BUT   *
002000*   UNSETTLED DEPOSITS AND DEPOSITS WITH NO USABLE MATURITY ARE  *
002100*   OVERNIGHT. FOR EACH CURRENCY, AND FOR ALL CURRENCIES IN      *
002200*   LOCAL AT THE DLFXRATE RATE IN FORCE AT MONTH END, THE        *
002300*   REPORT SHOWS THE REPRICING GAP, THE CUMULATIVE GAP, THE      *
002400*   12-MONTH EARNINGS EFFECT OF A PARALLEL RATE SHOCK (DLPARAMM  *
002500*   SHOCK-BP) EACH WAY AND THE CASH OUTFLOW LADDER. THE LIQRETN  *
002600*   EXTRACT CARRIES THE SAME FIGURES FOR THE REGULATOR'S         *
002700*   LIQUIDITY RETURN, AND BOTH LADDERS ARE PROVED AGAINST THE    *
002800*   TOTAL DEPOSIT BOOK.                                          *
002900*                                                                *
003000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003100*  ---|----------|------------------------------|------------    *
003200*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003300*                                                                *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PERIOD-CARD       ASSIGN TO ALMPERD
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT RETURN-FILE       ASSIGN TO LIQRETN
005200                              ORGANIZATION IS SEQUENTIAL.
005300     SELECT GAP-REPORT        ASSIGN TO ALMGAPRP
005400                              ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  PERIOD-CARD
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  PERIOD-CARD-REC.
006100     05  ALC-MONTH               PIC 9(06).
006200     05  FILLER                  PIC X(74).
006300 FD  AQTRANS-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY AQTRANS.
006700 FD  PARAM-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLPARAMM-RECORD.
007100     COPY DLPARAMM.
007200 FD  CCY-ATTR-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLCCYATT-RECORD.
007600     COPY DLCCYATT.
007700 FD  FXRATE-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  DLFXRATE-RECORD.
008100     COPY DLFXRATE.
008200 FD  RETURN-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  DLLIQRTN-RECORD.
008600     COPY DLLIQRTN.
008700 FD  GAP-REPORT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  GAP-LINE                    PIC X(132).
009100 WORKING-STORAGE SECTION.
009200 01  DLR221-SWITCHES.
009300     05  DLR221-EOF-SW            PIC X(01)  VALUE 'N'.
009400         88  DLR221-EOF                      VALUE 'Y'.
009500     05  DLR221-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
009600         88  DLR221-CARD-EOF                 VALUE 'Y'.
009700     05  DLR221-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
009800         88  DLR221-PARM-EOF                 VALUE 'Y'.
009900     05  DLR221-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
010000         88  DLR221-ATT-EOF                  VALUE 'Y'.
010100     05  DLR221-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
010200         88  DLR221-RATE-EOF                 VALUE 'Y'.
010300     05  DLR221-HELD-SW           PIC X(01)  VALUE 'N'.
010400         88  DLR221-DEPOSIT-HELD             VALUE 'Y'.
010500     05  DLR221-CELL-FOUND-SW     PIC X(01)  VALUE 'N'.
010600         88  DLR221-CELL-FOUND               VALUE 'Y'.
010700 01  DLR221-CONSTANTS.
010800     05  DLR221-LOCAL-CCY         PIC X(03)  VALUE 'SGD'.
010900     05  DLR221-ENTITY-ID         PIC X(10)  VALUE 'IMLFC00001'.
011000     05  DLR221-HORIZON-DAYS      PIC 9(03)  VALUE 365.
011100*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
011200 01  DLR221-PARAMETERS.
011300     05  DLR221-SHOCK-BP          PIC 9(05)  VALUE 200.
011400     05  DLR221-BEST-EFF-SHOCK    PIC 9(08)  VALUE ZERO.
011500 01  DLR221-RUN-DATE              PIC 9(08)  VALUE ZERO.
011600 01  DLR221-RUN-DATE-R REDEFINES DLR221-RUN-DATE.
011700     05  DLR221-RUN-CCYY          PIC 9(04).
011800     05  DLR221-RUN-MM            PIC 9(02).
011900     05  DLR221-RUN-DD            PIC 9(02).
012000 01  DLR221-MONTH.
012100     05  DLR221-MONTH-CCYY        PIC 9(04).
012200     05  DLR221-MONTH-MM          PIC 9(02).
012300 01  DLR221-MONTH-N REDEFINES DLR221-MONTH
012400                                  PIC 9(06).
012500 01  DLR221-MONTH-FIELDS.
012600     05  DLR221-AS-AT-DATE        PIC 9(08).
012700     05  DLR221-AS-AT-DAY-NO      PIC S9(07)  COMP.
012800     05  DLR221-DAYS-IN-MONTH     PIC 9(02).
012900     05  DLR221-LEAP-QUOT         PIC 9(04).
013000     05  DLR221-LEAP-REM-4        PIC 9(04).
013100     05  DLR221-LEAP-REM-100      PIC 9(04).
013200     05  DLR221-LEAP-REM-400      PIC 9(04).
013300*    THE STANDARD TIME BANDS - CODE, NAME, LAST DAY IN THE
013400*    BAND COUNTED FROM THE AS-AT DATE, AND THE BAND MID-POINT
013500*    IN DAYS USED FOR THE 12-MONTH EARNINGS EFFECT.
013600 01  DLR221-BAND-VALUES.
013700     05  FILLER  PIC X(23)  VALUE '01OVERNIGHT   000010000'.
013800     05  FILLER  PIC X(23)  VALUE '02UP TO 1 MTH 000310016'.
013900     05  FILLER  PIC X(23)  VALUE '031 - 3 MTHS  000920061'.
014000     05  FILLER  PIC X(23)  VALUE '043 - 6 MTHS  001830137'.
014100     05  FILLER  PIC X(23)  VALUE '056 - 12 MTHS 003650274'.
014200     05  FILLER  PIC X(23)  VALUE '061 - 2 YRS   007300548'.
014300     05  FILLER  PIC X(23)  VALUE '072 - 3 YRS   010950913'.
014400     05  FILLER  PIC X(23)  VALUE '083 - 5 YRS   018261461'.
014500     05  FILLER  PIC X(23)  VALUE '09OVER 5 YRS  999999999'.
014600 01  DLR221-BAND-TABLE REDEFINES DLR221-BAND-VALUES.
014700     05  DLR221-BAND-ENTRY OCCURS 9 TIMES
014800                           INDEXED BY DLR221-BX.
014900         10  DLR221-B-CODE        PIC X(02).
015000         10  DLR221-B-NAME        PIC X(12).
015100         10  DLR221-B-LAST-DAY    PIC 9(05).
015200         10  DLR221-B-MID-DAY     PIC 9(04).
015300 01  DLR221-BAND-COUNT            PIC S9(04)  COMP  VALUE 9.
015400 01  DLR221-ATT-CONTROL.
015500     05  DLR221-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
015600 01  DLR221-ATT-TABLE.
015700     05  DLR221-ATT-ENTRY OCCURS 50 TIMES
015800                          INDEXED BY DLR221-ATT-IX.
015900         10  DLR221-A-CCY         PIC X(03).
016000         10  DLR221-A-DECIMALS    PIC 9(01).
016100 01  DLR221-SCALE-DIVISOR         PIC 9(06).
016200 01  DLR221-FX-CONTROL.
016300     05  DLR221-FX-COUNT          PIC S9(04)  COMP  VALUE ZERO.
016400     05  DLR221-FX-BEST-EFF       PIC 9(08).
016500 01  DLR221-FX-TABLE.
016600     05  DLR221-FX-ENTRY OCCURS 200 TIMES
016700                         INDEXED BY DLR221-RX.
016800         10  DLR221-R-CCY         PIC X(03).
016900         10  DLR221-R-EFF-DATE    PIC 9(08).
017000         10  DLR221-R-RATE        PIC S9(7)V9(10) COMP-3.
017100*    THE DEPOSIT BEING PASSED - ITS LATEST BALANCE AND THE
017200*    MATURITY AND ROLLOVER TERMS OF ITS LATEST START-DEPOSIT
017300*    OR AMENDMENT.
017400 01  DLR221-DEPOSIT.
017500     05  DLR221-D-KEY.
017600         10  DLR221-D-PROD-TYP    PIC X(02).
017700         10  DLR221-D-ACC-NO      PIC X(20).
017800         10  DLR221-D-DEP-NO      PIC X(11).
017900     05  DLR221-D-STAMP           PIC 9(14).
018000     05  DLR221-D-TERM-STAMP      PIC 9(14).
018100     05  DLR221-D-CCY             PIC X(03).
018200     05  DLR221-D-CCY-DEC         PIC 9(01).
018300     05  DLR221-D-RAW-BALANCE     PIC S9(15)     COMP-3.
018400     05  DLR221-D-MATURITY        PIC 9(08).
018500     05  DLR221-D-ROL-DAY         PIC 9(02).
018600     05  DLR221-D-TERM-DAYS       PIC S9(05)     COMP-3.
018700     05  DLR221-D-SETTLED-SW      PIC X(01).
018800         88  DLR221-D-SETTLED                VALUE 'Y'.
018900 01  DLR221-RECORD-KEY.
019000     05  DLR221-K-PROD-TYP        PIC X(02).
019100     05  DLR221-K-ACC-NO          PIC X(20).
019200     05  DLR221-K-DEP-NO          PIC X(11).
019300 01  DLR221-RECORD-STAMP          PIC 9(14).
019400 01  DLR221-PLACING.
019500     05  DLR221-BALANCE           PIC S9(15)V99  COMP-3.
019600     05  DLR221-LOCAL-BALANCE     PIC S9(15)V99  COMP-3.
019700     05  DLR221-MATURITY-DAY-NO   PIC S9(07)     COMP.
019800     05  DLR221-REPRICE-DAYS      PIC S9(07)     COMP.
019900     05  DLR221-OUTFLOW-DAYS      PIC S9(07)     COMP.
020000     05  DLR221-FIND-DAYS         PIC S9(07)     COMP.
020100     05  DLR221-REPRICE-BAND      PIC S9(04)     COMP.
020200     05  DLR221-OUTFLOW-BAND      PIC S9(04)     COMP.
020300*    ONE CELL PER CURRENCY, KEPT IN CURRENCY ORDER AS THEY ARE
020400*    ADDED, EACH WITH ITS MONTH-END RATE AND ITS NINE BANDS IN
020500*    DEPOSIT CURRENCY AND LOCAL.
020600 01  DLR221-CELL-CONTROL.
020700     05  DLR221-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
020800     05  DLR221-SUB               PIC S9(04)  COMP.
020900     05  DLR221-SUB-NEXT          PIC S9(04)  COMP.
021000     05  DLR221-INSERT-AT         PIC S9(04)  COMP.
021100 01  DLR221-NEW-CCY               PIC X(03).
021200 01  DLR221-CELL-TABLE.
021300     05  DLR221-CELL-ENTRY OCCURS 50 TIMES
021400                           INDEXED BY DLR221-CX.
021500         10  DLR221-C-CCY         PIC X(03).
021600         10  DLR221-C-FX-RATE     PIC S9(7)V9(10) COMP-3.
021700         10  DLR221-C-RATE-SW     PIC X(01).
021800             88  DLR221-C-RATE-FOUND         VALUE 'Y'.
021900         10  DLR221-C-DEPOSITS    PIC S9(07)     COMP-3.
022000         10  DLR221-C-BAND OCCURS 9 TIMES.
022100             15  DLR221-C-B-DEPOSITS  PIC S9(07)     COMP-3.
022200             15  DLR221-C-B-REPRICE   PIC S9(15)V99  COMP-3.
022300             15  DLR221-C-B-REPRICE-L PIC S9(15)V99  COMP-3.
022400             15  DLR221-C-B-OUTFLOW   PIC S9(15)V99  COMP-3.
022500             15  DLR221-C-B-OUTFLOW-L PIC S9(15)V99  COMP-3.
022600 01  DLR221-CELL-SAVE             PIC X(377).
022700*    THE LADDER BEING PRINTED - ONE CURRENCY, OR ALL IN LOCAL.
022800 01  DLR221-WORK-LADDER.
022900     05  DLR221-W-BAND OCCURS 9 TIMES
023000                       INDEXED BY DLR221-WX.
023100         10  DLR221-W-REPRICE     PIC S9(15)V99  COMP-3.
023200         10  DLR221-W-OUTFLOW     PIC S9(15)V99  COMP-3.
023300 01  DLR221-ALL-LADDER.
023400     05  DLR221-L-BAND OCCURS 9 TIMES.
023500         10  DLR221-L-REPRICE     PIC S9(15)V99  COMP-3.
023600         10  DLR221-L-OUTFLOW     PIC S9(15)V99  COMP-3.
023700 01  DLR221-LADDER-FIGURES.
023800     05  DLR221-GAP               PIC S9(15)V99  COMP-3.
023900     05  DLR221-CUM-GAP           PIC S9(15)V99  COMP-3.
024000     05  DLR221-NII-UP            PIC S9(15)V99  COMP-3.
024100     05  DLR221-CUM-OUTFLOW       PIC S9(15)V99  COMP-3.
024200     05  DLR221-TOT-REPRICE       PIC S9(15)V99  COMP-3.
024300     05  DLR221-TOT-NII-UP        PIC S9(15)V99  COMP-3.
024400 01  DLR221-BOOK-TOTALS.
024500     05  DLR221-BOOK-DEPOSITS     PIC S9(09)     COMP-3
024600                                             VALUE ZERO.
024700     05  DLR221-BOOK-TOTAL        PIC S9(15)V99  COMP-3
024800                                             VALUE ZERO.
024900     05  DLR221-PLACED-REPRICE    PIC S9(15)V99  COMP-3
025000                                             VALUE ZERO.
025100     05  DLR221-PLACED-OUTFLOW    PIC S9(15)V99  COMP-3
025200                                             VALUE ZERO.
025300     05  DLR221-DIFFERENCE        PIC S9(15)V99  COMP-3.
025400 01  DLR221-COUNTERS.
025500     05  DLR221-TRANS-READ        PIC 9(09)  VALUE ZERO.
025600     05  DLR221-DEPOSITS-PLACED   PIC 9(07)  VALUE ZERO.
025700     05  DLR221-SETTLED-OUT       PIC 9(07)  VALUE ZERO.
025800     05  DLR221-MATURED-OVERNIGHT PIC 9(07)  VALUE ZERO.
025900     05  DLR221-NO-MATURITY       PIC 9(07)  VALUE ZERO.
026000     05  DLR221-ROLLOVERS         PIC 9(07)  VALUE ZERO.
026100     05  DLR221-NO-FX-RATE        PIC 9(07)  VALUE ZERO.
026200     05  DLR221-CELLS-FULL        PIC 9(07)  VALUE ZERO.
026300     05  DLR221-RETURN-DETAILS    PIC 9(07)  VALUE ZERO.
026400 01  DLR221-HEADING-1.
026500     05  FILLER                   PIC X(53)  VALUE
026600         'DLR221 - REPRICING GAP AND LIQUIDITY LADDER      RUN '.
026700     05  DLR221-H-RUN-DATE        PIC 9(08).
026800 01  DLR221-HEADING-2.
026900     05  FILLER                   PIC X(06)  VALUE 'AS AT '.
027000     05  DLR221-H-AS-AT-DATE      PIC 9(08).
027100     05  FILLER                   PIC X(24)  VALUE
027200         '  PARALLEL RATE SHOCK +/'.
027300     05  FILLER                   PIC X(01)  VALUE '-'.
027400     05  DLR221-H-SHOCK-BP        PIC ZZZZ9.
027500     05  FILLER                   PIC X(37)  VALUE
027600         ' BP ON A 12-MONTH EARNINGS HORIZON'.
027700 01  DLR221-HEADING-3.
027800     05  FILLER                   PIC X(40)  VALUE
027900         'TIME BAND      REPRICING LIAB    REPRICI'.
028000     05  FILLER                   PIC X(40)  VALUE
028100         'NG GAP   CUMULATIVE GAP     NII RATES UP'.
028200     05  FILLER                   PIC X(40)  VALUE
028300         '   NII RATES DOWN     CASH OUTFLOW    CU'.
028400     05  FILLER                   PIC X(11)  VALUE
028500         'MUL OUTFLOW'.
028600 01  DLR221-CCY-HEADER.
028700     05  FILLER                   PIC X(09)  VALUE 'CURRENCY '.
028800     05  DLR221-CH-CCY            PIC X(03).
028900     05  FILLER                   PIC X(12)  VALUE
029000         '  DEPOSITS  '.
029100     05  DLR221-CH-DEPOSITS       PIC ZZZZZZ9.
029200     05  FILLER                   PIC X(13)  VALUE
029300         '  MONTH-END  '.
029400     05  DLR221-CH-RATE           PIC ZZZZZZ9.9999999999.
029500     05  DLR221-CH-RATE-TEXT      PIC X(24).
029600 01  DLR221-LADDER-LINE.
029700     05  DLR221-G-BAND-NAME       PIC X(12).
029800     05  FILLER                   PIC X(01).
029900     05  DLR221-G-REPRICE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
030000     05  FILLER                   PIC X(01).
030100     05  DLR221-G-GAP             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
030200     05  FILLER                   PIC X(01).
030300     05  DLR221-G-CUM-GAP         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
030400     05  FILLER                   PIC X(01).
030500     05  DLR221-G-NII-UP          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
030600     05  FILLER                   PIC X(01).
030700     05  DLR221-G-NII-DOWN        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
030800     05  FILLER                   PIC X(01).
030900     05  DLR221-G-OUTFLOW         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
031000     05  FILLER                   PIC X(01).
031100     05  DLR221-G-CUM-OUTFLOW     PIC -ZZZ,ZZZ,ZZZ,ZZ9.
031200 01  DLR221-PROOF-LINE.
031300     05  DLR221-P-LABEL           PIC X(40).
031400     05  DLR221-P-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
031500 01  DLR221-TOTAL-LINE.
031600     05  DLR221-T-LABEL           PIC X(40).
031700     05  DLR221-T-COUNT           PIC ZZZZZZZZ9.
031800 01  DLR221-BLANK-LINE            PIC X(01)  VALUE SPACE.
031900 PROCEDURE DIVISION.
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE.
032200     PERFORM 2000-PROCESS-TRANS
032300         UNTIL DLR221-EOF.
032400     IF  DLR221-DEPOSIT-HELD
032500         PERFORM 2500-PLACE-DEPOSIT
032600     END-IF.
032700     PERFORM 4000-PRINT-LADDERS.
032800     PERFORM 8000-PRINT-TOTALS.
032900     PERFORM 9000-TERMINATE.
033000     STOP RUN.
033100
033200 1000-INITIALIZE.
033300     ACCEPT DLR221-RUN-DATE FROM DATE YYYYMMDD.
033400     OPEN INPUT PERIOD-CARD.
033500     READ PERIOD-CARD
033600         AT END
033700             MOVE 'Y' TO DLR221-CARD-EOF-SW
033800     END-READ.
033900     IF  NOT DLR221-CARD-EOF
034000     AND ALC-MONTH NUMERIC
034100     AND ALC-MONTH > ZERO
034200         MOVE ALC-MONTH TO DLR221-MONTH-N
034300     ELSE
034400         IF  DLR221-RUN-MM = 1
034500             COMPUTE DLR221-MONTH-CCYY = DLR221-RUN-CCYY - 1
034600             MOVE 12 TO DLR221-MONTH-MM
034700         ELSE
034800             MOVE DLR221-RUN-CCYY TO DLR221-MONTH-CCYY
034900             COMPUTE DLR221-MONTH-MM = DLR221-RUN-MM - 1
035000         END-IF
035100     END-IF.
035200     CLOSE PERIOD-CARD.
035300     PERFORM 1050-SET-AS-AT-DATE.
035400     PERFORM 1100-LOAD-PARAMETERS.
035500     PERFORM 1200-LOAD-CCY-ATTRS.
035600     PERFORM 1300-LOAD-FX-RATES.
035700     OPEN INPUT  AQTRANS-FILE.
035800     OPEN OUTPUT RETURN-FILE
035900                 GAP-REPORT.
036000     MOVE DLR221-RUN-DATE      TO DLR221-H-RUN-DATE.
036100     MOVE DLR221-AS-AT-DATE    TO DLR221-H-AS-AT-DATE.
036200     MOVE DLR221-SHOCK-BP      TO DLR221-H-SHOCK-BP.
036300     WRITE GAP-LINE FROM DLR221-HEADING-1.
036400     WRITE GAP-LINE FROM DLR221-HEADING-2.
036500     MOVE SPACES               TO DLLIQRTN-RECORD.
036600     SET DLLIQRTN-HEADER       TO TRUE.
036700     MOVE DLR221-ENTITY-ID     TO DLLIQRTN-H-ENTITY-ID.
036800     MOVE DLR221-AS-AT-DATE    TO DLLIQRTN-H-AS-AT-DATE.
036900     MOVE DLR221-LOCAL-CCY     TO DLLIQRTN-H-LOCAL-CCY.
037000     MOVE DLR221-SHOCK-BP      TO DLLIQRTN-H-SHOCK-BP.
037100     WRITE DLLIQRTN-RECORD.
037200     PERFORM 2100-READ-AQTRANS.
037300 1000-EXIT.
037400     EXIT.
037500
037600 1050-SET-AS-AT-DATE.
037700     EVALUATE DLR221-MONTH-MM
037800         WHEN 4
037900         WHEN 6
038000         WHEN 9
038100         WHEN 11
038200             MOVE 30 TO DLR221-DAYS-IN-MONTH
038300         WHEN 2
038400             DIVIDE DLR221-MONTH-CCYY BY 4
038500                 GIVING DLR221-LEAP-QUOT
038600                 REMAINDER DLR221-LEAP-REM-4
038700             DIVIDE DLR221-MONTH-CCYY BY 100
038800                 GIVING DLR221-LEAP-QUOT
038900                 REMAINDER DLR221-LEAP-REM-100
039000             DIVIDE DLR221-MONTH-CCYY BY 400
039100                 GIVING DLR221-LEAP-QUOT
039200                 REMAINDER DLR221-LEAP-REM-400
039300             IF  DLR221-LEAP-REM-4 = ZERO
039400             AND (DLR221-LEAP-REM-100 NOT = ZERO
039500                 OR DLR221-LEAP-REM-400 = ZERO)
039600                 MOVE 29 TO DLR221-DAYS-IN-MONTH
039700             ELSE
039800                 MOVE 28 TO DLR221-DAYS-IN-MONTH
039900             END-IF
040000         WHEN OTHER
040100             MOVE 31 TO DLR221-DAYS-IN-MONTH
040200     END-EVALUATE.
040300     COMPUTE DLR221-AS-AT-DATE =
040400         DLR221-MONTH-N * 100 + DLR221-DAYS-IN-MONTH.
040500     COMPUTE DLR221-AS-AT-DAY-NO =
040600         FUNCTION INTEGER-OF-DATE (DLR221-AS-AT-DATE).
040700 1050-EXIT.
040800     EXIT.
040900
041000*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE AS-AT
041100*    DATE OVERRIDES THE BUILT-IN SHOCK.
041200 1100-LOAD-PARAMETERS.
041300     OPEN INPUT PARAM-FILE.
041400     PERFORM 1110-READ-PARAM.
041500     PERFORM 1120-TEST-ONE-PARAM
041600         UNTIL DLR221-PARM-EOF.
041700     CLOSE PARAM-FILE.
041800 1100-EXIT.
041900     EXIT.
042000
042100 1110-READ-PARAM.
042200     READ PARAM-FILE
042300         AT END
042400             MOVE 'Y' TO DLR221-PARM-EOF-SW
042500     END-READ.
042600 1110-EXIT.
042700     EXIT.
042800
042900 1120-TEST-ONE-PARAM.
043000     IF  DLPARAMM-JOB-NAME = 'DLR221  '
043100     AND DLPARAMM-EFF-FROM <= DLR221-AS-AT-DATE
043200         EVALUATE TRUE
043300             WHEN DLPARAMM-PARAM-NAME = 'SHOCK-BP    '
043400             AND  DLPARAMM-EFF-FROM >= DLR221-BEST-EFF-SHOCK
043500                 MOVE DLPARAMM-EFF-FROM
043600                     TO DLR221-BEST-EFF-SHOCK
043700                 MOVE DLPARAMM-PARAM-VALUE
043800                     TO DLR221-SHOCK-BP
043900             WHEN OTHER
044000                 CONTINUE
044100         END-EVALUATE
044200     END-IF.
044300     PERFORM 1110-READ-PARAM.
044400 1120-EXIT.
044500     EXIT.
044600
044700 1200-LOAD-CCY-ATTRS.
044800     OPEN INPUT CCY-ATTR-FILE.
044900     PERFORM 1210-READ-CCY-ATTR.
045000     PERFORM 1220-HOLD-ONE-CCY-ATTR
045100         UNTIL DLR221-ATT-EOF.
045200     CLOSE CCY-ATTR-FILE.
045300 1200-EXIT.
045400     EXIT.
045500
045600 1210-READ-CCY-ATTR.
045700     READ CCY-ATTR-FILE
045800         AT END
045900             MOVE 'Y' TO DLR221-ATT-EOF-SW
046000     END-READ.
046100 1210-EXIT.
046200     EXIT.
046300
046400 1220-HOLD-ONE-CCY-ATTR.
046500     IF  DLR221-ATT-COUNT < 50
046600         ADD 1 TO DLR221-ATT-COUNT
046700         SET DLR221-ATT-IX TO DLR221-ATT-COUNT
046800         MOVE DLCCYATT-CCY
046900             TO DLR221-A-CCY (DLR221-ATT-IX)
047000         MOVE DLCCYATT-DECIMALS
047100             TO DLR221-A-DECIMALS (DLR221-ATT-IX)
047200     END-IF.
047300     PERFORM 1210-READ-CCY-ATTR.
047400 1220-EXIT.
047500     EXIT.
047600
047700 1300-LOAD-FX-RATES.
047800     OPEN INPUT FXRATE-FILE.
047900     PERFORM 1310-READ-FX-RATE.
048000     PERFORM 1320-HOLD-ONE-FX-RATE
048100         UNTIL DLR221-RATE-EOF.
048200     CLOSE FXRATE-FILE.
048300 1300-EXIT.
048400     EXIT.
048500
048600 1310-READ-FX-RATE.
048700     READ FXRATE-FILE
048800         AT END
048900             MOVE 'Y' TO DLR221-RATE-EOF-SW
049000     END-READ.
049100 1310-EXIT.
049200     EXIT.
049300
049400 1320-HOLD-ONE-FX-RATE.
049500     IF  DLR221-FX-COUNT < 200
049600     AND DLFXRATE-EFF-DATE <= DLR221-AS-AT-DATE
049700         ADD 1 TO DLR221-FX-COUNT
049800         SET DLR221-RX TO DLR221-FX-COUNT
049900         MOVE DLFXRATE-CCY      TO DLR221-R-CCY (DLR221-RX)
050000         MOVE DLFXRATE-EFF-DATE TO DLR221-R-EFF-DATE (DLR221-RX)
050100         MOVE DLFXRATE-RATE     TO DLR221-R-RATE (DLR221-RX)
050200     END-IF.
050300     PERFORM 1310-READ-FX-RATE.
050400 1320-EXIT.
050500     EXIT.
050600
050700*    AQTRANS IS IN PRODUCT / ACCOUNT / DEPOSIT ORDER, SO A
050800*    DEPOSIT'S RECORDS ARRIVE TOGETHER; IT IS PLACED ON THE
050900*    CHANGE OF KEY. RECORDS POSTED AFTER THE AS-AT DATE ARE
051000*    LEFT OUT SO THE LADDER SHOWS THE BOOK AT MONTH END.
051100 2000-PROCESS-TRANS.
051200     ADD 1 TO DLR221-TRANS-READ.
051300     MOVE TRANS-PROD-TYP TO DLR221-K-PROD-TYP.
051400     MOVE TRANS-ACC-NO   TO DLR221-K-ACC-NO.
051500     MOVE TRANS-DEP-NO   TO DLR221-K-DEP-NO.
051600     IF  DLR221-RECORD-KEY NOT = DLR221-D-KEY
051700     OR  NOT DLR221-DEPOSIT-HELD
051800         IF  DLR221-DEPOSIT-HELD
051900             PERFORM 2500-PLACE-DEPOSIT
052000         END-IF
052100         PERFORM 2200-START-DEPOSIT
052200     END-IF.
052300     IF  TRANS-DTE-SYS <= DLR221-AS-AT-DATE
052400         COMPUTE DLR221-RECORD-STAMP =
052500             TRANS-DTE-SYS * 1000000 + TRANS-TIME-SYS
052600         IF  DLR221-RECORD-STAMP >= DLR221-D-STAMP
052700             PERFORM 2300-TAKE-LATEST
052800         END-IF
052900         IF  DLR221-RECORD-STAMP >= DLR221-D-TERM-STAMP
053000             PERFORM 2400-TAKE-TERMS
053100         END-IF
053200     END-IF.
053300     PERFORM 2100-READ-AQTRANS.
053400 2000-EXIT.
053500     EXIT.
053600
053700 2100-READ-AQTRANS.
053800     READ AQTRANS-FILE
053900         AT END
054000             MOVE 'Y' TO DLR221-EOF-SW
054100     END-READ.
054200 2100-EXIT.
054300     EXIT.
054400
054500 2200-START-DEPOSIT.
054600     MOVE DLR221-RECORD-KEY TO DLR221-D-KEY.
054700     MOVE 'Y'               TO DLR221-HELD-SW.
054800     MOVE 'N'               TO DLR221-D-SETTLED-SW.
054900     MOVE SPACES            TO DLR221-D-CCY.
055000     MOVE ZERO              TO DLR221-D-STAMP
055100                               DLR221-D-TERM-STAMP
055200                               DLR221-D-CCY-DEC
055300                               DLR221-D-RAW-BALANCE
055400                               DLR221-D-MATURITY
055500                               DLR221-D-ROL-DAY
055600                               DLR221-D-TERM-DAYS.
055700 2200-EXIT.
055800     EXIT.
055900
056000*    THE LEDGER BALANCE ON THE COMMON DEPOSIT DETAIL IS STRUCK
056100*    AFTER A CREDIT BUT BEFORE A DEBIT, SO A DEBIT'S AMOUNT IS
056200*    TAKEN OFF IT; A START-DEPOSIT CARRIES ITS OWN BALANCE.
056300 2300-TAKE-LATEST.
056400     MOVE DLR221-RECORD-STAMP TO DLR221-D-STAMP.
056500     MOVE TRN-DEP-CCY         TO DLR221-D-CCY.
056600     MOVE TRN-DEP-CCY-DEC     TO DLR221-D-CCY-DEC.
056700     MOVE TRN-DEP-BAL         TO DLR221-D-RAW-BALANCE.
056800     MOVE 'N'                 TO DLR221-D-SETTLED-SW.
056900     EVALUATE TRANS-BASIC-TRNTYP
057000         WHEN 'SD  '
057100             MOVE TRN-SD-CCY     TO DLR221-D-CCY
057200             MOVE TRN-SD-CCY-DEC TO DLR221-D-CCY-DEC
057300             MOVE TRN-SD-BAL     TO DLR221-D-RAW-BALANCE
057400             IF  TRN-SD-SETLED-IND = 'Y'
057500                 MOVE 'Y' TO DLR221-D-SETTLED-SW
057600             END-IF
057700         WHEN 'DR  '
057800         WHEN 'SVC '
057900             SUBTRACT TRN-DR-AMT FROM DLR221-D-RAW-BALANCE
058000         WHEN OTHER
058100             CONTINUE
058200     END-EVALUATE.
058300 2300-EXIT.
058400     EXIT.
058500
058600*    MATURITY IS THE TRANSACTION END DATE THE MATURITY DIARY
058700*    WORKS FROM, FALLING BACK TO THE VALUE END DATE; AN
058800*    AMENDMENT'S NEW MATURITY AND TERM REPLACE THE ORIGINAL.
058900 2400-TAKE-TERMS.
059000     EVALUATE TRANS-BASIC-TRNTYP
059100         WHEN 'SD  '
059200             MOVE DLR221-RECORD-STAMP TO DLR221-D-TERM-STAMP
059300             IF  TRN-SD-DTE-TRN-END NUMERIC
059400             AND TRN-SD-DTE-TRN-END > ZERO
059500                 MOVE TRN-SD-DTE-TRN-END TO DLR221-D-MATURITY
059600             ELSE
059700                 MOVE TRN-SD-DTE-VAL-END TO DLR221-D-MATURITY
059800             END-IF
059900             MOVE TRN-SD-ROL-DAY      TO DLR221-D-ROL-DAY
060000             MOVE TRN-SD-NO-OF-DAYS   TO DLR221-D-TERM-DAYS
060100         WHEN 'UDP '
060200             MOVE DLR221-RECORD-STAMP TO DLR221-D-TERM-STAMP
060300             IF  TRN-UDP-DTE-TRN-END NUMERIC
060400             AND TRN-UDP-DTE-TRN-END > ZERO
060500                 MOVE TRN-UDP-DTE-TRN-END TO DLR221-D-MATURITY
060600             ELSE
060700                 IF  TRN-UDP-DTE-VAL-END NUMERIC
060800                 AND TRN-UDP-DTE-VAL-END > ZERO
060900                     MOVE TRN-UDP-DTE-VAL-END
061000                         TO DLR221-D-MATURITY
061100                 END-IF
061200             END-IF
061300             IF  TRN-UDP-NO-OF-DAYS > ZERO
061400                 MOVE TRN-UDP-NO-OF-DAYS TO DLR221-D-TERM-DAYS
061500             END-IF
061600         WHEN OTHER
061700             CONTINUE
061800     END-EVALUATE.
061900 2400-EXIT.
062000     EXIT.
062100
062200*    A SETTLED OR EMPTY DEPOSIT HOLDS NOTHING AND IS LEFT OUT.
062300*    EVERY OTHER DEPOSIT GOES INTO THE BOOK TOTAL BEFORE IT IS
062400*    PLACED, SO ANYTHING THAT FAILS TO REACH A BAND SHOWS UP
062500*    AS A DIFFERENCE IN THE PROOF.
062600 2500-PLACE-DEPOSIT.
062700     MOVE 'N' TO DLR221-HELD-SW.
062800     IF  DLR221-D-SETTLED
062900     OR  DLR221-D-RAW-BALANCE NOT > ZERO
063000         ADD 1 TO DLR221-SETTLED-OUT
063100     ELSE
063200         PERFORM 2900-SET-CCY-ATTRS
063300         COMPUTE DLR221-BALANCE ROUNDED =
063400             DLR221-D-RAW-BALANCE / DLR221-SCALE-DIVISOR
063500         MOVE DLR221-D-CCY TO DLR221-NEW-CCY
063600         PERFORM 3000-FIND-CELL
063700         IF  DLR221-CELL-FOUND
063800             COMPUTE DLR221-LOCAL-BALANCE ROUNDED =
063900                 DLR221-BALANCE * DLR221-C-FX-RATE (DLR221-CX)
064000         ELSE
064100             MOVE DLR221-BALANCE TO DLR221-LOCAL-BALANCE
064200         END-IF
064300         ADD 1 TO DLR221-BOOK-DEPOSITS
064400         ADD DLR221-LOCAL-BALANCE TO DLR221-BOOK-TOTAL
064500         IF  DLR221-CELL-FOUND
064600             PERFORM 2600-SET-BAND-DAYS
064700             PERFORM 2700-ADD-TO-BANDS
064800         END-IF
064900     END-IF.
065000 2500-EXIT.
065100     EXIT.
065200
065300*    A DEPOSIT REPRICES AT MATURITY. ITS CASH GOES AT MATURITY
065400*    TOO UNLESS A ROLLOVER INSTRUCTION STANDS, WHEN IT STAYS
065500*    FOR ONE MORE TERM OF THE SAME LENGTH.
065600 2600-SET-BAND-DAYS.
065700     MOVE ZERO TO DLR221-MATURITY-DAY-NO.
065800     IF  DLR221-D-MATURITY NUMERIC
065900     AND DLR221-D-MATURITY > ZERO
066000         COMPUTE DLR221-MATURITY-DAY-NO =
066100             FUNCTION INTEGER-OF-DATE (DLR221-D-MATURITY)
066200     END-IF.
066300     IF  DLR221-MATURITY-DAY-NO = ZERO
066400         ADD 1 TO DLR221-NO-MATURITY
066500         MOVE ZERO TO DLR221-REPRICE-DAYS
066600     ELSE
066700         COMPUTE DLR221-REPRICE-DAYS =
066800             DLR221-MATURITY-DAY-NO - DLR221-AS-AT-DAY-NO
066900         IF  DLR221-REPRICE-DAYS < ZERO
067000             ADD 1 TO DLR221-MATURED-OVERNIGHT
067100             MOVE ZERO TO DLR221-REPRICE-DAYS
067200         END-IF
067300     END-IF.
067400     MOVE DLR221-REPRICE-DAYS TO DLR221-OUTFLOW-DAYS.
067500     IF  DLR221-D-ROL-DAY > ZERO
067600     AND DLR221-D-TERM-DAYS > ZERO
067700     AND DLR221-MATURITY-DAY-NO > ZERO
067800         ADD 1 TO DLR221-ROLLOVERS
067900         ADD DLR221-D-TERM-DAYS TO DLR221-OUTFLOW-DAYS
068000     END-IF.
068100 2600-EXIT.
068200     EXIT.
068300
068400 2700-ADD-TO-BANDS.
068500     ADD 1 TO DLR221-DEPOSITS-PLACED.
068600     ADD 1 TO DLR221-C-DEPOSITS (DLR221-CX).
068700     MOVE DLR221-REPRICE-DAYS TO DLR221-FIND-DAYS.
068800     PERFORM 2800-FIND-BAND.
068900     SET DLR221-REPRICE-BAND TO DLR221-BX.
069000     MOVE DLR221-OUTFLOW-DAYS TO DLR221-FIND-DAYS.
069100     PERFORM 2800-FIND-BAND.
069200     SET DLR221-OUTFLOW-BAND TO DLR221-BX.
069300     ADD 1 TO DLR221-C-B-DEPOSITS
069400                  (DLR221-CX, DLR221-REPRICE-BAND).
069500     ADD DLR221-BALANCE TO DLR221-C-B-REPRICE
069600                  (DLR221-CX, DLR221-REPRICE-BAND).
069700     ADD DLR221-LOCAL-BALANCE TO DLR221-C-B-REPRICE-L
069800                  (DLR221-CX, DLR221-REPRICE-BAND).
069900     ADD DLR221-BALANCE TO DLR221-C-B-OUTFLOW
070000                  (DLR221-CX, DLR221-OUTFLOW-BAND).
070100     ADD DLR221-LOCAL-BALANCE TO DLR221-C-B-OUTFLOW-L
070200                  (DLR221-CX, DLR221-OUTFLOW-BAND).
070300 2700-EXIT.
070400     EXIT.
070500
070600*    THE FIRST BAND WHOSE LAST DAY THE DEPOSIT FALLS ON OR
070700*    BEFORE; THE LAST BAND IS OPEN-ENDED.
070800 2800-FIND-BAND.
070900     SET DLR221-BX TO 1.
071000     SEARCH DLR221-BAND-ENTRY
071100         AT END
071200             SET DLR221-BX TO DLR221-BAND-COUNT
071300         WHEN DLR221-FIND-DAYS <= DLR221-B-LAST-DAY (DLR221-BX)
071400             CONTINUE
071500     END-SEARCH.
071600 2800-EXIT.
071700     EXIT.
071800
071900*    THE ATTRIBUTES MASTER (FALLBACK: THE DECIMALS CARRIED ON
072000*    THE TRANSACTION) SAYS HOW MANY DECIMALS TO SCALE OFF THE
072100*    RAW AMOUNTS.
072200 2900-SET-CCY-ATTRS.
072300     SET DLR221-ATT-IX TO 1.
072400     SEARCH DLR221-ATT-ENTRY
072500         AT END
072600             CONTINUE
072700         WHEN DLR221-ATT-IX > DLR221-ATT-COUNT
072800             CONTINUE
072900         WHEN DLR221-A-CCY (DLR221-ATT-IX) = DLR221-D-CCY
073000             MOVE DLR221-A-DECIMALS (DLR221-ATT-IX)
073100                 TO DLR221-D-CCY-DEC
073200     END-SEARCH.
073300     EVALUATE DLR221-D-CCY-DEC
073400         WHEN 0
073500             MOVE 1      TO DLR221-SCALE-DIVISOR
073600         WHEN 1
073700             MOVE 10     TO DLR221-SCALE-DIVISOR
073800         WHEN 2
073900             MOVE 100    TO DLR221-SCALE-DIVISOR
074000         WHEN 3
074100             MOVE 1000   TO DLR221-SCALE-DIVISOR
074200         WHEN OTHER
074300             MOVE 100    TO DLR221-SCALE-DIVISOR
074400     END-EVALUATE.
074500 2900-EXIT.
074600     EXIT.
074700
074800*    THE CURRENCY TABLE IS KEPT IN CURRENCY ORDER: A NEW
074900*    CURRENCY GOES IN AHEAD OF THE FIRST HIGHER ONE, THE REST
075000*    MOVING UP ONE, AND TAKES ITS MONTH-END RATE.
075100 3000-FIND-CELL.
075200     MOVE 'N' TO DLR221-CELL-FOUND-SW.
075300     SET DLR221-CX TO 1.
075400     SEARCH DLR221-CELL-ENTRY
075500         AT END
075600             ADD 1 TO DLR221-CELLS-FULL
075700         WHEN DLR221-CX > DLR221-CELL-COUNT
075800             PERFORM 3100-ADD-CELL
075900         WHEN DLR221-C-CCY (DLR221-CX) = DLR221-NEW-CCY
076000             MOVE 'Y' TO DLR221-CELL-FOUND-SW
076100         WHEN DLR221-C-CCY (DLR221-CX) > DLR221-NEW-CCY
076200             PERFORM 3100-ADD-CELL
076300     END-SEARCH.
076400 3000-EXIT.
076500     EXIT.
076600
076700 3100-ADD-CELL.
076800     IF  DLR221-CELL-COUNT NOT < 50
076900         ADD 1 TO DLR221-CELLS-FULL
077000     ELSE
077100         SET DLR221-INSERT-AT TO DLR221-CX
077200         PERFORM 3200-MOVE-CELL-UP
077300             VARYING DLR221-SUB FROM DLR221-CELL-COUNT BY -1
077400             UNTIL DLR221-SUB < DLR221-INSERT-AT
077500         ADD 1 TO DLR221-CELL-COUNT
077600         INITIALIZE DLR221-CELL-ENTRY (DLR221-CX)
077700         MOVE DLR221-NEW-CCY TO DLR221-C-CCY (DLR221-CX)
077800         PERFORM 3300-PICK-RATE
077900         MOVE 'Y' TO DLR221-CELL-FOUND-SW
078000     END-IF.
078100 3100-EXIT.
078200     EXIT.
078300
078400 3200-MOVE-CELL-UP.
078500     COMPUTE DLR221-SUB-NEXT = DLR221-SUB + 1.
078600     MOVE DLR221-CELL-ENTRY (DLR221-SUB) TO DLR221-CELL-SAVE.
078700     MOVE DLR221-CELL-SAVE
078800         TO DLR221-CELL-ENTRY (DLR221-SUB-NEXT).
078900 3200-EXIT.
079000     EXIT.
079100
079200*    LOCAL CURRENCY IS 1; OTHERWISE THE LATEST DLFXRATE ROW IN
079300*    FORCE AT THE AS-AT DATE. WITH NO ROW THE FACE VALUE IS
079400*    TAKEN AND THE CURRENCY IS FLAGGED ON THE REPORT.
079500 3300-PICK-RATE.
079600     MOVE 'N'  TO DLR221-C-RATE-SW (DLR221-CX).
079700     MOVE 1    TO DLR221-C-FX-RATE (DLR221-CX).
079800     MOVE ZERO TO DLR221-FX-BEST-EFF.
079900     IF  DLR221-NEW-CCY = DLR221-LOCAL-CCY
080000         MOVE 'Y' TO DLR221-C-RATE-SW (DLR221-CX)
080100     ELSE
080200         PERFORM 3310-TEST-ONE-RATE
080300             VARYING DLR221-RX FROM 1 BY 1
080400             UNTIL DLR221-RX > DLR221-FX-COUNT
080500     END-IF.
080600 3300-EXIT.
080700     EXIT.
080800
080900 3310-TEST-ONE-RATE.
081000     IF  DLR221-R-CCY (DLR221-RX) = DLR221-NEW-CCY
081100     AND DLR221-R-EFF-DATE (DLR221-RX) >= DLR221-FX-BEST-EFF
081200         MOVE DLR221-R-EFF-DATE (DLR221-RX) TO DLR221-FX-BEST-EFF
081300         MOVE DLR221-R-RATE (DLR221-RX)
081400             TO DLR221-C-FX-RATE (DLR221-CX)
081500         MOVE 'Y' TO DLR221-C-RATE-SW (DLR221-CX)
081600     END-IF.
081700 3310-EXIT.
081800     EXIT.
081900
082000*    ONE LADDER PER CURRENCY IN ITS OWN CURRENCY, WITH ITS
082100*    RETURN RECORDS, THEN THE WHOLE BOOK IN LOCAL CURRENCY.
082200 4000-PRINT-LADDERS.
082300     INITIALIZE DLR221-ALL-LADDER.
082400     PERFORM 4100-PRINT-ONE-CURRENCY
082500         VARYING DLR221-CX FROM 1 BY 1
082600         UNTIL DLR221-CX > DLR221-CELL-COUNT.
082700     WRITE GAP-LINE FROM DLR221-BLANK-LINE.
082800     MOVE DLR221-LOCAL-CCY     TO DLR221-CH-CCY.
082900     MOVE DLR221-DEPOSITS-PLACED TO DLR221-CH-DEPOSITS.
083000     MOVE 1                    TO DLR221-CH-RATE.
083100     MOVE '  ALL CURRENCIES IN LOCAL' TO DLR221-CH-RATE-TEXT.
083200     WRITE GAP-LINE FROM DLR221-CCY-HEADER.
083300     WRITE GAP-LINE FROM DLR221-HEADING-3.
083400     PERFORM 4400-COPY-ALL-BAND
083500         VARYING DLR221-WX FROM 1 BY 1
083600         UNTIL DLR221-WX > DLR221-BAND-COUNT.
083700     PERFORM 4500-PRINT-LADDER.
083800 4000-EXIT.
083900     EXIT.
084000
084100 4100-PRINT-ONE-CURRENCY.
084200     WRITE GAP-LINE FROM DLR221-BLANK-LINE.
084300     MOVE DLR221-C-CCY (DLR221-CX)      TO DLR221-CH-CCY.
084400     MOVE DLR221-C-DEPOSITS (DLR221-CX) TO DLR221-CH-DEPOSITS.
084500     MOVE DLR221-C-FX-RATE (DLR221-CX)  TO DLR221-CH-RATE.
084600     IF  DLR221-C-RATE-FOUND (DLR221-CX)
084700         MOVE SPACES TO DLR221-CH-RATE-TEXT
084800     ELSE
084900         MOVE '  NO RATE - AT FACE VALUE' TO DLR221-CH-RATE-TEXT
085000         ADD DLR221-C-DEPOSITS (DLR221-CX) TO DLR221-NO-FX-RATE
085100     END-IF.
085200     WRITE GAP-LINE FROM DLR221-CCY-HEADER.
085300     WRITE GAP-LINE FROM DLR221-HEADING-3.
085400     PERFORM 4200-TAKE-CCY-BAND
085500         VARYING DLR221-WX FROM 1 BY 1
085600         UNTIL DLR221-WX > DLR221-BAND-COUNT.
085700     PERFORM 4500-PRINT-LADDER.
085800 4100-EXIT.
085900     EXIT.
086000
086100 4200-TAKE-CCY-BAND.
086200     SET DLR221-SUB TO DLR221-WX.
086300     MOVE DLR221-C-B-REPRICE (DLR221-CX, DLR221-SUB)
086400         TO DLR221-W-REPRICE (DLR221-WX).
086500     MOVE DLR221-C-B-OUTFLOW (DLR221-CX, DLR221-SUB)
086600         TO DLR221-W-OUTFLOW (DLR221-WX).
086700     ADD DLR221-C-B-REPRICE-L (DLR221-CX, DLR221-SUB)
086800         TO DLR221-L-REPRICE (DLR221-SUB)
086900            DLR221-PLACED-REPRICE.
087000     ADD DLR221-C-B-OUTFLOW-L (DLR221-CX, DLR221-SUB)
087100         TO DLR221-L-OUTFLOW (DLR221-SUB)
087200            DLR221-PLACED-OUTFLOW.
087300     PERFORM 4300-WRITE-RETURN-DETAIL.
087400 4200-EXIT.
087500     EXIT.
087600
087700 4300-WRITE-RETURN-DETAIL.
087800     MOVE SPACES TO DLLIQRTN-RECORD.
087900     SET DLLIQRTN-DETAIL TO TRUE.
088000     MOVE DLR221-C-CCY (DLR221-CX) TO DLLIQRTN-D-CCY.
088100     SET DLR221-BX TO DLR221-SUB.
088200     MOVE DLR221-B-CODE (DLR221-BX)     TO DLLIQRTN-D-BAND.
088300     MOVE DLR221-B-LAST-DAY (DLR221-BX) TO DLLIQRTN-D-BAND-DAYS.
088400     MOVE DLR221-C-B-DEPOSITS (DLR221-CX, DLR221-SUB)
088500         TO DLLIQRTN-D-DEPOSITS.
088600     MOVE DLR221-C-B-REPRICE (DLR221-CX, DLR221-SUB)
088700         TO DLLIQRTN-D-CCY-REPRICE.
088800     MOVE DLR221-C-B-REPRICE-L (DLR221-CX, DLR221-SUB)
088900         TO DLLIQRTN-D-REPRICE.
089000     MOVE DLR221-C-B-OUTFLOW (DLR221-CX, DLR221-SUB)
089100         TO DLLIQRTN-D-CCY-OUTFLOW.
089200     MOVE DLR221-C-B-OUTFLOW-L (DLR221-CX, DLR221-SUB)
089300         TO DLLIQRTN-D-OUTFLOW.
089400     MOVE DLR221-C-FX-RATE (DLR221-CX) TO DLLIQRTN-D-FX-RATE.
089500     WRITE DLLIQRTN-RECORD.
089600     ADD 1 TO DLR221-RETURN-DETAILS.
089700 4300-EXIT.
089800     EXIT.
089900
090000 4400-COPY-ALL-BAND.
090100     SET DLR221-SUB TO DLR221-WX.
090200     MOVE DLR221-L-REPRICE (DLR221-SUB)
090300         TO DLR221-W-REPRICE (DLR221-WX).
090400     MOVE DLR221-L-OUTFLOW (DLR221-SUB)
090500         TO DLR221-W-OUTFLOW (DLR221-WX).
090600 4400-EXIT.
090700     EXIT.
090800
090900*    THE DEPOSIT BOOK IS ALL LIABILITY, SO EACH BAND'S GAP IS
091000*    THE NEGATIVE OF WHAT REPRICES IN IT. A RISE IN RATES OF
091100*    THE SHOCK COSTS THE GAP THE SHOCK FOR THE PART OF THE
091200*    12-MONTH HORIZON LEFT AFTER THE BAND MID-POINT; BANDS
091300*    BEYOND THE HORIZON DO NOT TOUCH EARNINGS.
091400 4500-PRINT-LADDER.
091500     MOVE ZERO TO DLR221-CUM-GAP
091600                  DLR221-CUM-OUTFLOW
091700                  DLR221-TOT-REPRICE
091800                  DLR221-TOT-NII-UP.
091900     PERFORM 4600-PRINT-ONE-BAND
092000         VARYING DLR221-WX FROM 1 BY 1
092100         UNTIL DLR221-WX > DLR221-BAND-COUNT.
092200     MOVE SPACES TO DLR221-LADDER-LINE.
092300     MOVE 'TOTAL'               TO DLR221-G-BAND-NAME.
092400     MOVE DLR221-TOT-REPRICE    TO DLR221-G-REPRICE.
092500     MOVE DLR221-CUM-GAP        TO DLR221-G-GAP.
092600     MOVE DLR221-TOT-NII-UP     TO DLR221-G-NII-UP.
092700     COMPUTE DLR221-G-NII-DOWN = ZERO - DLR221-TOT-NII-UP.
092800     MOVE DLR221-CUM-OUTFLOW    TO DLR221-G-OUTFLOW.
092900     WRITE GAP-LINE FROM DLR221-LADDER-LINE.
093000 4500-EXIT.
093100     EXIT.
093200
093300 4600-PRINT-ONE-BAND.
093400     SET DLR221-BX TO DLR221-WX.
093500     COMPUTE DLR221-GAP = ZERO - DLR221-W-REPRICE (DLR221-WX).
093600     ADD DLR221-GAP TO DLR221-CUM-GAP.
093700     ADD DLR221-W-REPRICE (DLR221-WX) TO DLR221-TOT-REPRICE.
093800     ADD DLR221-W-OUTFLOW (DLR221-WX) TO DLR221-CUM-OUTFLOW.
093900     IF  DLR221-B-MID-DAY (DLR221-BX) < DLR221-HORIZON-DAYS
094000         COMPUTE DLR221-NII-UP ROUNDED =
094100             DLR221-GAP * DLR221-SHOCK-BP
094200           * (DLR221-HORIZON-DAYS - DLR221-B-MID-DAY (DLR221-BX))
094300           / (10000 * DLR221-HORIZON-DAYS)
094400     ELSE
094500         MOVE ZERO TO DLR221-NII-UP
094600     END-IF.
094700     ADD DLR221-NII-UP TO DLR221-TOT-NII-UP.
094800     MOVE SPACES TO DLR221-LADDER-LINE.
094900     MOVE DLR221-B-NAME (DLR221-BX)   TO DLR221-G-BAND-NAME.
095000     MOVE DLR221-W-REPRICE (DLR221-WX) TO DLR221-G-REPRICE.
095100     MOVE DLR221-GAP                  TO DLR221-G-GAP.
095200     MOVE DLR221-CUM-GAP              TO DLR221-G-CUM-GAP.
095300     MOVE DLR221-NII-UP               TO DLR221-G-NII-UP.
095400     COMPUTE DLR221-G-NII-DOWN = ZERO - DLR221-NII-UP.
095500     MOVE DLR221-W-OUTFLOW (DLR221-WX) TO DLR221-G-OUTFLOW.
095600     MOVE DLR221-CUM-OUTFLOW          TO DLR221-G-CUM-OUTFLOW.
095700     WRITE GAP-LINE FROM DLR221-LADDER-LINE.
095800 4600-EXIT.
095900     EXIT.
096000
096100*    BOTH LADDERS MUST ADD BACK TO THE DEPOSIT BOOK.
096200 8000-PRINT-TOTALS.
096300     WRITE GAP-LINE FROM DLR221-BLANK-LINE.
096400     MOVE 'TOTAL DEPOSIT BOOK - LOCAL' TO DLR221-P-LABEL.
096500     MOVE DLR221-BOOK-TOTAL TO DLR221-P-AMOUNT.
096600     WRITE GAP-LINE FROM DLR221-PROOF-LINE.
096700     MOVE 'PLACED IN REPRICING BANDS' TO DLR221-P-LABEL.
096800     MOVE DLR221-PLACED-REPRICE TO DLR221-P-AMOUNT.
096900     WRITE GAP-LINE FROM DLR221-PROOF-LINE.
097000     COMPUTE DLR221-DIFFERENCE =
097100         DLR221-BOOK-TOTAL - DLR221-PLACED-REPRICE.
097200     IF  DLR221-DIFFERENCE NOT = ZERO
097300         MOVE 4 TO RETURN-CODE
097400     END-IF.
097500     MOVE 'REPRICING DIFFERENCE' TO DLR221-P-LABEL.
097600     MOVE DLR221-DIFFERENCE TO DLR221-P-AMOUNT.
097700     WRITE GAP-LINE FROM DLR221-PROOF-LINE.
097800     MOVE 'PLACED IN LIQUIDITY BANDS' TO DLR221-P-LABEL.
097900     MOVE DLR221-PLACED-OUTFLOW TO DLR221-P-AMOUNT.
098000     WRITE GAP-LINE FROM DLR221-PROOF-LINE.
098100     COMPUTE DLR221-DIFFERENCE =
098200         DLR221-BOOK-TOTAL - DLR221-PLACED-OUTFLOW.
098300     IF  DLR221-DIFFERENCE NOT = ZERO
098400         MOVE 4 TO RETURN-CODE
098500     END-IF.
098600     MOVE 'LIQUIDITY DIFFERENCE' TO DLR221-P-LABEL.
098700     MOVE DLR221-DIFFERENCE TO DLR221-P-AMOUNT.
098800     WRITE GAP-LINE FROM DLR221-PROOF-LINE.
098900     WRITE GAP-LINE FROM DLR221-BLANK-LINE.
099000     MOVE 'AQTRANS RECORDS READ' TO DLR221-T-LABEL.
099100     MOVE DLR221-TRANS-READ TO DLR221-T-COUNT.
099200     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
099300     MOVE 'DEPOSITS IN THE BOOK' TO DLR221-T-LABEL.
099400     MOVE DLR221-BOOK-DEPOSITS TO DLR221-T-COUNT.
099500     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
099600     MOVE 'DEPOSITS PLACED' TO DLR221-T-LABEL.
099700     MOVE DLR221-DEPOSITS-PLACED TO DLR221-T-COUNT.
099800     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
099900     MOVE 'DEPOSITS SETTLED OR EMPTY - LEFT OUT'
100000         TO DLR221-T-LABEL.
100100     MOVE DLR221-SETTLED-OUT TO DLR221-T-COUNT.
100200     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
100300     MOVE 'MATURED UNSETTLED - OVERNIGHT' TO DLR221-T-LABEL.
100400     MOVE DLR221-MATURED-OVERNIGHT TO DLR221-T-COUNT.
100500     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
100600     MOVE 'NO MATURITY DATE - OVERNIGHT' TO DLR221-T-LABEL.
100700     MOVE DLR221-NO-MATURITY TO DLR221-T-COUNT.
100800     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
100900     MOVE 'ROLLOVERS - OUTFLOW ONE TERM LATER' TO DLR221-T-LABEL.
101000     MOVE DLR221-ROLLOVERS TO DLR221-T-COUNT.
101100     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
101200     MOVE 'DEPOSITS AT FACE VALUE - NO FX RATE' TO DLR221-T-LABEL.
101300     MOVE DLR221-NO-FX-RATE TO DLR221-T-COUNT.
101400     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
101500     MOVE 'DEPOSITS NOT PLACED - TABLE FULL' TO DLR221-T-LABEL.
101600     MOVE DLR221-CELLS-FULL TO DLR221-T-COUNT.
101700     WRITE GAP-LINE FROM DLR221-TOTAL-LINE.
101800     MOVE SPACES               TO DLLIQRTN-RECORD.
101900     SET DLLIQRTN-TRAILER      TO TRUE.
102000     MOVE DLR221-ENTITY-ID     TO DLLIQRTN-T-ENTITY-ID.
102100     MOVE DLR221-RETURN-DETAILS TO DLLIQRTN-T-DETAILS.
102200     MOVE DLR221-BOOK-DEPOSITS TO DLLIQRTN-T-DEPOSITS.
102300     MOVE DLR221-BOOK-TOTAL    TO DLLIQRTN-T-BOOK-TOTAL.
102400     MOVE DLR221-PLACED-REPRICE TO DLLIQRTN-T-REPRICE.
102500     MOVE DLR221-PLACED-OUTFLOW TO DLLIQRTN-T-OUTFLOW.
102600     WRITE DLLIQRTN-RECORD.
102700 8000-EXIT.
102800     EXIT.
102900
103000 9000-TERMINATE.
103100     IF  DLR221-NO-FX-RATE > ZERO
103200     OR  DLR221-CELLS-FULL > ZERO
103300         MOVE 4 TO RETURN-CODE
103400     END-IF.
103500     DISPLAY 'DLR221 AS AT DATE        = ' DLR221-AS-AT-DATE.
103600     DISPLAY 'DLR221 DEPOSITS PLACED   = ' DLR221-DEPOSITS-PLACED.
103700     DISPLAY 'DLR221 DEPOSIT BOOK      = ' DLR221-BOOK-TOTAL.
103800     CLOSE AQTRANS-FILE
103900           RETURN-FILE
104000           GAP-REPORT.
104100 9000-EXIT.
104200     EXIT.
