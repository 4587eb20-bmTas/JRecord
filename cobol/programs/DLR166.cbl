000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR166.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR166 - MONTHLY GST LIABILITY, GST PAYABLE JOURNAL AND      *
001000*            TAX RETURN EXTRACT FROM DTAR020                     *
001100*                                                                *
001200*   SPLITS EVERY TAX-INCLUSIVE DTAR020 SALE IN THE RETURN MONTH  *
001300*   (THE CALENDAR MONTH BEFORE THE RUN DATE) INTO NET AND GST    *
001400*   USING THE DEPARTMENT'S DLDEPTMF TAX CODE AND THE DLTAXRTE    *
001500*   RATE IN FORCE ON THE SALE DATE. PRINTS THE LIABILITY BY      *
001600*   STORE AND TAX CODE, POSTS THE GST OUT OF EACH DEPARTMENT'S   *
001700*   SALES ACCOUNT INTO GST PAYABLE IN DLGLJRNL FORMAT, AND       *
001800*   WRITES THE RETURN EXTRACT (TOTAL SALES, GST-FREE SALES,      *
001900*   INPUT-TAXED SALES, GST ON SALES) RECONCILED BACK TO THE      *
002000*   DTAR020 GROSS TOTAL, SO THE TAX TEAM NO LONGER WORKS THE     *
002100*   RETURN UP BY HAND FROM DEPARTMENT TOTALS.                    *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002530*  02 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
002560*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
002570*  03 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002575*     |          | CONVERTED THROUGH DLR176     |                *
002580*     |          | BEFORE THE GST SPLIT         |                *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DTAR020-FILE      ASSIGN TO DTAR020
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT TAX-RATE-FILE     ASSIGN TO DLTAXRTE
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT TAX-REPORT        ASSIGN TO TAXRPT
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLTX
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT RETURN-EXTRACT    ASSIGN TO TAXRTN
004500                              ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DTAR020-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  DTAR020-REC.
005200     COPY DTAR020.
005300 FD  DEPT-MASTER-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLDEPTMF-RECORD.
005700     COPY DLDEPTMF.
005800 FD  TAX-RATE-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLTAXRTE-RECORD.
006200     COPY DLTAXRTE.
006300 FD  TAX-REPORT
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  TAX-LINE                    PIC X(100).
006700 FD  GL-JOURNAL-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  DLGLJRNL-RECORD.
007000     COPY DLGLJRNL.
007100 FD  RETURN-EXTRACT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  RETURN-REC.
007500     05  RTN-PERIOD               PIC 9(06).
007600     05  RTN-LABEL                PIC X(04).
007700     05  RTN-DESCRIPTION          PIC X(40).
007800     05  RTN-AMOUNT               PIC S9(11)V99
007900                                  SIGN LEADING SEPARATE.
008000     05  FILLER                   PIC X(16).
008100 WORKING-STORAGE SECTION.
008200 01  DLR166-SWITCHES.
008300     05  DLR166-EOF-SW            PIC X(01)  VALUE 'N'.
008400         88  DLR166-EOF                      VALUE 'Y'.
008500     05  DLR166-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR166-DEPT-EOF                 VALUE 'Y'.
008700     05  DLR166-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
008800         88  DLR166-RATE-EOF                 VALUE 'Y'.
008900     05  DLR166-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
009000         88  DLR166-DEPT-FOUND               VALUE 'Y'.
009100 01  DLR166-CONSTANTS.
009200     05  DLR166-GST-PAYABLE-ACCT  PIC X(08)  VALUE 'GSTPAY01'.
009300*    CODE NAMES, IN TAX-CODE TABLE ORDER.
009400     05  DLR166-CODE-VALUES.
009500         10  FILLER               PIC X(21)  VALUE
009600             'TTAXABLE             '.
009700         10  FILLER               PIC X(21)  VALUE
009800             'FGST-FREE            '.
009900         10  FILLER               PIC X(21)  VALUE
010000             'IINPUT-TAXED         '.
010100     05  DLR166-CODE-TABLE REDEFINES DLR166-CODE-VALUES.
010200         10  DLR166-CODE-ENTRY OCCURS 3 TIMES.
010300             15  DLR166-K-CODE    PIC X(01).
010400             15  DLR166-K-NAME    PIC X(20).
010500 01  DLR166-RUN-DATE-FIELDS.
010600     05  DLR166-RUN-CCYYMMDD      PIC 9(08).
010700     05  DLR166-RUN-PARTS REDEFINES DLR166-RUN-CCYYMMDD.
010800         10  DLR166-RUN-CCYY      PIC 9(04).
010900         10  DLR166-RUN-MM        PIC 9(02).
011000         10  DLR166-RUN-DD        PIC 9(02).
011100 01  DLR166-PERIOD-FIELDS.
011200     05  DLR166-PERIOD-CCYYMM     PIC 9(06).
011300     05  DLR166-PERIOD-PARTS REDEFINES DLR166-PERIOD-CCYYMM.
011400         10  DLR166-PERIOD-CCYY   PIC 9(04).
011500         10  DLR166-PERIOD-MM     PIC 9(02).
011600 01  DLR166-MONTH-END-DATE        PIC 9(08).
011700 01  DLR166-BATCH-DATE            PIC S9(07)   COMP-3.
011800 01  DLR166-SALE-DATE-FIELDS.
011900     05  DLR166-SALE-CCYYMMDD     PIC 9(08).
012000     05  DLR166-SALE-PARTS REDEFINES DLR166-SALE-CCYYMMDD.
012100         10  DLR166-SALE-CCYYMM   PIC 9(06).
012200         10  DLR166-SALE-DD       PIC 9(02).
012300 01  DLR166-DEPT-CONTROL.
012400     05  DLR166-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012500 01  DLR166-DEPT-TABLE.
012600     05  DLR166-DEPT-ENTRY OCCURS 200 TIMES
012700                           INDEXED BY DLR166-DEPT-IX.
012800         10  DLR166-D-DEPT-NO     PIC S9(03)   COMP-3.
012900         10  DLR166-D-COST-CENTRE PIC X(06).
013000         10  DLR166-D-SALES-ACCT  PIC X(08).
013100         10  DLR166-D-TAX-CODE    PIC X(01).
013200         10  DLR166-D-GST-AMT     PIC S9(11)V99 COMP-3.
013300         10  DLR166-D-QTY-SOLD    PIC S9(09)   COMP-3.
013400 01  DLR166-RATE-CONTROL.
013500     05  DLR166-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
013600 01  DLR166-RATE-TABLE.
013700     05  DLR166-RATE-ENTRY OCCURS 100 TIMES
013800                           INDEXED BY DLR166-RATE-IX.
013900         10  DLR166-R-TAX-CODE    PIC X(01).
014000         10  DLR166-R-EFF-FROM    PIC 9(08).
014100         10  DLR166-R-RATE-PCT    PIC S9(3)V9(4) COMP-3.
014200*    ONE ROW PER STORE, KEPT IN STORE ORDER AS ROWS ARE ADDED,
014300*    WITH GROSS/NET/GST FOR EACH OF THE THREE TAX CODES.
014400 01  DLR166-STORE-CONTROL.
014500     05  DLR166-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
014600 01  DLR166-STORE-TABLE.
014700     05  DLR166-STORE-ENTRY OCCURS 500 TIMES
014800                            INDEXED BY DLR166-STORE-IX
014900                                       DLR166-MOVE-IX.
015000         10  DLR166-S-STORE-NO    PIC S9(03)   COMP-3.
015100         10  DLR166-S-CODE-AMTS OCCURS 3 TIMES.
015200             15  DLR166-S-GROSS   PIC S9(11)V99 COMP-3.
015300             15  DLR166-S-NET     PIC S9(11)V99 COMP-3.
015400             15  DLR166-S-GST     PIC S9(11)V99 COMP-3.
015500 01  DLR166-TOTALS.
015600     05  DLR166-T-CODE-AMTS OCCURS 3 TIMES.
015700         10  DLR166-T-GROSS       PIC S9(11)V99 COMP-3.
015800         10  DLR166-T-NET         PIC S9(11)V99 COMP-3.
015900         10  DLR166-T-GST         PIC S9(11)V99 COMP-3.
016000 01  DLR166-CONTROL-TOTALS.
016100     05  DLR166-GROSS-READ        PIC S9(11)V99 COMP-3
016200                                             VALUE ZERO.
016300     05  DLR166-GROSS-OUT-PERIOD  PIC S9(11)V99 COMP-3
016400                                             VALUE ZERO.
016500     05  DLR166-GROSS-IN-PERIOD   PIC S9(11)V99 COMP-3
016600                                             VALUE ZERO.
016700     05  DLR166-GST-UNJOURNALLED  PIC S9(11)V99 COMP-3
016800                                             VALUE ZERO.
016900 01  DLR166-C                     PIC S9(04)  COMP.
017000 01  DLR166-W-TAX-CODE            PIC X(01).
017100 01  DLR166-W-RATE-PCT            PIC S9(3)V9(4) COMP-3.
017200 01  DLR166-W-BEST-EFF            PIC 9(08).
017300 01  DLR166-W-GST                 PIC S9(11)V99 COMP-3.
017400 01  DLR166-W-NET                 PIC S9(11)V99 COMP-3.
017500 01  DLR166-W-CHECK               PIC S9(11)V99 COMP-3.
017600 01  DLR166-COUNTERS.
017700     05  DLR166-RECORDS-READ      PIC 9(09)  VALUE ZERO.
017800     05  DLR166-RECORDS-IN-PERIOD PIC 9(09)  VALUE ZERO.
017900     05  DLR166-RECORDS-OUT-PERIOD
018000                                  PIC 9(09)  VALUE ZERO.
018100     05  DLR166-NO-RATE-COUNT     PIC 9(09)  VALUE ZERO.
018150     05  DLR166-NO-FX-RATE-COUNT  PIC 9(09)  VALUE ZERO.
018200     05  DLR166-UNKNOWN-DEPT      PIC 9(09)  VALUE ZERO.
018300     05  DLR166-STORES-DROPPED    PIC 9(09)  VALUE ZERO.
018400     05  DLR166-JOURNALS-WRITTEN  PIC 9(09)  VALUE ZERO.
018500     05  DLR166-EXTRACTS-WRITTEN  PIC 9(09)  VALUE ZERO.
018510 01  DLFXCONV-AREA.
018520     COPY DLFXCONV.
018600 01  DLR166-HEADING-1.
018700     05  FILLER                   PIC X(44)  VALUE
018800         'DLR166 - GST LIABILITY BY STORE - PERIOD    '.
018900     05  DLR166-H-PERIOD          PIC 9(06).
019000 01  DLR166-HEADING-2.
019100     05  FILLER                   PIC X(08)  VALUE 'STORE   '.
019200     05  FILLER                   PIC X(22)  VALUE 'TAX CODE'.
019300     05  FILLER                   PIC X(17)  VALUE
019400         '      GROSS SALES'.
019500     05  FILLER                   PIC X(17)  VALUE
019600         '        NET SALES'.
019700     05  FILLER                   PIC X(17)  VALUE
019800         '              GST'.
019900 01  DLR166-DETAIL-LINE.
020000     05  DLR166-L-STORE           PIC X(05).
020100     05  DLR166-L-STORE-NO REDEFINES DLR166-L-STORE
020200                                  PIC ZZZZ9.
020300     05  FILLER                   PIC X(03)  VALUE SPACES.
020400     05  DLR166-L-CODE            PIC X(01).
020500     05  FILLER                   PIC X(01)  VALUE SPACES.
020600     05  DLR166-L-CODE-NAME       PIC X(20).
020700     05  DLR166-L-GROSS           PIC -ZZZZZZZZZZ9.99.
020800     05  FILLER                   PIC X(02)  VALUE SPACES.
020900     05  DLR166-L-NET             PIC -ZZZZZZZZZZ9.99.
021000     05  FILLER                   PIC X(02)  VALUE SPACES.
021100     05  DLR166-L-GST             PIC -ZZZZZZZZZZ9.99.
021200 01  DLR166-RECON-LINE.
021300     05  DLR166-RC-TEXT           PIC X(40).
021400     05  DLR166-RC-AMOUNT         PIC -ZZZZZZZZZZ9.99.
021500     05  FILLER                   PIC X(02)  VALUE SPACES.
021600     05  DLR166-RC-STATUS         PIC X(20).
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE.
022000     PERFORM 2000-SPLIT-SALE
022100         UNTIL DLR166-EOF.
022200     PERFORM 3000-PRINT-LIABILITY.
022300     PERFORM 4000-WRITE-JOURNAL
022400         VARYING DLR166-DEPT-IX FROM 1 BY 1
022500         UNTIL DLR166-DEPT-IX > DLR166-DEPT-COUNT.
022600     PERFORM 5000-WRITE-RETURN.
022700     PERFORM 6000-RECONCILE.
022800     PERFORM 9000-TERMINATE.
022900     STOP RUN.
023000
023100 1000-INITIALIZE.
023200     OPEN INPUT  DTAR020-FILE.
023300     OPEN OUTPUT TAX-REPORT.
023400     OPEN OUTPUT GL-JOURNAL-FILE.
023500     OPEN OUTPUT RETURN-EXTRACT.
023550     MOVE 'O' TO DLFXCONV-FUNCTION.
023560     CALL 'DLR176' USING DLFXCONV-AREA.
023600     ACCEPT DLR166-RUN-CCYYMMDD FROM DATE YYYYMMDD.
023700     PERFORM 1100-DERIVE-PERIOD.
023800     PERFORM 1200-LOAD-DEPT-MASTER.
023900     PERFORM 1300-LOAD-TAX-RATES.
024000     INITIALIZE DLR166-TOTALS.
024100     MOVE DLR166-PERIOD-CCYYMM TO DLR166-H-PERIOD.
024200     WRITE TAX-LINE FROM DLR166-HEADING-1.
024300     WRITE TAX-LINE FROM DLR166-HEADING-2.
024400     DISPLAY 'DLR166 RETURN PERIOD = ' DLR166-PERIOD-CCYYMM.
024500     PERFORM 2100-READ-DTAR020.
024600 1000-EXIT.
024700     EXIT.
024800
024900*    THE RETURN MONTH IS THE CALENDAR MONTH BEFORE THE RUN
025000*    DATE; THE JOURNAL IS DATED ITS LAST DAY.
025100 1100-DERIVE-PERIOD.
025200     IF  DLR166-RUN-MM = 1
025300         COMPUTE DLR166-PERIOD-CCYY = DLR166-RUN-CCYY - 1
025400         MOVE 12 TO DLR166-PERIOD-MM
025500     ELSE
025600         MOVE DLR166-RUN-CCYY TO DLR166-PERIOD-CCYY
025700         COMPUTE DLR166-PERIOD-MM = DLR166-RUN-MM - 1
025800     END-IF.
025900     COMPUTE DLR166-MONTH-END-DATE =
026000         FUNCTION DATE-OF-INTEGER
026100             (FUNCTION INTEGER-OF-DATE
026200                 (DLR166-RUN-CCYY * 10000
026300                     + DLR166-RUN-MM * 100 + 1) - 1).
026400     COMPUTE DLR166-BATCH-DATE =
026500         DLR166-MONTH-END-DATE - 19000000.
026600 1100-EXIT.
026700     EXIT.
026800
026900 1200-LOAD-DEPT-MASTER.
027000     OPEN INPUT DEPT-MASTER-FILE.
027100     PERFORM 1210-READ-DEPT-MASTER.
027200     PERFORM 1220-STORE-ONE-DEPT
027300         UNTIL DLR166-DEPT-EOF.
027400     CLOSE DEPT-MASTER-FILE.
027500 1200-EXIT.
027600     EXIT.
027700
027800 1210-READ-DEPT-MASTER.
027900     READ DEPT-MASTER-FILE
028000         AT END
028100             MOVE 'Y' TO DLR166-DEPT-EOF-SW
028200     END-READ.
028300 1210-EXIT.
028400     EXIT.
028500
028600 1220-STORE-ONE-DEPT.
028700     IF  DLR166-DEPT-COUNT < 200
028800         ADD 1 TO DLR166-DEPT-COUNT
028900         SET DLR166-DEPT-IX TO DLR166-DEPT-COUNT
029000         MOVE DLDEPTMF-DEPT-NO
029100             TO DLR166-D-DEPT-NO (DLR166-DEPT-IX)
029200         MOVE DLDEPTMF-COST-CENTRE
029300             TO DLR166-D-COST-CENTRE (DLR166-DEPT-IX)
029400         MOVE DLDEPTMF-SALES-GL-ACCT
029500             TO DLR166-D-SALES-ACCT (DLR166-DEPT-IX)
029600         EVALUATE TRUE
029700             WHEN DLDEPTMF-GST-FREE
029800                 MOVE 'F' TO DLR166-D-TAX-CODE (DLR166-DEPT-IX)
029900             WHEN DLDEPTMF-INPUT-TAXED
030000                 MOVE 'I' TO DLR166-D-TAX-CODE (DLR166-DEPT-IX)
030100             WHEN OTHER
030200                 MOVE 'T' TO DLR166-D-TAX-CODE (DLR166-DEPT-IX)
030300         END-EVALUATE
030400         MOVE ZERO TO DLR166-D-GST-AMT (DLR166-DEPT-IX)
030500         MOVE ZERO TO DLR166-D-QTY-SOLD (DLR166-DEPT-IX)
030600     END-IF.
030700     PERFORM 1210-READ-DEPT-MASTER.
030800 1220-EXIT.
030900     EXIT.
031000
031100 1300-LOAD-TAX-RATES.
031200     OPEN INPUT TAX-RATE-FILE.
031300     PERFORM 1310-READ-TAX-RATE.
031400     PERFORM 1320-STORE-ONE-RATE
031500         UNTIL DLR166-RATE-EOF.
031600     CLOSE TAX-RATE-FILE.
031700 1300-EXIT.
031800     EXIT.
031900
032000 1310-READ-TAX-RATE.
032100     READ TAX-RATE-FILE
032200         AT END
032300             MOVE 'Y' TO DLR166-RATE-EOF-SW
032400     END-READ.
032500 1310-EXIT.
032600     EXIT.
032700
032800 1320-STORE-ONE-RATE.
032900     IF  DLR166-RATE-COUNT < 100
033000         ADD 1 TO DLR166-RATE-COUNT
033100         SET DLR166-RATE-IX TO DLR166-RATE-COUNT
033200         MOVE DLTAXRTE-TAX-CODE
033300             TO DLR166-R-TAX-CODE (DLR166-RATE-IX)
033400         MOVE DLTAXRTE-EFF-FROM
033500             TO DLR166-R-EFF-FROM (DLR166-RATE-IX)
033600         MOVE DLTAXRTE-RATE-PCT
033700             TO DLR166-R-RATE-PCT (DLR166-RATE-IX)
033800     END-IF.
033900     PERFORM 1310-READ-TAX-RATE.
034000 1320-EXIT.
034100     EXIT.
034200
034300*    EVERY LINE READ COUNTS TOWARDS THE DTAR020 GROSS CONTROL
034400*    TOTAL; ONLY LINES DATED IN THE RETURN MONTH ARE SPLIT.
034500 2000-SPLIT-SALE.
034600     ADD 1 TO DLR166-RECORDS-READ.
034650     PERFORM 2150-CONVERT-SALE.
034700     ADD DLFXCONV-LOCAL-AMT TO DLR166-GROSS-READ.
034800     COMPUTE DLR166-SALE-CCYYMMDD = DTAR020-DATE + 19000000.
034900     IF  DLR166-SALE-CCYYMM NOT = DLR166-PERIOD-CCYYMM
035000         ADD 1 TO DLR166-RECORDS-OUT-PERIOD
035100         ADD DLFXCONV-LOCAL-AMT TO DLR166-GROSS-OUT-PERIOD
035200     ELSE
035300         PERFORM 2050-SPLIT-IN-PERIOD
035400     END-IF.
035500     PERFORM 2100-READ-DTAR020.
035600 2000-EXIT.
035700     EXIT.
035800
035900 2050-SPLIT-IN-PERIOD.
035990     ADD 1 TO DLR166-RECORDS-IN-PERIOD.
036080     ADD DLFXCONV-LOCAL-AMT TO DLR166-GROSS-IN-PERIOD.
036170     PERFORM 2200-FIND-DEPT.
036260     IF  DLR166-DEPT-FOUND
036350         MOVE DLR166-D-TAX-CODE (DLR166-DEPT-IX)
036440             TO DLR166-W-TAX-CODE
036530     ELSE
036620         MOVE 'T' TO DLR166-W-TAX-CODE
036710         ADD 1 TO DLR166-UNKNOWN-DEPT
036800     END-IF.
036890     PERFORM 2300-PICK-RATE.
036980     COMPUTE DLR166-W-GST ROUNDED =
037070         DLFXCONV-LOCAL-AMT * DLR166-W-RATE-PCT
037160             / (100 + DLR166-W-RATE-PCT).
037250     COMPUTE DLR166-W-NET = DLFXCONV-LOCAL-AMT - DLR166-W-GST.
037340     EVALUATE DLR166-W-TAX-CODE
037430         WHEN 'F'
037520             MOVE 2 TO DLR166-C
037610         WHEN 'I'
037700             MOVE 3 TO DLR166-C
037790         WHEN OTHER
037880             MOVE 1 TO DLR166-C
037970     END-EVALUATE.
038060     ADD DLFXCONV-LOCAL-AMT TO DLR166-T-GROSS (DLR166-C).
038150     ADD DLR166-W-NET       TO DLR166-T-NET (DLR166-C).
038240     ADD DLR166-W-GST       TO DLR166-T-GST (DLR166-C).
038330     IF  DLR166-DEPT-FOUND
038420         ADD DLR166-W-GST TO DLR166-D-GST-AMT (DLR166-DEPT-IX)
038510         ADD DTAR020-QTY-SOLD
038600             TO DLR166-D-QTY-SOLD (DLR166-DEPT-IX)
038690     ELSE
038780         ADD DLR166-W-GST TO DLR166-GST-UNJOURNALLED
038870     END-IF.
038960     PERFORM 2400-FIND-OR-ADD-STORE.
039050     IF  DLR166-STORE-IX <= DLR166-STORE-COUNT
039140         ADD DLFXCONV-LOCAL-AMT
039230             TO DLR166-S-GROSS (DLR166-STORE-IX DLR166-C)
039320         ADD DLR166-W-NET
039410             TO DLR166-S-NET (DLR166-STORE-IX DLR166-C)
039500         ADD DLR166-W-GST
039590             TO DLR166-S-GST (DLR166-STORE-IX DLR166-C)
039680     END-IF.
039770 2050-EXIT.
039860     EXIT.
040000
040100 2100-READ-DTAR020.
040200     READ DTAR020-FILE
040300         AT END
040400             MOVE 'Y' TO DLR166-EOF-SW
040500     END-READ.
040600 2100-EXIT.
040700     EXIT.
040800
040804*    A FOREIGN-CURRENCY STORE'S SALE IS SPLIT, REPORTED AND
040808*    RECONCILED AT ITS LOCAL EQUIVALENT, SO THE RETURN AND THE
040812*    CONTROL TOTALS ARE ALL IN THE CURRENCY THE RETURN IS MADE
040816*    IN. THE GST JOURNAL SUMS A DEPARTMENT OVER ALL STORES AND
040820*    SO CARRIES NO ORIGINAL CURRENCY.
040824 2150-CONVERT-SALE.
040828     MOVE 'C' TO DLFXCONV-FUNCTION.
040832     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
040836     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
040840     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
040844     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
040848     CALL 'DLR176' USING DLFXCONV-AREA.
040852     IF  DLFXCONV-NO-RATE
040856         ADD 1 TO DLR166-NO-FX-RATE-COUNT
040860     END-IF.
040864 2150-EXIT.
040868     EXIT.
040880
040900 2200-FIND-DEPT.
041000     MOVE 'N' TO DLR166-DEPT-FOUND-SW.
041100     SET DLR166-DEPT-IX TO 1.
041200     SEARCH DLR166-DEPT-ENTRY
041300         AT END
041400             CONTINUE
041500         WHEN DLR166-DEPT-IX > DLR166-DEPT-COUNT
041600             CONTINUE
041700         WHEN DLR166-D-DEPT-NO (DLR166-DEPT-IX) = DTAR020-DEPT-NO
041800             MOVE 'Y' TO DLR166-DEPT-FOUND-SW
041900     END-SEARCH.
042000 2200-EXIT.
042100     EXIT.
042200
042300*    THE LATEST DLTAXRTE ROW FOR THE CODE EFFECTIVE ON OR
042400*    BEFORE THE SALE DATE WINS. A TAXABLE SALE WITH NO RATE ROW
042500*    IS COUNTED AND CARRIES NO GST, SO THE GAP SHOWS ON THE RUN
042600*    INSTEAD OF BEING PAPERED OVER WITH A GUESSED RATE.
042700 2300-PICK-RATE.
042800     MOVE ZERO TO DLR166-W-RATE-PCT.
042900     MOVE ZERO TO DLR166-W-BEST-EFF.
043000     IF  DLR166-W-TAX-CODE = 'T'
043100         PERFORM 2310-TEST-ONE-RATE
043200             VARYING DLR166-RATE-IX FROM 1 BY 1
043300             UNTIL DLR166-RATE-IX > DLR166-RATE-COUNT
043400         IF  DLR166-W-BEST-EFF = ZERO
043500             ADD 1 TO DLR166-NO-RATE-COUNT
043600         END-IF
043700     END-IF.
043800 2300-EXIT.
043900     EXIT.
044000
044100 2310-TEST-ONE-RATE.
044200     IF  DLR166-R-TAX-CODE (DLR166-RATE-IX) = DLR166-W-TAX-CODE
044300     AND DLR166-R-EFF-FROM (DLR166-RATE-IX)
044400             <= DLR166-SALE-CCYYMMDD
044500     AND DLR166-R-EFF-FROM (DLR166-RATE-IX)
044600             >= DLR166-W-BEST-EFF
044700         MOVE DLR166-R-EFF-FROM (DLR166-RATE-IX)
044800             TO DLR166-W-BEST-EFF
044900         MOVE DLR166-R-RATE-PCT (DLR166-RATE-IX)
045000             TO DLR166-W-RATE-PCT
045100     END-IF.
045200 2310-EXIT.
045300     EXIT.
045400
045500*    STORES ARE INSERTED IN STORE-NUMBER ORDER SO THE REPORT
045600*    PRINTS IN STORE SEQUENCE WHATEVER THE DTAR020 ORDER.
045700 2400-FIND-OR-ADD-STORE.
045800     SET DLR166-STORE-IX TO 1.
045900     SEARCH DLR166-STORE-ENTRY
046000         AT END
046100             CONTINUE
046200         WHEN DLR166-STORE-IX > DLR166-STORE-COUNT
046300             CONTINUE
046400         WHEN DLR166-S-STORE-NO (DLR166-STORE-IX)
046500                 >= DTAR020-STORE-NO
046600             CONTINUE
046700     END-SEARCH.
046780     IF  DLR166-STORE-IX > DLR166-STORE-COUNT
046860     OR  DLR166-S-STORE-NO (DLR166-STORE-IX)
046940             NOT = DTAR020-STORE-NO
047020         IF  DLR166-STORE-COUNT < 500
047100             PERFORM 2410-SHIFT-ONE-STORE
047180                 VARYING DLR166-MOVE-IX
047260                     FROM DLR166-STORE-COUNT BY -1
047340                 UNTIL DLR166-MOVE-IX < DLR166-STORE-IX
047420             ADD 1 TO DLR166-STORE-COUNT
047500             INITIALIZE DLR166-STORE-ENTRY (DLR166-STORE-IX)
047580             MOVE DTAR020-STORE-NO
047660                 TO DLR166-S-STORE-NO (DLR166-STORE-IX)
047740         ELSE
047820             ADD 1 TO DLR166-STORES-DROPPED
047900             SET DLR166-STORE-IX TO DLR166-STORE-COUNT
047980             SET DLR166-STORE-IX UP BY 1
048060         END-IF
048140     END-IF.
048300 2400-EXIT.
048400     EXIT.
048500
048600 2410-SHIFT-ONE-STORE.
048700     MOVE DLR166-STORE-ENTRY (DLR166-MOVE-IX)
048800         TO DLR166-STORE-ENTRY (DLR166-MOVE-IX + 1).
048900 2410-EXIT.
049000     EXIT.
049100
049200 3000-PRINT-LIABILITY.
049300     PERFORM 3100-PRINT-ONE-STORE
049400         VARYING DLR166-STORE-IX FROM 1 BY 1
049500         UNTIL DLR166-STORE-IX > DLR166-STORE-COUNT.
049600     MOVE SPACES TO DLR166-DETAIL-LINE.
049700     WRITE TAX-LINE FROM DLR166-DETAIL-LINE.
049800     PERFORM 3200-PRINT-ONE-TOTAL
049900         VARYING DLR166-C FROM 1 BY 1
050000         UNTIL DLR166-C > 3.
050100 3000-EXIT.
050200     EXIT.
050300
050400 3100-PRINT-ONE-STORE.
050500     PERFORM 3110-PRINT-STORE-CODE
050600         VARYING DLR166-C FROM 1 BY 1
050700         UNTIL DLR166-C > 3.
050800 3100-EXIT.
050900     EXIT.
051000
051100 3110-PRINT-STORE-CODE.
051200     IF  DLR166-S-GROSS (DLR166-STORE-IX DLR166-C) NOT = ZERO
051300         MOVE DLR166-S-STORE-NO (DLR166-STORE-IX)
051400             TO DLR166-L-STORE-NO
051500         MOVE DLR166-K-CODE (DLR166-C) TO DLR166-L-CODE
051600         MOVE DLR166-K-NAME (DLR166-C) TO DLR166-L-CODE-NAME
051700         MOVE DLR166-S-GROSS (DLR166-STORE-IX DLR166-C)
051800             TO DLR166-L-GROSS
051900         MOVE DLR166-S-NET (DLR166-STORE-IX DLR166-C)
052000             TO DLR166-L-NET
052100         MOVE DLR166-S-GST (DLR166-STORE-IX DLR166-C)
052200             TO DLR166-L-GST
052300         WRITE TAX-LINE FROM DLR166-DETAIL-LINE
052400     END-IF.
052500 3110-EXIT.
052600     EXIT.
052700
052800 3200-PRINT-ONE-TOTAL.
052900     MOVE 'ALL  ' TO DLR166-L-STORE.
053000     MOVE DLR166-K-CODE (DLR166-C) TO DLR166-L-CODE.
053100     MOVE DLR166-K-NAME (DLR166-C) TO DLR166-L-CODE-NAME.
053200     MOVE DLR166-T-GROSS (DLR166-C) TO DLR166-L-GROSS.
053300     MOVE DLR166-T-NET (DLR166-C)   TO DLR166-L-NET.
053400     MOVE DLR166-T-GST (DLR166-C)   TO DLR166-L-GST.
053500     WRITE TAX-LINE FROM DLR166-DETAIL-LINE.
053600 3200-EXIT.
053700     EXIT.
053800
053900*    THE GST IS PART OF THE GROSS SALES DLR002 CREDITS TO EACH
054000*    DEPARTMENT'S SALES ACCOUNT - DEBIT IT BACK OUT OF SALES AND
054100*    CREDIT GST PAYABLE, AGAINST THE DEPARTMENT COST CENTRE.
054200 4000-WRITE-JOURNAL.
054300     IF  DLR166-D-GST-AMT (DLR166-DEPT-IX) NOT = ZERO
054400         MOVE DLR166-BATCH-DATE       TO DLGLJRNL-BATCH-DATE
054500         MOVE DLR166-D-DEPT-NO (DLR166-DEPT-IX)
054600                                      TO DLGLJRNL-DEPT-NO
054700         MOVE DLR166-D-COST-CENTRE (DLR166-DEPT-IX)
054800                                      TO DLGLJRNL-COST-CENTRE
054900         MOVE DLR166-D-GST-AMT (DLR166-DEPT-IX)
055000                                      TO DLGLJRNL-AMOUNT
055100         MOVE DLR166-D-QTY-SOLD (DLR166-DEPT-IX)
055200                                      TO DLGLJRNL-QTY-SOLD
055230         MOVE SPACES                  TO DLGLJRNL-ORIG-CCY
055260         MOVE ZERO                    TO DLGLJRNL-ORIG-AMOUNT
055300         MOVE DLR166-D-SALES-ACCT (DLR166-DEPT-IX)
055400                                      TO DLGLJRNL-GL-ACCOUNT
055500         SET DLGLJRNL-IS-DEBIT        TO TRUE
055600         MOVE 'GST ON DEPT SALES'     TO DLGLJRNL-NARRATIVE
055700         WRITE DLGLJRNL-RECORD
055800         MOVE DLR166-GST-PAYABLE-ACCT TO DLGLJRNL-GL-ACCOUNT
055900         SET DLGLJRNL-IS-CREDIT       TO TRUE
056000         MOVE 'GST PAYABLE'           TO DLGLJRNL-NARRATIVE
056100         WRITE DLGLJRNL-RECORD
056200         ADD 2 TO DLR166-JOURNALS-WRITTEN
056300     END-IF.
056400 4000-EXIT.
056500     EXIT.
056600
056700*    ONE EXTRACT ROW PER RETURN LABEL, FOLLOWED BY THE TWO
056800*    CONTROL ROWS THE TOTAL-SALES LABEL RECONCILES TO.
056900 5000-WRITE-RETURN.
057000     MOVE SPACES TO RETURN-REC.
057100     MOVE DLR166-PERIOD-CCYYMM TO RTN-PERIOD.
057200     MOVE 'G1  ' TO RTN-LABEL.
057300     MOVE 'TOTAL SALES INCLUDING GST' TO RTN-DESCRIPTION.
057400     COMPUTE RTN-AMOUNT =
057500         DLR166-T-GROSS (1) + DLR166-T-GROSS (2)
057600             + DLR166-T-GROSS (3).
057700     PERFORM 5100-WRITE-RETURN-REC.
057800     MOVE 'G3  ' TO RTN-LABEL.
057900     MOVE 'GST-FREE SALES' TO RTN-DESCRIPTION.
058000     MOVE DLR166-T-GROSS (2) TO RTN-AMOUNT.
058100     PERFORM 5100-WRITE-RETURN-REC.
058200     MOVE 'G4  ' TO RTN-LABEL.
058300     MOVE 'INPUT-TAXED SALES' TO RTN-DESCRIPTION.
058400     MOVE DLR166-T-GROSS (3) TO RTN-AMOUNT.
058500     PERFORM 5100-WRITE-RETURN-REC.
058600     MOVE '1A  ' TO RTN-LABEL.
058700     MOVE 'GST ON SALES' TO RTN-DESCRIPTION.
058800     MOVE DLR166-T-GST (1) TO RTN-AMOUNT.
058900     PERFORM 5100-WRITE-RETURN-REC.
059000     MOVE 'CTL1' TO RTN-LABEL.
059100     MOVE 'DTAR020 GROSS TOTAL READ' TO RTN-DESCRIPTION.
059200     MOVE DLR166-GROSS-READ TO RTN-AMOUNT.
059300     PERFORM 5100-WRITE-RETURN-REC.
059400     MOVE 'CTL2' TO RTN-LABEL.
059500     MOVE 'DTAR020 GROSS OUTSIDE RETURN PERIOD'
059550         TO RTN-DESCRIPTION.
059600     MOVE DLR166-GROSS-OUT-PERIOD TO RTN-AMOUNT.
059700     PERFORM 5100-WRITE-RETURN-REC.
059800 5000-EXIT.
059900     EXIT.
060000
060100 5100-WRITE-RETURN-REC.
060200     WRITE RETURN-REC.
060300     ADD 1 TO DLR166-EXTRACTS-WRITTEN.
060400 5100-EXIT.
060500     EXIT.
060600
060700*    TOTAL SALES PLUS THE OUT-OF-PERIOD GROSS MUST EQUAL THE
060800*    DTAR020 GROSS READ, AND NET PLUS GST MUST EQUAL GROSS.
060900 6000-RECONCILE.
061000     MOVE SPACES TO DLR166-RECON-LINE.
061100     WRITE TAX-LINE FROM DLR166-RECON-LINE.
061200     MOVE 'DTAR020 GROSS TOTAL READ' TO DLR166-RC-TEXT.
061300     MOVE DLR166-GROSS-READ TO DLR166-RC-AMOUNT.
061400     WRITE TAX-LINE FROM DLR166-RECON-LINE.
061500     MOVE 'LESS GROSS OUTSIDE RETURN PERIOD' TO DLR166-RC-TEXT.
061600     MOVE DLR166-GROSS-OUT-PERIOD TO DLR166-RC-AMOUNT.
061700     WRITE TAX-LINE FROM DLR166-RECON-LINE.
061800     COMPUTE DLR166-W-CHECK =
061900         DLR166-T-GROSS (1) + DLR166-T-GROSS (2)
062000             + DLR166-T-GROSS (3).
062100     MOVE 'TOTAL SALES (G1) ON RETURN' TO DLR166-RC-TEXT.
062200     MOVE DLR166-W-CHECK TO DLR166-RC-AMOUNT.
062300     IF  DLR166-W-CHECK + DLR166-GROSS-OUT-PERIOD
062400             = DLR166-GROSS-READ
062500         MOVE 'RECONCILED' TO DLR166-RC-STATUS
062600     ELSE
062700         MOVE '*OUT OF BALANCE' TO DLR166-RC-STATUS
062800         MOVE 8 TO RETURN-CODE
062900     END-IF.
063000     WRITE TAX-LINE FROM DLR166-RECON-LINE.
063100     MOVE SPACES TO DLR166-RC-STATUS.
063200     COMPUTE DLR166-W-CHECK =
063300         DLR166-T-NET (1) + DLR166-T-NET (2) + DLR166-T-NET (3)
063400             + DLR166-T-GST (1) + DLR166-T-GST (2)
063500             + DLR166-T-GST (3).
063600     MOVE 'NET SALES PLUS GST' TO DLR166-RC-TEXT.
063700     MOVE DLR166-W-CHECK TO DLR166-RC-AMOUNT.
063800     IF  DLR166-W-CHECK = DLR166-GROSS-IN-PERIOD
063900         MOVE 'RECONCILED' TO DLR166-RC-STATUS
064000     ELSE
064100         MOVE '*OUT OF BALANCE' TO DLR166-RC-STATUS
064200         MOVE 8 TO RETURN-CODE
064300     END-IF.
064400     WRITE TAX-LINE FROM DLR166-RECON-LINE.
064500     IF  DLR166-GST-UNJOURNALLED NOT = ZERO
064600         MOVE SPACES TO DLR166-RC-STATUS
064700         MOVE 'GST ON DEPTS NOT ON DLDEPTMF - NO JRNL'
064800             TO DLR166-RC-TEXT
064900         MOVE DLR166-GST-UNJOURNALLED TO DLR166-RC-AMOUNT
065000         WRITE TAX-LINE FROM DLR166-RECON-LINE
065100     END-IF.
065200 6000-EXIT.
065300     EXIT.
065400
065500 9000-TERMINATE.
065600     DISPLAY 'DLR166 DTAR020 RECORDS READ    = '
065700         DLR166-RECORDS-READ.
065800     DISPLAY 'DLR166 RECORDS IN PERIOD       = '
065900         DLR166-RECORDS-IN-PERIOD.
066000     DISPLAY 'DLR166 RECORDS OUT OF PERIOD   = '
066100         DLR166-RECORDS-OUT-PERIOD.
066200     DISPLAY 'DLR166 TAXABLE WITH NO RATE    = '
066300         DLR166-NO-RATE-COUNT.
066310     DISPLAY 'DLR166 FOREIGN WITH NO FX RATE = '
066320         DLR166-NO-FX-RATE-COUNT.
066400     DISPLAY 'DLR166 DEPT NOT ON DLDEPTMF    = '
066500         DLR166-UNKNOWN-DEPT.
066600     DISPLAY 'DLR166 JOURNAL RECORDS WRITTEN = '
066700         DLR166-JOURNALS-WRITTEN.
066800     DISPLAY 'DLR166 RETURN RECORDS WRITTEN  = '
066900         DLR166-EXTRACTS-WRITTEN.
067000     IF  DLR166-STORES-DROPPED > ZERO
067100         DISPLAY 'DLR166 STORE TABLE FULL - DROPPED = '
067200             DLR166-STORES-DROPPED
067300     END-IF.
067400     IF  RETURN-CODE = ZERO
067500     AND (DLR166-NO-RATE-COUNT > ZERO
067550       OR DLR166-NO-FX-RATE-COUNT > ZERO
067600       OR DLR166-UNKNOWN-DEPT > ZERO
067700       OR DLR166-STORES-DROPPED > ZERO)
067800         MOVE 4 TO RETURN-CODE
067900     END-IF.
068000     CLOSE DTAR020-FILE
068100           TAX-REPORT
068200           GL-JOURNAL-FILE
068300           RETURN-EXTRACT.
068400 9000-EXIT.
068500     EXIT.
