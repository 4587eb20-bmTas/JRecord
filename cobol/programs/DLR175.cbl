000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR175.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR175 - MONTHLY STORE CONTRIBUTION STATEMENT                *
001000*                                                                *
001100*   ONE STATEMENT PER DLSTORMF STORE FOR THE FISCAL PERIOD       *
001200*   BEFORE THE ONE COVERING THE RUN DATE, PUTTING TOGETHER THE   *
001300*   FIGURES OPERATIONS USED TO TAKE FROM FIVE REPORTS -          *
001400*     NET SALES      DTAR020 LESS GST (THE DLR166 SPLIT)         *
001500*     COST OF GOODS  DTAR020 UNITS AT DLCOSTMF AVERAGE COST      *
001600*                    (AS DLR101 COSTS THEM)                      *
001700*     SHRINK         STOCKTAKE VARIANCES DLR160 POSTED TO        *
001800*                    DLSTKBK IN THE PERIOD                       *
001900*     MARKDOWNS      DLMKDREG MARKDOWNS TAKEN IN THE PERIOD -    *
002000*                    CHAIN-WIDE ONES SHARED BY NET SALES         *
002100*     INBOUND        FREIGHT, DUTY AND HANDLING ON THE STORE'S   *
002200*                    STDR RECEIPT ALLOCATIONS, AT THE DLCSTFCT   *
002300*                    FACTORS ON THE STOCK VALUE DLR070 BILLS     *
002400*   CONTRIBUTION IS GROSS MARGIN LESS SHRINK, MARKDOWNS AND      *
002500*   INBOUND COSTS. STORES PRINT IN REGION AND BRAND ORDER WITH   *
002600*   SUBTOTALS, FOLLOWED BY A RANKING OF STORES BY CONTRIBUTION   *
002700*   AS A PERCENTAGE OF NET SALES.                                *
002800*                                                                *
002900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003000*  ---|----------|------------------------------|------------    *
003100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003130*  02 | 15/10/26 | FOREIGN STORE SALES TAKEN    | R. GEALL       *
003160*     |          | TO LOCAL CURRENCY (DLR176)   |                *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DTAR020-FILE      ASSIGN TO DTAR020
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT TAX-RATE-FILE     ASSIGN TO DLTAXRTE
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT COST-MASTER       ASSIGN TO DLCOSTMF
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS RANDOM
005300                              RECORD KEY IS DLCOSTMF-KEYCODE-NO.
005400     SELECT BOOK-FILE         ASSIGN TO DLSTKBK
005500                              ORGANIZATION IS INDEXED
005600                              ACCESS MODE IS SEQUENTIAL
005700                              RECORD KEY IS DLSTKBK-KEY.
005800     SELECT MARKDOWN-REGISTER ASSIGN TO DLMKDREG
005900                              ORGANIZATION IS INDEXED
006000                              ACCESS MODE IS SEQUENTIAL
006100                              RECORD KEY IS DLMKDREG-KEY.
006200     SELECT STDR-FILE         ASSIGN TO STDR
006300                              ORGANIZATION IS SEQUENTIAL.
006400     SELECT FACTOR-FILE       ASSIGN TO DLCSTFCT
006500                              ORGANIZATION IS SEQUENTIAL.
006600     SELECT PNL-REPORT        ASSIGN TO STRPNL
006700                              ORGANIZATION IS SEQUENTIAL.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DTAR020-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DTAR020-REC.
007400     COPY DTAR020.
007500 FD  STORE-MASTER-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  DLSTORMF-RECORD.
007900     COPY DLSTORMF.
008000 FD  FISCAL-CAL-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  DLFISCAL-RECORD.
008400     COPY DLFISCAL.
008500 FD  DEPT-MASTER-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  DLDEPTMF-RECORD.
008900     COPY DLDEPTMF.
009000 FD  TAX-RATE-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  DLTAXRTE-RECORD.
009400     COPY DLTAXRTE.
009500 FD  COST-MASTER
009600     LABEL RECORDS ARE STANDARD.
009700 01  DLCOSTMF-RECORD.
009800     COPY DLCOSTMF.
009900 FD  BOOK-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  DLSTKBK-RECORD.
010200     COPY DLSTKBK.
010300 FD  MARKDOWN-REGISTER
010400     LABEL RECORDS ARE STANDARD.
010500 01  DLMKDREG-RECORD.
010600     COPY DLMKDREG.
010700 FD  STDR-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  STDR-DETAIL-RECORD.
011100     COPY STDR.
011200 FD  FACTOR-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  DLCSTFCT-RECORD.
011600     COPY DLCSTFCT.
011700 FD  PNL-REPORT
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000 01  PNL-LINE                    PIC X(132).
012100 WORKING-STORAGE SECTION.
012200 01  DLR175-SWITCHES.
012300     05  DLR175-EOF-SW            PIC X(01)  VALUE 'N'.
012400         88  DLR175-EOF                      VALUE 'Y'.
012500     05  DLR175-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
012600         88  DLR175-STOR-EOF                 VALUE 'Y'.
012700     05  DLR175-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
012800         88  DLR175-CAL-EOF                  VALUE 'Y'.
012900     05  DLR175-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
013000         88  DLR175-CAL-FOUND                VALUE 'Y'.
013100     05  DLR175-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
013200         88  DLR175-DEPT-EOF                 VALUE 'Y'.
013300     05  DLR175-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
013400         88  DLR175-RATE-EOF                 VALUE 'Y'.
013500     05  DLR175-FCT-EOF-SW        PIC X(01)  VALUE 'N'.
013600         88  DLR175-FCT-EOF                  VALUE 'Y'.
013700     05  DLR175-BOOK-EOF-SW       PIC X(01)  VALUE 'N'.
013800         88  DLR175-BOOK-EOF                 VALUE 'Y'.
013900     05  DLR175-MKD-EOF-SW        PIC X(01)  VALUE 'N'.
014000         88  DLR175-MKD-EOF                  VALUE 'Y'.
014100     05  DLR175-STDR-EOF-SW       PIC X(01)  VALUE 'N'.
014200         88  DLR175-STDR-EOF                 VALUE 'Y'.
014300     05  DLR175-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
014400         88  DLR175-DEPT-FOUND               VALUE 'Y'.
014500     05  DLR175-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
014600         88  DLR175-STORE-FOUND              VALUE 'Y'.
014700     05  DLR175-COST-FOUND-SW     PIC X(01)  VALUE 'N'.
014800         88  DLR175-COST-FOUND               VALUE 'Y'.
014900     05  DLR175-FCT-FOUND-SW      PIC X(01)  VALUE 'N'.
015000         88  DLR175-FCT-FOUND                VALUE 'Y'.
015100     05  DLR175-RH-IN-PERIOD-SW   PIC X(01)  VALUE 'N'.
015200         88  DLR175-RH-IN-PERIOD             VALUE 'Y'.
015300 01  DLR175-RUN-DATE-FIELDS.
015400     05  DLR175-RUN-CCYYMMDD      PIC 9(08).
015500     05  DLR175-RUN-CYYMMDD       PIC S9(07)   COMP-3.
015600 01  DLR175-PERIOD-FIELDS.
015700     05  DLR175-RUN-FY            PIC 9(04).
015800     05  DLR175-RUN-PERIOD        PIC 9(02).
015900     05  DLR175-PNL-KEY           PIC 9(06).
016000     05  DLR175-PNL-KEY-PARTS REDEFINES DLR175-PNL-KEY.
016100         10  DLR175-PNL-FY        PIC 9(04).
016200         10  DLR175-PNL-PERIOD    PIC 9(02).
016300     05  DLR175-PERIOD-START      PIC S9(07)   COMP-3.
016400     05  DLR175-PERIOD-END        PIC S9(07)   COMP-3.
016500     05  DLR175-PERIOD-START-8    PIC 9(08).
016600     05  DLR175-PERIOD-END-8      PIC 9(08).
016700 01  DLR175-CAL-CONTROL.
016800     05  DLR175-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
016900 01  DLR175-CAL-TABLE.
017000     05  DLR175-CAL-ENTRY OCCURS 800 TIMES
017100                          INDEXED BY DLR175-CAL-IX.
017200         10  DLR175-C-FY          PIC 9(04).
017300         10  DLR175-C-PERIOD      PIC 9(02).
017400         10  DLR175-C-START       PIC S9(07)   COMP-3.
017500         10  DLR175-C-END         PIC S9(07)   COMP-3.
017600 01  DLR175-DEPT-CONTROL.
017700     05  DLR175-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
017800 01  DLR175-DEPT-TABLE.
017900     05  DLR175-DEPT-ENTRY OCCURS 200 TIMES
018000                           INDEXED BY DLR175-DEPT-IX.
018100         10  DLR175-D-DEPT-NO     PIC S9(03)   COMP-3.
018200         10  DLR175-D-TAX-CODE    PIC X(01).
018300 01  DLR175-RATE-CONTROL.
018400     05  DLR175-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
018500 01  DLR175-RATE-TABLE.
018600     05  DLR175-RATE-ENTRY OCCURS 100 TIMES
018700                           INDEXED BY DLR175-RATE-IX.
018800         10  DLR175-R-TAX-CODE    PIC X(01).
018900         10  DLR175-R-EFF-FROM    PIC 9(08).
019000         10  DLR175-R-RATE-PCT    PIC S9(3)V9(4) COMP-3.
019100 01  DLR175-FCT-CONTROL.
019200     05  DLR175-FCT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
019300 01  DLR175-FCT-TABLE.
019400     05  DLR175-FCT-ENTRY OCCURS 300 TIMES
019500                          INDEXED BY DLR175-FCT-IX.
019600         10  DLR175-F-SCOPE-KEY   PIC X(10).
019700         10  DLR175-F-FREIGHT     PIC S9(3)V99 COMP-3.
019800         10  DLR175-F-DUTY        PIC S9(3)V99 COMP-3.
019900         10  DLR175-F-HANDLING    PIC S9(5)V99 COMP-3.
020000*    ONE ROW PER DLSTORMF STORE, HELD IN REGION / BRAND / STORE
020100*    ORDER AS THE ROWS ARE LOADED SO THE STATEMENT PRINTS WITH
020200*    ITS SUBTOTAL BREAKS WHATEVER ORDER THE MASTER IS IN.
020300 01  DLR175-STORE-CONTROL.
020400     05  DLR175-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
020500 01  DLR175-STORE-TABLE.
020600     05  DLR175-STORE-ENTRY OCCURS 500 TIMES
020700                            INDEXED BY DLR175-STORE-IX
020800                                       DLR175-MOVE-IX.
020900         10  DLR175-S-SORT-KEY.
021000             15  DLR175-S-REGION-CODE
021100                                  PIC X(04).
021200             15  DLR175-S-BRAND-ID
021300                                  PIC X(03).
021400             15  DLR175-S-STORE-DISP
021500                                  PIC 9(03).
021600         10  DLR175-S-STORE-NO    PIC S9(03)   COMP-3.
021700         10  DLR175-S-STORE-NAME  PIC X(30).
021800         10  DLR175-S-REGION-NAME PIC X(20).
021900         10  DLR175-S-AMOUNTS.
022000             15  DLR175-S-NET     PIC S9(11)V99 COMP-3.
022100             15  DLR175-S-COGS    PIC S9(11)V99 COMP-3.
022200             15  DLR175-S-MARGIN  PIC S9(11)V99 COMP-3.
022300             15  DLR175-S-SHRINK  PIC S9(11)V99 COMP-3.
022400             15  DLR175-S-MKDN    PIC S9(11)V99 COMP-3.
022500             15  DLR175-S-INBOUND PIC S9(11)V99 COMP-3.
022600             15  DLR175-S-CONTRIB PIC S9(11)V99 COMP-3.
022700         10  DLR175-S-PCT         PIC S9(04)V9 COMP-3.
022800 01  DLR175-NEW-SORT-KEY.
022900     05  DLR175-N-REGION-CODE     PIC X(04).
023000     05  DLR175-N-BRAND-ID        PIC X(03).
023100     05  DLR175-N-STORE-DISP      PIC 9(03).
023200*    STORE TABLE SUBSCRIPTS IN DESCENDING CONTRIBUTION PERCENT.
023300 01  DLR175-RANK-CONTROL.
023400     05  DLR175-RANK-COUNT        PIC S9(04)  COMP  VALUE ZERO.
023500 01  DLR175-RANK-TABLE.
023600     05  DLR175-RANK-ENTRY OCCURS 500 TIMES
023700                           INDEXED BY DLR175-RANK-IX
023800                                      DLR175-RMOVE-IX.
023900         10  DLR175-K-STORE-SUB   PIC S9(04)  COMP.
024000 01  DLR175-W-SUB                 PIC S9(04)  COMP.
024100*    SUBTOTAL ACCUMULATORS - 1 BRAND, 2 REGION, 3 CHAIN.
024200 01  DLR175-LEVEL-TOTALS.
024300     05  DLR175-LEVEL-ENTRY OCCURS 3 TIMES.
024400         10  DLR175-T-NET         PIC S9(11)V99 COMP-3.
024500         10  DLR175-T-COGS        PIC S9(11)V99 COMP-3.
024600         10  DLR175-T-MARGIN      PIC S9(11)V99 COMP-3.
024700         10  DLR175-T-SHRINK      PIC S9(11)V99 COMP-3.
024800         10  DLR175-T-MKDN        PIC S9(11)V99 COMP-3.
024900         10  DLR175-T-INBOUND     PIC S9(11)V99 COMP-3.
025000         10  DLR175-T-CONTRIB     PIC S9(11)V99 COMP-3.
025100 01  DLR175-LV                    PIC S9(04)  COMP.
025200 01  DLR175-LAST-REGION           PIC X(04).
025300 01  DLR175-LAST-BRAND            PIC X(03).
025400 01  DLR175-LAST-REGION-NAME      PIC X(20).
025500 01  DLR175-DATE-WORK.
025600     05  DLR175-DATE-X10          PIC X(10).
025700     05  DLR175-DATE-PARTS REDEFINES DLR175-DATE-X10.
025800         10  DLR175-X-DD          PIC 9(02).
025900         10  FILLER               PIC X(01).
026000         10  DLR175-X-MM          PIC 9(02).
026100         10  FILLER               PIC X(01).
026200         10  DLR175-X-CCYY        PIC 9(04).
026300     05  DLR175-CCYYMMDD          PIC 9(08).
026400 01  DLR175-WORK-FIELDS.
026500     05  DLR175-SALE-CCYYMMDD     PIC 9(08).
026600     05  DLR175-W-STORE-NO        PIC S9(03)   COMP-3.
026700     05  DLR175-W-TAX-CODE        PIC X(01).
026800     05  DLR175-W-RATE-PCT        PIC S9(3)V9(4) COMP-3.
026900     05  DLR175-W-BEST-EFF        PIC 9(08).
027000     05  DLR175-W-GST             PIC S9(11)V99 COMP-3.
027100     05  DLR175-W-NET             PIC S9(11)V99 COMP-3.
027200     05  DLR175-W-COGS            PIC S9(11)V99 COMP-3.
027300     05  DLR175-W-ALLOC-SHARE     PIC S9(11)V99 COMP-3.
027400     05  DLR175-W-ALLOC-DONE      PIC S9(11)V99 COMP-3.
027500     05  DLR175-W-LAST-SHARED     PIC S9(04)  COMP.
027600     05  DLR175-W-BILLED          PIC S9(13)V99 COMP-3.
027700     05  DLR175-W-CARTONS         PIC S9(09)   COMP-3.
027800     05  DLR175-W-INBOUND         PIC S9(11)V99 COMP-3.
027900     05  DLR175-W-LOOKUP-KEY      PIC X(10).
028000 01  DLR175-CURR-RH.
028100     05  DLR175-RH-SUP-ID         PIC 9(08)  VALUE ZERO.
028200 01  DLR175-CURR-RD.
028300     05  DLR175-RD-UNIT-COST      PIC 9(11)V9(3) VALUE ZERO.
028400     05  DLR175-RD-PER-CTN        PIC 9(06)  VALUE ZERO.
028500 01  DLR175-CONTROL-TOTALS.
028600     05  DLR175-CHAIN-MKDN        PIC S9(11)V99 COMP-3
028700                                             VALUE ZERO.
028800     05  DLR175-NOSTORE-NET       PIC S9(11)V99 COMP-3
028900                                             VALUE ZERO.
029000     05  DLR175-NOCOST-NET        PIC S9(11)V99 COMP-3
029100                                             VALUE ZERO.
029200     05  DLR175-NOSTORE-OTHER     PIC S9(11)V99 COMP-3
029300                                             VALUE ZERO.
029400 01  DLR175-COUNTERS.
029500     05  DLR175-RECORDS-READ      PIC 9(09)  VALUE ZERO.
029600     05  DLR175-RECORDS-IN-PERIOD PIC 9(09)  VALUE ZERO.
029700     05  DLR175-NOSTORE-RECS      PIC 9(09)  VALUE ZERO.
029800     05  DLR175-NOCOST-RECS       PIC 9(09)  VALUE ZERO.
029900     05  DLR175-NO-RATE-COUNT     PIC 9(09)  VALUE ZERO.
029950     05  DLR175-NO-FX-COUNT       PIC 9(09)  VALUE ZERO.
030000     05  DLR175-BOOK-ROWS         PIC 9(09)  VALUE ZERO.
030100     05  DLR175-MKDN-ROWS         PIC 9(09)  VALUE ZERO.
030200     05  DLR175-ALLOC-LINES       PIC 9(09)  VALUE ZERO.
030300     05  DLR175-NO-FACTOR-LINES   PIC 9(09)  VALUE ZERO.
030400     05  DLR175-STORES-DROPPED    PIC 9(07)  VALUE ZERO.
030430 01  DLFXCONV-AREA.
030460     COPY DLFXCONV.
030500 01  DLR175-HEADING-1.
030600     05  FILLER                   PIC X(48)  VALUE
030700         'DLR175 - STORE CONTRIBUTION STATEMENT - PERIOD  '.
030800     05  DLR175-H-PERIOD          PIC 9(06).
030900     05  FILLER                   PIC X(08)  VALUE '  FROM  '.
031000     05  DLR175-H-FROM            PIC 9(08).
031100     05  FILLER                   PIC X(06)  VALUE '  TO  '.
031200     05  DLR175-H-TO              PIC 9(08).
031300 01  DLR175-HEADING-2.
031400     05  FILLER                   PIC X(06)  VALUE 'STORE '.
031500     05  FILLER                   PIC X(21)  VALUE 'NAME'.
031600     05  FILLER                   PIC X(15)  VALUE
031700         '      NET SALES'.
031800     05  FILLER                   PIC X(15)  VALUE
031900         '  COST OF GOODS'.
032000     05  FILLER                   PIC X(15)  VALUE
032100         '   GROSS MARGIN'.
032200     05  FILLER                   PIC X(15)  VALUE
032300         '         SHRINK'.
032400     05  FILLER                   PIC X(15)  VALUE
032500         '      MARKDOWNS'.
032600     05  FILLER                   PIC X(15)  VALUE
032700         '        INBOUND'.
032800     05  FILLER                   PIC X(15)  VALUE
032900         '   CONTRIBUTION'.
033000     05  FILLER                   PIC X(08)  VALUE
033100         '   CONT%'.
033200 01  DLR175-DETAIL-LINE.
033300     05  DLR175-L-STORE           PIC X(05).
033400     05  DLR175-L-STORE-NO REDEFINES DLR175-L-STORE
033500                                  PIC ZZZZ9.
033600     05  FILLER                   PIC X(01)  VALUE SPACES.
033700     05  DLR175-L-NAME            PIC X(20).
033800     05  DLR175-L-NET             PIC -ZZZZZZZZZ9.99.
033900     05  FILLER                   PIC X(01)  VALUE SPACES.
034000     05  DLR175-L-COGS            PIC -ZZZZZZZZZ9.99.
034100     05  FILLER                   PIC X(01)  VALUE SPACES.
034200     05  DLR175-L-MARGIN          PIC -ZZZZZZZZZ9.99.
034300     05  FILLER                   PIC X(01)  VALUE SPACES.
034400     05  DLR175-L-SHRINK          PIC -ZZZZZZZZZ9.99.
034500     05  FILLER                   PIC X(01)  VALUE SPACES.
034600     05  DLR175-L-MKDN            PIC -ZZZZZZZZZ9.99.
034700     05  FILLER                   PIC X(01)  VALUE SPACES.
034800     05  DLR175-L-INBOUND         PIC -ZZZZZZZZZ9.99.
034900     05  FILLER                   PIC X(01)  VALUE SPACES.
035000     05  DLR175-L-CONTRIB         PIC -ZZZZZZZZZ9.99.
035100     05  FILLER                   PIC X(01)  VALUE SPACES.
035200     05  DLR175-L-PCT             PIC -ZZZ9.9.
035300 01  DLR175-RANK-HEADING.
035400     05  FILLER                   PIC X(48)  VALUE
035500         'STORES RANKED BY CONTRIBUTION PERCENT OF SALES'.
035600 01  DLR175-RANK-HEADING-2.
035700     05  FILLER                   PIC X(06)  VALUE 'RANK  '.
035800     05  FILLER                   PIC X(06)  VALUE 'STORE '.
035900     05  FILLER                   PIC X(21)  VALUE 'NAME'.
036000     05  FILLER                   PIC X(06)  VALUE 'RGN   '.
036100     05  FILLER                   PIC X(06)  VALUE 'BRAND '.
036200     05  FILLER                   PIC X(15)  VALUE
036300         '      NET SALES'.
036400     05  FILLER                   PIC X(15)  VALUE
036500         '   CONTRIBUTION'.
036600     05  FILLER                   PIC X(08)  VALUE
036700         '   CONT%'.
036800 01  DLR175-RANK-LINE.
036900     05  DLR175-RK-RANK           PIC ZZZ9.
037000     05  FILLER                   PIC X(02)  VALUE SPACES.
037100     05  DLR175-RK-STORE          PIC ZZZZ9.
037200     05  FILLER                   PIC X(01)  VALUE SPACES.
037300     05  DLR175-RK-NAME           PIC X(20).
037400     05  FILLER                   PIC X(01)  VALUE SPACES.
037500     05  DLR175-RK-REGION         PIC X(04).
037600     05  FILLER                   PIC X(02)  VALUE SPACES.
037700     05  DLR175-RK-BRAND          PIC X(03).
037800     05  FILLER                   PIC X(02)  VALUE SPACES.
037900     05  DLR175-RK-NET            PIC -ZZZZZZZZZ9.99.
038000     05  FILLER                   PIC X(01)  VALUE SPACES.
038100     05  DLR175-RK-CONTRIB        PIC -ZZZZZZZZZ9.99.
038200     05  FILLER                   PIC X(01)  VALUE SPACES.
038300     05  DLR175-RK-PCT            PIC -ZZZ9.9.
038400 01  DLR175-CONTROL-LINE.
038500     05  DLR175-K-LABEL           PIC X(44).
038600     05  DLR175-K-AMOUNT          PIC -ZZZZZZZZZZ9.99.
038700     05  FILLER                   PIC X(02)  VALUE SPACES.
038800     05  DLR175-K-COUNT           PIC ZZZZZZZZ9.
038900 01  DLR175-BLANK-LINE            PIC X(01)  VALUE SPACE.
039000 PROCEDURE DIVISION.
039100 0000-MAINLINE.
039200     PERFORM 1000-INITIALIZE.
039300     IF  DLR175-CAL-FOUND
039400         PERFORM 2000-POST-SALE
039500             UNTIL DLR175-EOF
039600         PERFORM 3000-POST-SHRINK
039700         PERFORM 4000-POST-MARKDOWNS
039800         PERFORM 5000-POST-INBOUND
039900         PERFORM 6000-PRINT-STATEMENT
040000         PERFORM 7000-PRINT-RANKING
040100         PERFORM 8000-PRINT-CONTROLS
040200     ELSE
040300         DISPLAY 'DLR175 RUN DATE NOT ON DLFISCAL CALENDAR'
040400         MOVE 8 TO RETURN-CODE
040500     END-IF.
040600     PERFORM 9000-TERMINATE.
040700     STOP RUN.
040800
040900 1000-INITIALIZE.
041000     OPEN INPUT  DTAR020-FILE.
041100     OPEN INPUT  COST-MASTER.
041200     OPEN OUTPUT PNL-REPORT.
041300     ACCEPT DLR175-RUN-CCYYMMDD FROM DATE YYYYMMDD.
041400     COMPUTE DLR175-RUN-CYYMMDD = DLR175-RUN-CCYYMMDD - 19000000.
041500     PERFORM 1100-LOAD-FISCAL-CAL.
041600     PERFORM 1200-DERIVE-PERIOD.
041700     PERFORM 1300-LOAD-DEPT-MASTER.
041800     PERFORM 1400-LOAD-TAX-RATES.
041900     PERFORM 1500-LOAD-STORES.
042000     PERFORM 1600-LOAD-FACTORS.
042030     MOVE 'O' TO DLFXCONV-FUNCTION.
042060     CALL 'DLR176' USING DLFXCONV-AREA.
042100     IF  DLR175-CAL-FOUND
042200         MOVE DLR175-PNL-KEY TO DLR175-H-PERIOD
042300         MOVE DLR175-PERIOD-START-8 TO DLR175-H-FROM
042400         MOVE DLR175-PERIOD-END-8 TO DLR175-H-TO
042500         DISPLAY 'DLR175 STATEMENT PERIOD = ' DLR175-PNL-KEY
042600         PERFORM 2100-READ-DTAR020
042700     END-IF.
042800 1000-EXIT.
042900     EXIT.
043000
043100 1100-LOAD-FISCAL-CAL.
043200     OPEN INPUT FISCAL-CAL-FILE.
043300     PERFORM 1110-READ-FISCAL-CAL.
043400     PERFORM 1120-STORE-ONE-WEEK
043500         UNTIL DLR175-CAL-EOF.
043600     CLOSE FISCAL-CAL-FILE.
043700 1100-EXIT.
043800     EXIT.
043900
044000 1110-READ-FISCAL-CAL.
044100     READ FISCAL-CAL-FILE
044200         AT END
044300             MOVE 'Y' TO DLR175-CAL-EOF-SW
044400     END-READ.
044500 1110-EXIT.
044600     EXIT.
044700
044800 1120-STORE-ONE-WEEK.
044900     IF  DLR175-CAL-COUNT < 800
045000         ADD 1 TO DLR175-CAL-COUNT
045100         SET DLR175-CAL-IX TO DLR175-CAL-COUNT
045200         MOVE DLFISCAL-FISCAL-YEAR
045300             TO DLR175-C-FY (DLR175-CAL-IX)
045400         MOVE DLFISCAL-PERIOD-NO
045500             TO DLR175-C-PERIOD (DLR175-CAL-IX)
045600         MOVE DLFISCAL-START-DATE
045700             TO DLR175-C-START (DLR175-CAL-IX)
045800         MOVE DLFISCAL-END-DATE
045900             TO DLR175-C-END (DLR175-CAL-IX)
046000     END-IF.
046100     PERFORM 1110-READ-FISCAL-CAL.
046200 1120-EXIT.
046300     EXIT.
046400
046500*    THE STATEMENT PERIOD IS THE ONE BEFORE THE PERIOD COVERING
046600*    THE RUN DATE, FROM THE START OF ITS FIRST WEEK TO THE END
046700*    OF ITS LAST.
046800 1200-DERIVE-PERIOD.
046900     SET DLR175-CAL-IX TO 1.
047000     SEARCH DLR175-CAL-ENTRY
047100         AT END
047200             CONTINUE
047300         WHEN DLR175-CAL-IX > DLR175-CAL-COUNT
047400             CONTINUE
047500         WHEN DLR175-C-START (DLR175-CAL-IX)
047600                 <= DLR175-RUN-CYYMMDD
047700         AND  DLR175-C-END (DLR175-CAL-IX)
047800                 >= DLR175-RUN-CYYMMDD
047900             MOVE 'Y' TO DLR175-CAL-FOUND-SW
048000             MOVE DLR175-C-FY (DLR175-CAL-IX)
048100                 TO DLR175-RUN-FY
048200             MOVE DLR175-C-PERIOD (DLR175-CAL-IX)
048300                 TO DLR175-RUN-PERIOD
048400     END-SEARCH.
048500     IF  DLR175-CAL-FOUND
048600         IF  DLR175-RUN-PERIOD = 1
048700             COMPUTE DLR175-PNL-FY = DLR175-RUN-FY - 1
048800             MOVE 12 TO DLR175-PNL-PERIOD
048900         ELSE
049000             MOVE DLR175-RUN-FY TO DLR175-PNL-FY
049100             COMPUTE DLR175-PNL-PERIOD = DLR175-RUN-PERIOD - 1
049200         END-IF
049300         MOVE 9999999 TO DLR175-PERIOD-START
049400         MOVE ZERO TO DLR175-PERIOD-END
049500         PERFORM 1210-TEST-ONE-WEEK
049600             VARYING DLR175-CAL-IX FROM 1 BY 1
049700             UNTIL DLR175-CAL-IX > DLR175-CAL-COUNT
049800         IF  DLR175-PERIOD-END = ZERO
049900             MOVE 'N' TO DLR175-CAL-FOUND-SW
050000         ELSE
050100             COMPUTE DLR175-PERIOD-START-8 =
050200                 DLR175-PERIOD-START + 19000000
050300             COMPUTE DLR175-PERIOD-END-8 =
050400                 DLR175-PERIOD-END + 19000000
050500         END-IF
050600     END-IF.
050700 1200-EXIT.
050800     EXIT.
050900
051000 1210-TEST-ONE-WEEK.
051100     IF  DLR175-C-FY (DLR175-CAL-IX) = DLR175-PNL-FY
051200     AND DLR175-C-PERIOD (DLR175-CAL-IX) = DLR175-PNL-PERIOD
051300         IF  DLR175-C-START (DLR175-CAL-IX)
051400                 < DLR175-PERIOD-START
051500             MOVE DLR175-C-START (DLR175-CAL-IX)
051600                 TO DLR175-PERIOD-START
051700         END-IF
051800         IF  DLR175-C-END (DLR175-CAL-IX) > DLR175-PERIOD-END
051900             MOVE DLR175-C-END (DLR175-CAL-IX)
052000                 TO DLR175-PERIOD-END
052100         END-IF
052200     END-IF.
052300 1210-EXIT.
052400     EXIT.
052500
052600 1300-LOAD-DEPT-MASTER.
052700     OPEN INPUT DEPT-MASTER-FILE.
052800     PERFORM 1310-READ-DEPT-MASTER.
052900     PERFORM 1320-STORE-ONE-DEPT
053000         UNTIL DLR175-DEPT-EOF.
053100     CLOSE DEPT-MASTER-FILE.
053200 1300-EXIT.
053300     EXIT.
053400
053500 1310-READ-DEPT-MASTER.
053600     READ DEPT-MASTER-FILE
053700         AT END
053800             MOVE 'Y' TO DLR175-DEPT-EOF-SW
053900     END-READ.
054000 1310-EXIT.
054100     EXIT.
054200
054300 1320-STORE-ONE-DEPT.
054400     IF  DLR175-DEPT-COUNT < 200
054500         ADD 1 TO DLR175-DEPT-COUNT
054600         SET DLR175-DEPT-IX TO DLR175-DEPT-COUNT
054700         MOVE DLDEPTMF-DEPT-NO
054800             TO DLR175-D-DEPT-NO (DLR175-DEPT-IX)
054900         EVALUATE TRUE
055000             WHEN DLDEPTMF-GST-FREE
055100                 MOVE 'F' TO DLR175-D-TAX-CODE (DLR175-DEPT-IX)
055200             WHEN DLDEPTMF-INPUT-TAXED
055300                 MOVE 'I' TO DLR175-D-TAX-CODE (DLR175-DEPT-IX)
055400             WHEN OTHER
055500                 MOVE 'T' TO DLR175-D-TAX-CODE (DLR175-DEPT-IX)
055600         END-EVALUATE
055700     END-IF.
055800     PERFORM 1310-READ-DEPT-MASTER.
055900 1320-EXIT.
056000     EXIT.
056100
056200 1400-LOAD-TAX-RATES.
056300     OPEN INPUT TAX-RATE-FILE.
056400     PERFORM 1410-READ-TAX-RATE.
056500     PERFORM 1420-STORE-ONE-RATE
056600         UNTIL DLR175-RATE-EOF.
056700     CLOSE TAX-RATE-FILE.
056800 1400-EXIT.
056900     EXIT.
057000
057100 1410-READ-TAX-RATE.
057200     READ TAX-RATE-FILE
057300         AT END
057400             MOVE 'Y' TO DLR175-RATE-EOF-SW
057500     END-READ.
057600 1410-EXIT.
057700     EXIT.
057800
057900 1420-STORE-ONE-RATE.
058000     IF  DLR175-RATE-COUNT < 100
058100         ADD 1 TO DLR175-RATE-COUNT
058200         SET DLR175-RATE-IX TO DLR175-RATE-COUNT
058300         MOVE DLTAXRTE-TAX-CODE
058400             TO DLR175-R-TAX-CODE (DLR175-RATE-IX)
058500         MOVE DLTAXRTE-EFF-FROM
058600             TO DLR175-R-EFF-FROM (DLR175-RATE-IX)
058700         MOVE DLTAXRTE-RATE-PCT
058800             TO DLR175-R-RATE-PCT (DLR175-RATE-IX)
058900     END-IF.
059000     PERFORM 1410-READ-TAX-RATE.
059100 1420-EXIT.
059200     EXIT.
059300
059400 1500-LOAD-STORES.
059500     OPEN INPUT STORE-MASTER-FILE.
059600     PERFORM 1510-READ-STORE.
059700     PERFORM 1520-INSERT-ONE-STORE
059800         UNTIL DLR175-STOR-EOF.
059900     CLOSE STORE-MASTER-FILE.
060000 1500-EXIT.
060100     EXIT.
060200
060300 1510-READ-STORE.
060400     READ STORE-MASTER-FILE
060500         AT END
060600             MOVE 'Y' TO DLR175-STOR-EOF-SW
060700     END-READ.
060800 1510-EXIT.
060900     EXIT.
061000
061100 1520-INSERT-ONE-STORE.
061200     MOVE DLSTORMF-REGION-CODE TO DLR175-N-REGION-CODE.
061300     MOVE DLSTORMF-BRAND-ID    TO DLR175-N-BRAND-ID.
061400     MOVE DLSTORMF-STORE-NO    TO DLR175-N-STORE-DISP.
061500     IF  DLR175-STORE-COUNT < 500
061600         SET DLR175-STORE-IX TO 1
061700         SEARCH DLR175-STORE-ENTRY
061800             AT END
061900                 CONTINUE
062000             WHEN DLR175-STORE-IX > DLR175-STORE-COUNT
062100                 CONTINUE
062200             WHEN DLR175-S-SORT-KEY (DLR175-STORE-IX)
062300                     > DLR175-NEW-SORT-KEY
062400                 CONTINUE
062500         END-SEARCH
062600         PERFORM 1530-SHIFT-ONE-STORE
062700             VARYING DLR175-MOVE-IX
062800                 FROM DLR175-STORE-COUNT BY -1
062900             UNTIL DLR175-MOVE-IX < DLR175-STORE-IX
063000         ADD 1 TO DLR175-STORE-COUNT
063100         INITIALIZE DLR175-STORE-ENTRY (DLR175-STORE-IX)
063200         MOVE DLR175-NEW-SORT-KEY
063300             TO DLR175-S-SORT-KEY (DLR175-STORE-IX)
063400         MOVE DLSTORMF-STORE-NO
063500             TO DLR175-S-STORE-NO (DLR175-STORE-IX)
063600         MOVE DLSTORMF-STORE-NAME
063700             TO DLR175-S-STORE-NAME (DLR175-STORE-IX)
063800         MOVE DLSTORMF-REGION-NAME
063900             TO DLR175-S-REGION-NAME (DLR175-STORE-IX)
064000     ELSE
064100         ADD 1 TO DLR175-STORES-DROPPED
064200     END-IF.
064300     PERFORM 1510-READ-STORE.
064400 1520-EXIT.
064500     EXIT.
064600
064700 1530-SHIFT-ONE-STORE.
064800     MOVE DLR175-STORE-ENTRY (DLR175-MOVE-IX)
064900         TO DLR175-STORE-ENTRY (DLR175-MOVE-IX + 1).
065000 1530-EXIT.
065100     EXIT.
065200
065300*    ONLY VENDOR-SCOPE FACTORS APPLY - THE STDR RECEIPT CARRIES
065400*    THE SUPPLIER BUT NO DEPARTMENT.
065500 1600-LOAD-FACTORS.
065600     OPEN INPUT FACTOR-FILE.
065700     PERFORM 1610-READ-FACTOR.
065800     PERFORM 1620-STORE-ONE-FACTOR
065900         UNTIL DLR175-FCT-EOF.
066000     CLOSE FACTOR-FILE.
066100 1600-EXIT.
066200     EXIT.
066300
066400 1610-READ-FACTOR.
066500     READ FACTOR-FILE
066600         AT END
066700             MOVE 'Y' TO DLR175-FCT-EOF-SW
066800     END-READ.
066900 1610-EXIT.
067000     EXIT.
067100
067200 1620-STORE-ONE-FACTOR.
067300     IF  DLCSTFCT-VENDOR-SCOPE
067400     AND DLR175-FCT-COUNT < 300
067500         ADD 1 TO DLR175-FCT-COUNT
067600         SET DLR175-FCT-IX TO DLR175-FCT-COUNT
067700         MOVE DLCSTFCT-SCOPE-KEY
067800             TO DLR175-F-SCOPE-KEY (DLR175-FCT-IX)
067900         MOVE DLCSTFCT-FREIGHT-PCT
068000             TO DLR175-F-FREIGHT (DLR175-FCT-IX)
068100         MOVE DLCSTFCT-DUTY-PCT
068200             TO DLR175-F-DUTY (DLR175-FCT-IX)
068300         MOVE DLCSTFCT-HANDLING-AMT
068400             TO DLR175-F-HANDLING (DLR175-FCT-IX)
068500     END-IF.
068600     PERFORM 1610-READ-FACTOR.
068700 1620-EXIT.
068800     EXIT.
068900
069000*    A SALE IN THE PERIOD IS TAKEN NET OF GST AND COSTED AT THE
069100*    MOVING-AVERAGE UNIT COST. A SALE WITH NO COST ROW CARRIES
069200*    NO COST AND IS COUNTED, AS ON DLR101.
069300 2000-POST-SALE.
069400     ADD 1 TO DLR175-RECORDS-READ.
069500     IF  DTAR020-DATE >= DLR175-PERIOD-START
069600     AND DTAR020-DATE <= DLR175-PERIOD-END
069700         ADD 1 TO DLR175-RECORDS-IN-PERIOD
069800         COMPUTE DLR175-SALE-CCYYMMDD = DTAR020-DATE + 19000000
069850         PERFORM 2150-CONVERT-SALE
069900         PERFORM 2200-SPLIT-GST
070000         PERFORM 2300-COST-SALE
070100         MOVE DTAR020-STORE-NO TO DLR175-W-STORE-NO
070200         PERFORM 2600-FIND-STORE
070300         IF  DLR175-STORE-FOUND
070400             ADD DLR175-W-NET
070500                 TO DLR175-S-NET (DLR175-STORE-IX)
070600             ADD DLR175-W-COGS
070700                 TO DLR175-S-COGS (DLR175-STORE-IX)
070800         ELSE
070900             ADD 1 TO DLR175-NOSTORE-RECS
071000             ADD DLR175-W-NET TO DLR175-NOSTORE-NET
071100         END-IF
071200     END-IF.
071300     PERFORM 2100-READ-DTAR020.
071400 2000-EXIT.
071500     EXIT.
071600
071700 2100-READ-DTAR020.
071800     READ DTAR020-FILE
071900         AT END
072000             MOVE 'Y' TO DLR175-EOF-SW
072100     END-READ.
072200 2100-EXIT.
072300     EXIT.
072400
072405*    A FOREIGN-CURRENCY STORE'S TAKINGS ARE TAKEN TO LOCAL
072410*    CURRENCY AT THE RATE IN FORCE ON THE TRADING DATE, SO THE
072415*    STATEMENT SETS THEM AGAINST LOCAL COST AND OVERHEAD.
072420 2150-CONVERT-SALE.
072425     MOVE 'C' TO DLFXCONV-FUNCTION.
072430     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
072435     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
072440     MOVE DLR175-SALE-CCYYMMDD TO DLFXCONV-TRADE-DATE.
072445     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
072450     CALL 'DLR176' USING DLFXCONV-AREA.
072455     IF  DLFXCONV-NO-RATE
072460         ADD 1 TO DLR175-NO-FX-COUNT
072465     END-IF.
072470 2150-EXIT.
072475     EXIT.
072480
072500 2200-SPLIT-GST.
072600     MOVE 'N' TO DLR175-DEPT-FOUND-SW.
072700     SET DLR175-DEPT-IX TO 1.
072800     SEARCH DLR175-DEPT-ENTRY
072900         AT END
073000             CONTINUE
073100         WHEN DLR175-DEPT-IX > DLR175-DEPT-COUNT
073200             CONTINUE
073300         WHEN DLR175-D-DEPT-NO (DLR175-DEPT-IX) = DTAR020-DEPT-NO
073400             MOVE 'Y' TO DLR175-DEPT-FOUND-SW
073500     END-SEARCH.
073600     IF  DLR175-DEPT-FOUND
073700         MOVE DLR175-D-TAX-CODE (DLR175-DEPT-IX)
073800             TO DLR175-W-TAX-CODE
073900     ELSE
074000         MOVE 'T' TO DLR175-W-TAX-CODE
074100     END-IF.
074200     PERFORM 2210-PICK-RATE.
074300     COMPUTE DLR175-W-GST ROUNDED =
074400         DLFXCONV-LOCAL-AMT * DLR175-W-RATE-PCT
074500             / (100 + DLR175-W-RATE-PCT).
074600     COMPUTE DLR175-W-NET = DLFXCONV-LOCAL-AMT - DLR175-W-GST.
074700 2200-EXIT.
074800     EXIT.
074900
075000 2210-PICK-RATE.
075100     MOVE ZERO TO DLR175-W-RATE-PCT.
075200     MOVE ZERO TO DLR175-W-BEST-EFF.
075300     IF  DLR175-W-TAX-CODE = 'T'
075400         PERFORM 2220-TEST-ONE-RATE
075500             VARYING DLR175-RATE-IX FROM 1 BY 1
075600             UNTIL DLR175-RATE-IX > DLR175-RATE-COUNT
075700         IF  DLR175-W-BEST-EFF = ZERO
075800             ADD 1 TO DLR175-NO-RATE-COUNT
075900         END-IF
076000     END-IF.
076100 2210-EXIT.
076200     EXIT.
076300
076400 2220-TEST-ONE-RATE.
076500     IF  DLR175-R-TAX-CODE (DLR175-RATE-IX) = DLR175-W-TAX-CODE
076600     AND DLR175-R-EFF-FROM (DLR175-RATE-IX)
076700             <= DLR175-SALE-CCYYMMDD
076800     AND DLR175-R-EFF-FROM (DLR175-RATE-IX)
076900             >= DLR175-W-BEST-EFF
077000         MOVE DLR175-R-EFF-FROM (DLR175-RATE-IX)
077100             TO DLR175-W-BEST-EFF
077200         MOVE DLR175-R-RATE-PCT (DLR175-RATE-IX)
077300             TO DLR175-W-RATE-PCT
077400     END-IF.
077500 2220-EXIT.
077600     EXIT.
077700
077800 2300-COST-SALE.
077900     MOVE ZERO TO DLR175-W-COGS.
078000     MOVE 'N' TO DLR175-COST-FOUND-SW.
078100     MOVE DTAR020-KEYCODE-NO TO DLCOSTMF-KEYCODE-NO.
078200     READ COST-MASTER
078300         INVALID KEY
078400             CONTINUE
078500         NOT INVALID KEY
078600             MOVE 'Y' TO DLR175-COST-FOUND-SW
078700     END-READ.
078800     IF  DLR175-COST-FOUND
078900         COMPUTE DLR175-W-COGS ROUNDED =
079000             DTAR020-QTY-SOLD * DLCOSTMF-AVG-UNIT-COST
079100     ELSE
079200         ADD 1 TO DLR175-NOCOST-RECS
079300         ADD DLR175-W-NET TO DLR175-NOCOST-NET
079400     END-IF.
079500 2300-EXIT.
079600     EXIT.
079700
079800 2600-FIND-STORE.
079900     MOVE 'N' TO DLR175-STORE-FOUND-SW.
080000     SET DLR175-STORE-IX TO 1.
080100     SEARCH DLR175-STORE-ENTRY
080200         AT END
080300             CONTINUE
080400         WHEN DLR175-STORE-IX > DLR175-STORE-COUNT
080500             CONTINUE
080600         WHEN DLR175-S-STORE-NO (DLR175-STORE-IX)
080700                 = DLR175-W-STORE-NO
080800             MOVE 'Y' TO DLR175-STORE-FOUND-SW
080900     END-SEARCH.
081000 2600-EXIT.
081100     EXIT.
081200
081300*    A POSTED STOCKTAKE ROW CARRIES THE VALUED VARIANCE (COUNTED
081400*    LESS BOOK); A LOSS IS A POSITIVE SHRINK CHARGE.
081500 3000-POST-SHRINK.
081600     OPEN INPUT BOOK-FILE.
081700     PERFORM 3100-READ-BOOK.
081800     PERFORM 3200-POST-ONE-BOOK-ROW
081900         UNTIL DLR175-BOOK-EOF.
082000     CLOSE BOOK-FILE.
082100 3000-EXIT.
082200     EXIT.
082300
082400 3100-READ-BOOK.
082500     READ BOOK-FILE
082600         AT END
082700             MOVE 'Y' TO DLR175-BOOK-EOF-SW
082800     END-READ.
082900 3100-EXIT.
083000     EXIT.
083100
083200 3200-POST-ONE-BOOK-ROW.
083300     IF  DLSTKBK-POSTED
083400     AND DLSTKBK-POSTED-DATE >= DLR175-PERIOD-START-8
083500     AND DLSTKBK-POSTED-DATE <= DLR175-PERIOD-END-8
083600     AND DLSTKBK-VAR-VALUE NOT = ZERO
083700         ADD 1 TO DLR175-BOOK-ROWS
083800         MOVE DLSTKBK-STR-NO TO DLR175-W-STORE-NO
083900         PERFORM 2600-FIND-STORE
084000         IF  DLR175-STORE-FOUND
084100             SUBTRACT DLSTKBK-VAR-VALUE
084200                 FROM DLR175-S-SHRINK (DLR175-STORE-IX)
084300         ELSE
084400             SUBTRACT DLSTKBK-VAR-VALUE FROM DLR175-NOSTORE-OTHER
084500         END-IF
084600     END-IF.
084700     PERFORM 3100-READ-BOOK.
084800 3200-EXIT.
084900     EXIT.
085000
085100*    A STORE-SCOPE MARKDOWN IS THE STORE'S OWN. A CHAIN-WIDE ONE
085200*    (STORE ZERO) WAS VALUED ACROSS EVERY STORE'S STOCK AT ONCE,
085300*    SO IT IS SHARED OVER THE STORES BY THEIR NET SALES.
085400 4000-POST-MARKDOWNS.
085500     OPEN INPUT MARKDOWN-REGISTER.
085600     PERFORM 4100-READ-MARKDOWN.
085700     PERFORM 4200-POST-ONE-MARKDOWN
085800         UNTIL DLR175-MKD-EOF.
085900     CLOSE MARKDOWN-REGISTER.
086000     IF  DLR175-CHAIN-MKDN NOT = ZERO
086100         PERFORM 4300-SHARE-CHAIN-MARKDOWN
086200     END-IF.
086300 4000-EXIT.
086400     EXIT.
086500
086600 4100-READ-MARKDOWN.
086700     READ MARKDOWN-REGISTER
086800         AT END
086900             MOVE 'Y' TO DLR175-MKD-EOF-SW
087000     END-READ.
087100 4100-EXIT.
087200     EXIT.
087300
087400 4200-POST-ONE-MARKDOWN.
087500     IF  DLMKDREG-TAKEN
087600     AND DLMKDREG-TAKEN-DATE >= DLR175-PERIOD-START
087700     AND DLMKDREG-TAKEN-DATE <= DLR175-PERIOD-END
087800         ADD 1 TO DLR175-MKDN-ROWS
087900         IF  DLMKDREG-STORE-NO = ZERO
088000             ADD DLMKDREG-MARKDOWN-VALUE TO DLR175-CHAIN-MKDN
088100         ELSE
088200             MOVE DLMKDREG-STORE-NO TO DLR175-W-STORE-NO
088300             PERFORM 2600-FIND-STORE
088400             IF  DLR175-STORE-FOUND
088500                 ADD DLMKDREG-MARKDOWN-VALUE
088600                     TO DLR175-S-MKDN (DLR175-STORE-IX)
088700             ELSE
088800                 ADD DLMKDREG-MARKDOWN-VALUE
088900                     TO DLR175-NOSTORE-OTHER
089000             END-IF
089100         END-IF
089200     END-IF.
089300     PERFORM 4100-READ-MARKDOWN.
089400 4200-EXIT.
089500     EXIT.
089600
089700*    THE LAST STORE WITH SALES TAKES THE ROUNDING SO THE SHARES
089800*    ADD BACK TO THE CHAIN-WIDE TOTAL. WITH NO STORE SALES AT
089900*    ALL THE TOTAL STAYS UNSHARED AND SHOWS ON THE CONTROLS.
090000 4300-SHARE-CHAIN-MARKDOWN.
090100     MOVE ZERO TO DLR175-T-NET (3).
090200     MOVE ZERO TO DLR175-W-LAST-SHARED.
090300     PERFORM 4310-ADD-STORE-SALES
090400         VARYING DLR175-STORE-IX FROM 1 BY 1
090500         UNTIL DLR175-STORE-IX > DLR175-STORE-COUNT.
090600     IF  DLR175-T-NET (3) > ZERO
090700         MOVE ZERO TO DLR175-W-ALLOC-DONE
090800         PERFORM 4320-SHARE-ONE-STORE
090900             VARYING DLR175-STORE-IX FROM 1 BY 1
091000             UNTIL DLR175-STORE-IX > DLR175-STORE-COUNT
091100         SET DLR175-STORE-IX TO DLR175-W-LAST-SHARED
091200         COMPUTE DLR175-S-MKDN (DLR175-STORE-IX) =
091300             DLR175-S-MKDN (DLR175-STORE-IX)
091400                 + DLR175-CHAIN-MKDN - DLR175-W-ALLOC-DONE
091500         MOVE ZERO TO DLR175-CHAIN-MKDN
091600     END-IF.
091700     MOVE ZERO TO DLR175-T-NET (3).
091800 4300-EXIT.
091900     EXIT.
092000
092100 4310-ADD-STORE-SALES.
092200     IF  DLR175-S-NET (DLR175-STORE-IX) > ZERO
092300         ADD DLR175-S-NET (DLR175-STORE-IX) TO DLR175-T-NET (3)
092400         SET DLR175-W-LAST-SHARED TO DLR175-STORE-IX
092500     END-IF.
092600 4310-EXIT.
092700     EXIT.
092800
092900 4320-SHARE-ONE-STORE.
093000     IF  DLR175-S-NET (DLR175-STORE-IX) > ZERO
093100         COMPUTE DLR175-W-ALLOC-SHARE ROUNDED =
093200             DLR175-CHAIN-MKDN * DLR175-S-NET (DLR175-STORE-IX)
093300                 / DLR175-T-NET (3)
093400         ADD DLR175-W-ALLOC-SHARE
093500             TO DLR175-S-MKDN (DLR175-STORE-IX)
093600         ADD DLR175-W-ALLOC-SHARE TO DLR175-W-ALLOC-DONE
093700     END-IF.
093800 4320-EXIT.
093900     EXIT.
094000
094100*    EVERY STDR ALLOCATION ON A RECEIPT DATED IN THE PERIOD IS
094200*    EXTENDED AT THE RECEIPT PRODUCT'S UNIT COST, AS DLR070 BILLS
094300*    IT, AND CHARGED THE SUPPLIER'S FREIGHT AND DUTY PERCENTAGES
094400*    PLUS THE HANDLING AMOUNT FOR EACH CARTON ALLOCATED.
094500 5000-POST-INBOUND.
094600     OPEN INPUT STDR-FILE.
094700     PERFORM 5100-READ-STDR.
094800     PERFORM 5200-PROCESS-STDR
094900         UNTIL DLR175-STDR-EOF.
095000     CLOSE STDR-FILE.
095100 5000-EXIT.
095200     EXIT.
095300
095400 5100-READ-STDR.
095500     READ STDR-FILE
095600         AT END
095700             MOVE 'Y' TO DLR175-STDR-EOF-SW
095800     END-READ.
095900 5100-EXIT.
096000     EXIT.
096100
096200 5200-PROCESS-STDR.
096300     EVALUATE STDR-RECORD-TYPE OF STDR-RH
096400         WHEN 'RH'
096500             MOVE RECEIPT-DATE-RH TO DLR175-DATE-X10
096600             PERFORM 8100-DATE-TO-CCYYMMDD
096700             IF  DLR175-CCYYMMDD >= DLR175-PERIOD-START-8
096800             AND DLR175-CCYYMMDD <= DLR175-PERIOD-END-8
096900                 MOVE 'Y' TO DLR175-RH-IN-PERIOD-SW
097000             ELSE
097100                 MOVE 'N' TO DLR175-RH-IN-PERIOD-SW
097200             END-IF
097300             MOVE SUP-ID-RH TO DLR175-RH-SUP-ID
097400         WHEN 'RD'
097500             MOVE UNIT-COST-RD TO DLR175-RD-UNIT-COST
097600             MOVE ITMS-PER-CTN-QTYRD TO DLR175-RD-PER-CTN
097700         WHEN 'RS'
097800             IF  DLR175-RH-IN-PERIOD
097900                 PERFORM 5300-CHARGE-ALLOCATION
098000             END-IF
098100         WHEN OTHER
098200             CONTINUE
098300     END-EVALUATE.
098400     PERFORM 5100-READ-STDR.
098500 5200-EXIT.
098600     EXIT.
098700
098800 5300-CHARGE-ALLOCATION.
098900     ADD 1 TO DLR175-ALLOC-LINES.
099000     COMPUTE DLR175-W-BILLED ROUNDED =
099100         REC-ALC-QTY-RS * DLR175-RD-UNIT-COST.
099200     IF  DLR175-RD-PER-CTN > ZERO
099300         COMPUTE DLR175-W-CARTONS ROUNDED =
099400             REC-ALC-QTY-RS / DLR175-RD-PER-CTN
099500     ELSE
099600         MOVE 1 TO DLR175-W-CARTONS
099700     END-IF.
099800     MOVE SPACES TO DLR175-W-LOOKUP-KEY.
099900     MOVE DLR175-RH-SUP-ID TO DLR175-W-LOOKUP-KEY (1:8).
100000     MOVE 'N' TO DLR175-FCT-FOUND-SW.
100100     SET DLR175-FCT-IX TO 1.
100200     SEARCH DLR175-FCT-ENTRY
100300         AT END
100400             CONTINUE
100500         WHEN DLR175-FCT-IX > DLR175-FCT-COUNT
100600             CONTINUE
100700         WHEN DLR175-F-SCOPE-KEY (DLR175-FCT-IX)
100800                 = DLR175-W-LOOKUP-KEY
100900             MOVE 'Y' TO DLR175-FCT-FOUND-SW
101000     END-SEARCH.
101100     IF  DLR175-FCT-FOUND
101200         COMPUTE DLR175-W-INBOUND ROUNDED =
101300             DLR175-W-BILLED
101400                 * (DLR175-F-FREIGHT (DLR175-FCT-IX)
101500                  + DLR175-F-DUTY (DLR175-FCT-IX)) / 100
101600             + DLR175-F-HANDLING (DLR175-FCT-IX)
101700                 * DLR175-W-CARTONS
101800         MOVE STR-NO-RS TO DLR175-W-STORE-NO
101900         PERFORM 2600-FIND-STORE
102000         IF  DLR175-STORE-FOUND
102100             ADD DLR175-W-INBOUND
102200                 TO DLR175-S-INBOUND (DLR175-STORE-IX)
102300         ELSE
102400             ADD DLR175-W-INBOUND TO DLR175-NOSTORE-OTHER
102500         END-IF
102600     ELSE
102700         ADD 1 TO DLR175-NO-FACTOR-LINES
102800     END-IF.
102900 5300-EXIT.
103000     EXIT.
103100
103200 6000-PRINT-STATEMENT.
103300     WRITE PNL-LINE FROM DLR175-HEADING-1.
103400     WRITE PNL-LINE FROM DLR175-HEADING-2.
103500     INITIALIZE DLR175-LEVEL-TOTALS.
103600     PERFORM 6100-PRINT-ONE-STORE
103700         VARYING DLR175-STORE-IX FROM 1 BY 1
103800         UNTIL DLR175-STORE-IX > DLR175-STORE-COUNT.
103900     IF  DLR175-STORE-COUNT > ZERO
104000         PERFORM 6300-PRINT-BRAND-TOTAL
104100         PERFORM 6400-PRINT-REGION-TOTAL
104200     END-IF.
104300     MOVE 'CHAIN' TO DLR175-L-STORE.
104400     MOVE 'ALL STORES' TO DLR175-L-NAME.
104500     MOVE 3 TO DLR175-LV.
104600     PERFORM 6500-PRINT-LEVEL.
104700 6000-EXIT.
104800     EXIT.
104900
105000*    A STORE WITH NOTHING AGAINST IT IN THE PERIOD (NOT YET
105100*    OPEN, OR CLOSED) IS LEFT OFF THE STATEMENT.
105200 6100-PRINT-ONE-STORE.
105300     IF  DLR175-STORE-IX > 1
105400         IF  DLR175-S-REGION-CODE (DLR175-STORE-IX)
105500                 NOT = DLR175-LAST-REGION
105600             PERFORM 6300-PRINT-BRAND-TOTAL
105700             PERFORM 6400-PRINT-REGION-TOTAL
105800         ELSE
105900             IF  DLR175-S-BRAND-ID (DLR175-STORE-IX)
106000                     NOT = DLR175-LAST-BRAND
106100                 PERFORM 6300-PRINT-BRAND-TOTAL
106200             END-IF
106300         END-IF
106400     END-IF.
106500     MOVE DLR175-S-REGION-CODE (DLR175-STORE-IX)
106600         TO DLR175-LAST-REGION.
106700     MOVE DLR175-S-REGION-NAME (DLR175-STORE-IX)
106800         TO DLR175-LAST-REGION-NAME.
106900     MOVE DLR175-S-BRAND-ID (DLR175-STORE-IX)
107000         TO DLR175-LAST-BRAND.
107100     COMPUTE DLR175-S-MARGIN (DLR175-STORE-IX) =
107200         DLR175-S-NET (DLR175-STORE-IX)
107300             - DLR175-S-COGS (DLR175-STORE-IX).
107400     COMPUTE DLR175-S-CONTRIB (DLR175-STORE-IX) =
107500         DLR175-S-MARGIN (DLR175-STORE-IX)
107600             - DLR175-S-SHRINK (DLR175-STORE-IX)
107700             - DLR175-S-MKDN (DLR175-STORE-IX)
107800             - DLR175-S-INBOUND (DLR175-STORE-IX).
107900     IF  DLR175-S-NET (DLR175-STORE-IX) NOT = ZERO
108000       OR DLR175-S-COGS (DLR175-STORE-IX) NOT = ZERO
108100       OR DLR175-S-SHRINK (DLR175-STORE-IX) NOT = ZERO
108200       OR DLR175-S-MKDN (DLR175-STORE-IX) NOT = ZERO
108300       OR DLR175-S-INBOUND (DLR175-STORE-IX) NOT = ZERO
108400         PERFORM 6110-STORE-PERCENT
108500         MOVE DLR175-S-STORE-NO (DLR175-STORE-IX)
108600             TO DLR175-L-STORE-NO
108700         MOVE DLR175-S-STORE-NAME (DLR175-STORE-IX)
108800             TO DLR175-L-NAME
108900         MOVE DLR175-S-NET (DLR175-STORE-IX) TO DLR175-L-NET
109000         MOVE DLR175-S-COGS (DLR175-STORE-IX) TO DLR175-L-COGS
109100         MOVE DLR175-S-MARGIN (DLR175-STORE-IX)
109200             TO DLR175-L-MARGIN
109300         MOVE DLR175-S-SHRINK (DLR175-STORE-IX)
109400             TO DLR175-L-SHRINK
109500         MOVE DLR175-S-MKDN (DLR175-STORE-IX) TO DLR175-L-MKDN
109600         MOVE DLR175-S-INBOUND (DLR175-STORE-IX)
109700             TO DLR175-L-INBOUND
109800         MOVE DLR175-S-CONTRIB (DLR175-STORE-IX)
109900             TO DLR175-L-CONTRIB
110000         MOVE DLR175-S-PCT (DLR175-STORE-IX) TO DLR175-L-PCT
110100         WRITE PNL-LINE FROM DLR175-DETAIL-LINE
110200         PERFORM 6120-ADD-TO-LEVELS
110300             VARYING DLR175-LV FROM 1 BY 1
110400             UNTIL DLR175-LV > 3
110500         IF  DLR175-S-NET (DLR175-STORE-IX) NOT = ZERO
110600             PERFORM 6200-RANK-STORE
110700         END-IF
110800     END-IF.
110900 6100-EXIT.
111000     EXIT.
111100
111200 6110-STORE-PERCENT.
111300     IF  DLR175-S-NET (DLR175-STORE-IX) = ZERO
111400         MOVE ZERO TO DLR175-S-PCT (DLR175-STORE-IX)
111500     ELSE
111600         COMPUTE DLR175-S-PCT (DLR175-STORE-IX) ROUNDED =
111700             DLR175-S-CONTRIB (DLR175-STORE-IX) * 100
111800                 / DLR175-S-NET (DLR175-STORE-IX)
111900             ON SIZE ERROR
112000                 IF  DLR175-S-CONTRIB (DLR175-STORE-IX) < ZERO
112100                     MOVE -9999.9
112200                         TO DLR175-S-PCT (DLR175-STORE-IX)
112300                 ELSE
112400                     MOVE 9999.9
112500                         TO DLR175-S-PCT (DLR175-STORE-IX)
112600                 END-IF
112700         END-COMPUTE
112800     END-IF.
112900 6110-EXIT.
113000     EXIT.
113100
113200 6120-ADD-TO-LEVELS.
113300     ADD DLR175-S-NET (DLR175-STORE-IX)
113400         TO DLR175-T-NET (DLR175-LV).
113500     ADD DLR175-S-COGS (DLR175-STORE-IX)
113600         TO DLR175-T-COGS (DLR175-LV).
113700     ADD DLR175-S-MARGIN (DLR175-STORE-IX)
113800         TO DLR175-T-MARGIN (DLR175-LV).
113900     ADD DLR175-S-SHRINK (DLR175-STORE-IX)
114000         TO DLR175-T-SHRINK (DLR175-LV).
114100     ADD DLR175-S-MKDN (DLR175-STORE-IX)
114200         TO DLR175-T-MKDN (DLR175-LV).
114300     ADD DLR175-S-INBOUND (DLR175-STORE-IX)
114400         TO DLR175-T-INBOUND (DLR175-LV).
114500     ADD DLR175-S-CONTRIB (DLR175-STORE-IX)
114600         TO DLR175-T-CONTRIB (DLR175-LV).
114700 6120-EXIT.
114800     EXIT.
114900
115000*    INSERT THE STORE INTO THE RANKING BEHIND EVERY STORE WITH
115100*    AN EQUAL OR HIGHER PERCENTAGE.
115200 6200-RANK-STORE.
115300     SET DLR175-W-SUB TO DLR175-STORE-IX.
115400     SET DLR175-RANK-IX TO 1.
115500     SEARCH DLR175-RANK-ENTRY
115600         AT END
115700             CONTINUE
115800         WHEN DLR175-RANK-IX > DLR175-RANK-COUNT
115900             CONTINUE
116000         WHEN DLR175-S-PCT (DLR175-K-STORE-SUB (DLR175-RANK-IX))
116100                 < DLR175-S-PCT (DLR175-STORE-IX)
116200             CONTINUE
116300     END-SEARCH.
116400     PERFORM 6210-SHIFT-ONE-RANK
116500         VARYING DLR175-RMOVE-IX FROM DLR175-RANK-COUNT BY -1
116600         UNTIL DLR175-RMOVE-IX < DLR175-RANK-IX.
116700     ADD 1 TO DLR175-RANK-COUNT.
116800     MOVE DLR175-W-SUB TO DLR175-K-STORE-SUB (DLR175-RANK-IX).
116900 6200-EXIT.
117000     EXIT.
117100
117200 6210-SHIFT-ONE-RANK.
117300     MOVE DLR175-RANK-ENTRY (DLR175-RMOVE-IX)
117400         TO DLR175-RANK-ENTRY (DLR175-RMOVE-IX + 1).
117500 6210-EXIT.
117600     EXIT.
117700
117800 6300-PRINT-BRAND-TOTAL.
117900     MOVE SPACES TO DLR175-L-STORE.
118000     MOVE SPACES TO DLR175-L-NAME.
118100     STRING 'BRAND ' DLR175-LAST-BRAND ' TOTAL'
118200         DELIMITED BY SIZE INTO DLR175-L-NAME.
118300     MOVE 1 TO DLR175-LV.
118400     PERFORM 6500-PRINT-LEVEL.
118500 6300-EXIT.
118600     EXIT.
118700
118800 6400-PRINT-REGION-TOTAL.
118900     MOVE 'RGN  ' TO DLR175-L-STORE.
119000     MOVE DLR175-LAST-REGION TO DLR175-L-STORE (4:2).
119100     MOVE DLR175-LAST-REGION-NAME TO DLR175-L-NAME.
119200     MOVE 2 TO DLR175-LV.
119300     PERFORM 6500-PRINT-LEVEL.
119400     WRITE PNL-LINE FROM DLR175-BLANK-LINE.
119500 6400-EXIT.
119600     EXIT.
119700
119800*    PRINTS THE LEVEL'S TOTALS AND CLEARS THEM FOR THE NEXT
119900*    GROUP.
120000 6500-PRINT-LEVEL.
120100     MOVE DLR175-T-NET (DLR175-LV) TO DLR175-L-NET.
120200     MOVE DLR175-T-COGS (DLR175-LV) TO DLR175-L-COGS.
120300     MOVE DLR175-T-MARGIN (DLR175-LV) TO DLR175-L-MARGIN.
120400     MOVE DLR175-T-SHRINK (DLR175-LV) TO DLR175-L-SHRINK.
120500     MOVE DLR175-T-MKDN (DLR175-LV) TO DLR175-L-MKDN.
120600     MOVE DLR175-T-INBOUND (DLR175-LV) TO DLR175-L-INBOUND.
120700     MOVE DLR175-T-CONTRIB (DLR175-LV) TO DLR175-L-CONTRIB.
120800     IF  DLR175-T-NET (DLR175-LV) = ZERO
120900         MOVE ZERO TO DLR175-L-PCT
121000     ELSE
121100         COMPUTE DLR175-L-PCT ROUNDED =
121200             DLR175-T-CONTRIB (DLR175-LV) * 100
121300                 / DLR175-T-NET (DLR175-LV)
121400             ON SIZE ERROR
121500                 MOVE ZERO TO DLR175-L-PCT
121600         END-COMPUTE
121700     END-IF.
121800     WRITE PNL-LINE FROM DLR175-DETAIL-LINE.
121900     INITIALIZE DLR175-LEVEL-ENTRY (DLR175-LV).
122000 6500-EXIT.
122100     EXIT.
122200
122300 7000-PRINT-RANKING.
122400     WRITE PNL-LINE FROM DLR175-BLANK-LINE.
122500     WRITE PNL-LINE FROM DLR175-RANK-HEADING.
122600     WRITE PNL-LINE FROM DLR175-RANK-HEADING-2.
122700     PERFORM 7100-PRINT-ONE-RANK
122800         VARYING DLR175-RANK-IX FROM 1 BY 1
122900         UNTIL DLR175-RANK-IX > DLR175-RANK-COUNT.
123000 7000-EXIT.
123100     EXIT.
123200
123300 7100-PRINT-ONE-RANK.
123400     SET DLR175-RK-RANK TO DLR175-RANK-IX.
123500     SET DLR175-STORE-IX TO DLR175-K-STORE-SUB (DLR175-RANK-IX).
123600     MOVE DLR175-S-STORE-NO (DLR175-STORE-IX) TO DLR175-RK-STORE.
123700     MOVE DLR175-S-STORE-NAME (DLR175-STORE-IX)
123800         TO DLR175-RK-NAME.
123900     MOVE DLR175-S-REGION-CODE (DLR175-STORE-IX)
124000         TO DLR175-RK-REGION.
124100     MOVE DLR175-S-BRAND-ID (DLR175-STORE-IX) TO DLR175-RK-BRAND.
124200     MOVE DLR175-S-NET (DLR175-STORE-IX) TO DLR175-RK-NET.
124300     MOVE DLR175-S-CONTRIB (DLR175-STORE-IX)
124400         TO DLR175-RK-CONTRIB.
124500     MOVE DLR175-S-PCT (DLR175-STORE-IX) TO DLR175-RK-PCT.
124600     WRITE PNL-LINE FROM DLR175-RANK-LINE.
124700 7100-EXIT.
124800     EXIT.
124900
125000 8000-PRINT-CONTROLS.
125100     WRITE PNL-LINE FROM DLR175-BLANK-LINE.
125200     MOVE ZERO TO DLR175-K-AMOUNT.
125300     MOVE 'DTAR020 RECORDS READ' TO DLR175-K-LABEL.
125400     MOVE DLR175-RECORDS-READ TO DLR175-K-COUNT.
125500     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
125600     MOVE 'DTAR020 RECORDS IN PERIOD' TO DLR175-K-LABEL.
125700     MOVE DLR175-RECORDS-IN-PERIOD TO DLR175-K-COUNT.
125800     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
125900     MOVE 'NET SALES AT STORES NOT ON DLSTORMF' TO DLR175-K-LABEL.
126000     MOVE DLR175-NOSTORE-NET TO DLR175-K-AMOUNT.
126100     MOVE DLR175-NOSTORE-RECS TO DLR175-K-COUNT.
126200     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
126300     MOVE 'NET SALES WITH NO DLCOSTMF COST' TO DLR175-K-LABEL.
126400     MOVE DLR175-NOCOST-NET TO DLR175-K-AMOUNT.
126500     MOVE DLR175-NOCOST-RECS TO DLR175-K-COUNT.
126600     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
126700     MOVE 'STOCKTAKE ROWS POSTED IN PERIOD' TO DLR175-K-LABEL.
126800     MOVE ZERO TO DLR175-K-AMOUNT.
126900     MOVE DLR175-BOOK-ROWS TO DLR175-K-COUNT.
127000     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
127100     MOVE 'MARKDOWNS TAKEN IN PERIOD' TO DLR175-K-LABEL.
127200     MOVE DLR175-MKDN-ROWS TO DLR175-K-COUNT.
127300     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
127400     MOVE 'CHAIN-WIDE MARKDOWNS NOT SHARED' TO DLR175-K-LABEL.
127500     MOVE DLR175-CHAIN-MKDN TO DLR175-K-AMOUNT.
127600     MOVE ZERO TO DLR175-K-COUNT.
127700     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
127800     MOVE 'RECEIPT ALLOCATIONS IN PERIOD' TO DLR175-K-LABEL.
127900     MOVE ZERO TO DLR175-K-AMOUNT.
128000     MOVE DLR175-ALLOC-LINES TO DLR175-K-COUNT.
128100     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
128200     MOVE 'ALLOCATIONS WITH NO DLCSTFCT FACTOR' TO DLR175-K-LABEL.
128300     MOVE DLR175-NO-FACTOR-LINES TO DLR175-K-COUNT.
128400     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
128500     MOVE 'SHRINK/MARKDOWN/INBOUND - STORE NOT FOUND'
128600         TO DLR175-K-LABEL.
128700     MOVE DLR175-NOSTORE-OTHER TO DLR175-K-AMOUNT.
128800     MOVE ZERO TO DLR175-K-COUNT.
128900     WRITE PNL-LINE FROM DLR175-CONTROL-LINE.
129000 8000-EXIT.
129100     EXIT.
129200
129300*    THE STDR DATES ARE 10-BYTE DD/MM/CCYY DISPLAY DATES; AN
129400*    UNREADABLE DATE COMES BACK ZERO.
129500 8100-DATE-TO-CCYYMMDD.
129600     MOVE ZERO TO DLR175-CCYYMMDD.
129700     IF  DLR175-X-DD NUMERIC
129800     AND DLR175-X-MM NUMERIC
129900     AND DLR175-X-CCYY NUMERIC
130000         COMPUTE DLR175-CCYYMMDD =
130100             DLR175-X-CCYY * 10000
130200                 + DLR175-X-MM * 100 + DLR175-X-DD
130300     END-IF.
130400 8100-EXIT.
130500     EXIT.
130600
130700 9000-TERMINATE.
130800     DISPLAY 'DLR175 DTAR020 RECORDS READ    = '
130900         DLR175-RECORDS-READ.
131000     DISPLAY 'DLR175 RECORDS IN PERIOD       = '
131100         DLR175-RECORDS-IN-PERIOD.
131200     DISPLAY 'DLR175 STORE NOT ON DLSTORMF   = '
131300         DLR175-NOSTORE-RECS.
131400     DISPLAY 'DLR175 SALES WITH NO COST      = '
131500         DLR175-NOCOST-RECS.
131600     DISPLAY 'DLR175 TAXABLE WITH NO RATE    = '
131700         DLR175-NO-RATE-COUNT.
131800     DISPLAY 'DLR175 ALLOCATIONS NO FACTOR   = '
131900         DLR175-NO-FACTOR-LINES.
131930     DISPLAY 'DLR175 FOREIGN SALES NO FX RATE = '
131960         DLR175-NO-FX-COUNT.
132000     IF  DLR175-STORES-DROPPED > ZERO
132100         DISPLAY 'DLR175 STORE TABLE FULL - DROPPED = '
132200             DLR175-STORES-DROPPED
132300     END-IF.
132400     IF  RETURN-CODE = ZERO
132500     AND (DLR175-NOSTORE-RECS > ZERO
132600       OR DLR175-NOCOST-RECS > ZERO
132700       OR DLR175-NO-RATE-COUNT > ZERO
132750       OR DLR175-NO-FX-COUNT > ZERO
132800       OR DLR175-STORES-DROPPED > ZERO)
132900         MOVE 4 TO RETURN-CODE
133000     END-IF.
133100     CLOSE DTAR020-FILE
133200           COST-MASTER
133300           PNL-REPORT.
133400 9000-EXIT.
133500     EXIT.
