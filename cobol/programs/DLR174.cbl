000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR174.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR174 - FRANCHISE ROYALTY AND MARKETING LEVY BILLING        *
001000*                                                                *
001100*   BILLS EVERY DLFRANMF FRANCHISE AGREEMENT FOR THE FISCAL      *
001200*   PERIOD BEFORE THE ONE COVERING THE RUN DATE (THE THREE       *
001300*   PERIODS TO A QUARTER END FOR QUARTERLY AGREEMENTS). THE      *
001400*   STORE'S DTAR020 SALES DATED INSIDE THE AGREEMENT ARE TAKEN   *
001500*   NET OF GST IN THE SAME WAY DLR166 SPLITS THEM, AND ROYALTY   *
001600*   AND LEVY ARE CHARGED AS A PERCENTAGE OF THE NET. ROYALTY     *
001700*   IS TOPPED UP TO THE MINIMUM MONTHLY FEE FOR EACH PERIOD      *
001800*   BILLED WHEN THE AGREEMENT COVERED THE WHOLE SPAN, AND GST    *
001900*   IS ADDED TO THE FEES. WRITES A PRINTED TAX INVOICE PER       *
002000*   FRANCHISEE, THE DLFRANAR RECEIVABLES FEED, A DLGLJRNL        *
002100*   REVENUE JOURNAL AND A BILLING REGISTER WITH CONTROL TOTALS.  *
002110*   A FOREIGN-CURRENCY STORE'S SALES ARE CONVERTED THROUGH       *
002120*   DLR176 BEFORE THE GST SPLIT, SO FEES ARE BILLED IN LOCAL     *
002130*   CURRENCY, AND ITS JOURNAL POSTINGS ALSO CARRY THE AMOUNT IN  *
002140*   THE STORE'S CURRENCY AT THE SPAN'S AVERAGE RATE. THE         *
002150*   INVOICE NUMBER CARRIES THE FRANCHISEE AS WELL AS PERIOD AND  *
002160*   STORE, SO TWO AGREEMENTS ON ONE STORE IN ONE SPAN NEVER      *
002170*   SHARE A NUMBER.                                              *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002530*  02 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
002560*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
002570*  03 | 15/10/26 | FRANCHISEE IN THE INVOICE    | R. GEALL       *
002575*     |          | NUMBER                       |                *
002580*  04 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002585*     |          | CONVERTED THROUGH DLR176     |                *
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
003600     SELECT FRANCHISE-FILE    ASSIGN TO DLFRANMF
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT TAX-RATE-FILE     ASSIGN TO DLTAXRTE
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT INVOICE-PRINT     ASSIGN TO FRNINVC
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT AR-FEED-FILE      ASSIGN TO FRNARFD
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLFR
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT BILLING-REPORT    ASSIGN TO FRNRPT
005100                              ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DTAR020-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DTAR020-REC.
005800     COPY DTAR020.
005900 FD  FRANCHISE-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLFRANMF-RECORD.
006300     COPY DLFRANMF.
006400 FD  FISCAL-CAL-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLFISCAL-RECORD.
006800     COPY DLFISCAL.
006900 FD  DEPT-MASTER-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  DLDEPTMF-RECORD.
007300     COPY DLDEPTMF.
007400 FD  TAX-RATE-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLTAXRTE-RECORD.
007800     COPY DLTAXRTE.
007900 FD  INVOICE-PRINT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  INVOICE-LINE                PIC X(80).
008300 FD  AR-FEED-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  DLFRANAR-RECORD.
008700     COPY DLFRANAR.
008800 FD  GL-JOURNAL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  DLGLJRNL-RECORD.
009100     COPY DLGLJRNL.
009200 FD  BILLING-REPORT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  BILLING-LINE                PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 01  DLR174-SWITCHES.
009800     05  DLR174-EOF-SW            PIC X(01)  VALUE 'N'.
009900         88  DLR174-EOF                      VALUE 'Y'.
010000     05  DLR174-FRAN-EOF-SW       PIC X(01)  VALUE 'N'.
010100         88  DLR174-FRAN-EOF                 VALUE 'Y'.
010200     05  DLR174-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
010300         88  DLR174-CAL-EOF                  VALUE 'Y'.
010400     05  DLR174-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
010500         88  DLR174-CAL-FOUND                VALUE 'Y'.
010600     05  DLR174-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
010700         88  DLR174-DEPT-EOF                 VALUE 'Y'.
010800     05  DLR174-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
010900         88  DLR174-RATE-EOF                 VALUE 'Y'.
011000     05  DLR174-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
011100         88  DLR174-DEPT-FOUND               VALUE 'Y'.
011200     05  DLR174-FRAN-FOUND-SW     PIC X(01)  VALUE 'N'.
011300         88  DLR174-FRAN-FOUND               VALUE 'Y'.
011400 01  DLR174-CONSTANTS.
011500     05  DLR174-RECEIVABLE-ACCT   PIC X(08)  VALUE 'FRNDRS01'.
011600     05  DLR174-ROYALTY-ACCT      PIC X(08)  VALUE 'FRNROY01'.
011700     05  DLR174-LEVY-ACCT         PIC X(08)  VALUE 'FRNLEV01'.
011800     05  DLR174-GST-PAYABLE-ACCT  PIC X(08)  VALUE 'GSTPAY01'.
011900 01  DLR174-RUN-DATE-FIELDS.
012000     05  DLR174-RUN-CCYYMMDD      PIC 9(08).
012100     05  DLR174-RUN-CYYMMDD       PIC S9(07)   COMP-3.
012200*    THE BILLED PERIOD AND THE CALENDAR SPAN IT COVERS. THE
012300*    SCAN SPAN REACHES BACK TO THE QUARTER START WHEN THE
012400*    BILLED PERIOD CLOSES A QUARTER.
012500 01  DLR174-PERIOD-FIELDS.
012600     05  DLR174-RUN-FY            PIC 9(04).
012700     05  DLR174-RUN-PERIOD        PIC 9(02).
012800     05  DLR174-BILL-KEY          PIC 9(06).
012900     05  DLR174-BILL-KEY-PARTS REDEFINES DLR174-BILL-KEY.
013000         10  DLR174-BILL-FY       PIC 9(04).
013100         10  DLR174-BILL-PERIOD   PIC 9(02).
013200     05  DLR174-QTR-FIRST-PERIOD  PIC 9(02).
013300     05  DLR174-QTR-END-SW        PIC X(01)  VALUE 'N'.
013400         88  DLR174-QTR-END                  VALUE 'Y'.
013500     05  DLR174-MONTH-START       PIC S9(07)   COMP-3.
013600     05  DLR174-MONTH-END         PIC S9(07)   COMP-3.
013700     05  DLR174-QTR-START         PIC S9(07)   COMP-3.
013800     05  DLR174-MONTH-START-8     PIC 9(08).
013900     05  DLR174-MONTH-END-8       PIC 9(08).
014000     05  DLR174-QTR-START-8       PIC 9(08).
014100 01  DLR174-CAL-CONTROL.
014200     05  DLR174-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014300 01  DLR174-CAL-TABLE.
014400     05  DLR174-CAL-ENTRY OCCURS 800 TIMES
014500                          INDEXED BY DLR174-CAL-IX.
014600         10  DLR174-C-FY          PIC 9(04).
014700         10  DLR174-C-PERIOD      PIC 9(02).
014800         10  DLR174-C-START       PIC S9(07)   COMP-3.
014900         10  DLR174-C-END         PIC S9(07)   COMP-3.
015000 01  DLR174-DEPT-CONTROL.
015100     05  DLR174-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015200 01  DLR174-DEPT-TABLE.
015300     05  DLR174-DEPT-ENTRY OCCURS 200 TIMES
015400                           INDEXED BY DLR174-DEPT-IX.
015500         10  DLR174-D-DEPT-NO     PIC S9(03)   COMP-3.
015600         10  DLR174-D-TAX-CODE    PIC X(01).
015700 01  DLR174-RATE-CONTROL.
015800     05  DLR174-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015900 01  DLR174-RATE-TABLE.
016000     05  DLR174-RATE-ENTRY OCCURS 100 TIMES
016100                           INDEXED BY DLR174-RATE-IX.
016200         10  DLR174-R-TAX-CODE    PIC X(01).
016300         10  DLR174-R-EFF-FROM    PIC 9(08).
016400         10  DLR174-R-RATE-PCT    PIC S9(3)V9(4) COMP-3.
016500*    ONE ROW PER DLFRANMF AGREEMENT, WITH THE SPAN IT IS BILLED
016600*    FOR ON THIS RUN AND THE SALES POSTED TO IT.
016700 01  DLR174-FRAN-CONTROL.
016800     05  DLR174-FRAN-COUNT        PIC S9(04)  COMP  VALUE ZERO.
016900 01  DLR174-FRAN-TABLE.
017000     05  DLR174-FRAN-ENTRY OCCURS 500 TIMES
017100                           INDEXED BY DLR174-FRAN-IX.
017200         10  DLR174-F-STORE-NO    PIC S9(03)   COMP-3.
017300         10  DLR174-F-FRAN-ID     PIC X(08).
017400         10  DLR174-F-FRAN-NAME   PIC X(30).
017500         10  DLR174-F-COST-CENTRE PIC X(06).
017600         10  DLR174-F-ROYALTY-PCT PIC S9(3)V9(4) COMP-3.
017700         10  DLR174-F-LEVY-PCT    PIC S9(3)V9(4) COMP-3.
017800         10  DLR174-F-MIN-FEE     PIC S9(7)V99 COMP-3.
017900         10  DLR174-F-CYCLE       PIC X(01).
018000         10  DLR174-F-TERMS-DAYS  PIC 9(03).
018100         10  DLR174-F-START-DATE  PIC 9(08).
018200         10  DLR174-F-END-DATE    PIC 9(08).
018300         10  DLR174-F-BILL-SW     PIC X(01).
018400             88  DLR174-F-BILLED             VALUE 'Y'.
018500         10  DLR174-F-SPAN-START  PIC 9(08).
018600         10  DLR174-F-PERIODS     PIC 9(01).
018700         10  DLR174-F-GROSS       PIC S9(11)V99 COMP-3.
018800         10  DLR174-F-NET         PIC S9(11)V99 COMP-3.
018900         10  DLR174-F-LINES       PIC 9(07).
018910         10  DLR174-F-CCY         PIC X(03).
018920         10  DLR174-F-ORIG-GROSS  PIC S9(11)V99 COMP-3.
019000 01  DLR174-SALE-CCYYMMDD         PIC 9(08).
019100 01  DLR174-W-RATE-DATE           PIC 9(08).
019200 01  DLR174-W-TAX-CODE            PIC X(01).
019300 01  DLR174-W-RATE-PCT            PIC S9(3)V9(4) COMP-3.
019400 01  DLR174-W-BEST-EFF            PIC 9(08).
019500 01  DLR174-W-GST                 PIC S9(11)V99 COMP-3.
019600 01  DLR174-W-FEE-RATE-PCT        PIC S9(3)V9(4) COMP-3.
019700 01  DLR174-W-MINIMUM             PIC S9(9)V99 COMP-3.
019800 01  DLR174-W-STORE-NO            PIC 9(04).
019900 01  DLR174-INVOICE-FIELDS.
020000     05  DLR174-I-INVOICE-NO.
020100         10  FILLER               PIC X(02)  VALUE 'FR'.
020200         10  DLR174-I-INV-PERIOD  PIC 9(06).
020300         10  DLR174-I-INV-STORE   PIC 9(04).
020350         10  DLR174-I-INV-FRAN-ID PIC X(08).
020400     05  DLR174-I-DUE-DATE        PIC 9(08).
020500     05  DLR174-I-ROYALTY         PIC S9(9)V99 COMP-3.
020600     05  DLR174-I-MIN-ADJ         PIC S9(9)V99 COMP-3.
020700     05  DLR174-I-LEVY            PIC S9(9)V99 COMP-3.
020800     05  DLR174-I-GST             PIC S9(9)V99 COMP-3.
020900     05  DLR174-I-TOTAL           PIC S9(9)V99 COMP-3.
021000 01  DLR174-TOTALS.
021100     05  DLR174-T-NET             PIC S9(11)V99 COMP-3
021200                                             VALUE ZERO.
021300     05  DLR174-T-ROYALTY         PIC S9(11)V99 COMP-3
021400                                             VALUE ZERO.
021500     05  DLR174-T-LEVY            PIC S9(11)V99 COMP-3
021600                                             VALUE ZERO.
021700     05  DLR174-T-GST             PIC S9(11)V99 COMP-3
021800                                             VALUE ZERO.
021900     05  DLR174-T-TOTAL           PIC S9(11)V99 COMP-3
022000                                             VALUE ZERO.
022100     05  DLR174-T-GROSS-BILLED    PIC S9(11)V99 COMP-3
022200                                             VALUE ZERO.
022300     05  DLR174-T-JRNL-DEBITS     PIC S9(11)V99 COMP-3
022400                                             VALUE ZERO.
022500     05  DLR174-T-JRNL-CREDITS    PIC S9(11)V99 COMP-3
022600                                             VALUE ZERO.
022700 01  DLR174-COUNTERS.
022800     05  DLR174-RECORDS-READ      PIC 9(09)  VALUE ZERO.
022900     05  DLR174-RECORDS-OUT-SPAN  PIC 9(09)  VALUE ZERO.
023000     05  DLR174-RECORDS-COMPANY   PIC 9(09)  VALUE ZERO.
023100     05  DLR174-RECORDS-BILLED    PIC 9(09)  VALUE ZERO.
023200     05  DLR174-NO-RATE-COUNT     PIC 9(09)  VALUE ZERO.
023250     05  DLR174-NO-FX-RATE-COUNT  PIC 9(09)  VALUE ZERO.
023300     05  DLR174-UNKNOWN-DEPT      PIC 9(09)  VALUE ZERO.
023400     05  DLR174-AGREEMENTS-READ   PIC 9(07)  VALUE ZERO.
023500     05  DLR174-AGREEMENTS-DROPPED
023600                                  PIC 9(07)  VALUE ZERO.
023700     05  DLR174-NOT-DUE-COUNT     PIC 9(07)  VALUE ZERO.
023800     05  DLR174-NIL-INVOICES      PIC 9(07)  VALUE ZERO.
023900     05  DLR174-INVOICES-WRITTEN  PIC 9(07)  VALUE ZERO.
024000     05  DLR174-JOURNALS-WRITTEN  PIC 9(09)  VALUE ZERO.
024050 01  DLFXCONV-AREA.
024060     COPY DLFXCONV.
024100 01  DLR174-HEADING-1.
024200     05  FILLER                   PIC X(46)  VALUE
024300         'DLR174 - FRANCHISE BILLING REGISTER - PERIOD  '.
024400     05  DLR174-H-PERIOD          PIC 9(06).
024500     05  FILLER                   PIC X(08)  VALUE '  FROM  '.
024600     05  DLR174-H-FROM            PIC 9(08).
024700     05  FILLER                   PIC X(06)  VALUE '  TO  '.
024800     05  DLR174-H-TO              PIC 9(08).
024900 01  DLR174-HEADING-2.
025000     05  FILLER                   PIC X(06)  VALUE 'STORE '.
025100     05  FILLER                   PIC X(10)  VALUE 'FRANCHISE '.
025200     05  FILLER                   PIC X(22)
025250         VALUE 'INVOICE NO            '.
025300     05  FILLER                   PIC X(03)  VALUE 'PER'.
025400     05  FILLER                   PIC X(17)  VALUE
025500         '    NET SALES    '.
025600     05  FILLER                   PIC X(14)  VALUE
025700         '     ROYALTY  '.
025800     05  FILLER                   PIC X(14)  VALUE
025900         '  MIN FEE ADJ '.
026000     05  FILLER                   PIC X(14)  VALUE
026100         '        LEVY  '.
026200     05  FILLER                   PIC X(14)  VALUE
026300         '         GST  '.
026400     05  FILLER                   PIC X(14)  VALUE
026500         '       TOTAL  '.
026600 01  DLR174-DETAIL-LINE.
026700     05  DLR174-L-STORE           PIC X(05).
026800     05  DLR174-L-STORE-NO REDEFINES DLR174-L-STORE
026900                                  PIC ZZZZ9.
027000     05  FILLER                   PIC X(01)  VALUE SPACES.
027100     05  DLR174-L-FRAN-ID         PIC X(08).
027200     05  FILLER                   PIC X(02)  VALUE SPACES.
027300     05  DLR174-L-INVOICE-NO      PIC X(20).
027400     05  FILLER                   PIC X(02)  VALUE SPACES.
027500     05  DLR174-L-PERIODS         PIC Z9.
027600     05  FILLER                   PIC X(01)  VALUE SPACES.
027700     05  DLR174-L-NET             PIC -ZZZZZZZZZZ9.99.
027800     05  FILLER                   PIC X(01)  VALUE SPACES.
027900     05  DLR174-L-ROYALTY         PIC -ZZZZZZZZ9.99.
028000     05  FILLER                   PIC X(01)  VALUE SPACES.
028100     05  DLR174-L-MIN-ADJ         PIC -ZZZZZZZZ9.99.
028200     05  FILLER                   PIC X(01)  VALUE SPACES.
028300     05  DLR174-L-LEVY            PIC -ZZZZZZZZ9.99.
028400     05  FILLER                   PIC X(01)  VALUE SPACES.
028500     05  DLR174-L-GST             PIC -ZZZZZZZZ9.99.
028600     05  FILLER                   PIC X(01)  VALUE SPACES.
028700     05  DLR174-L-TOTAL           PIC -ZZZZZZZZ9.99.
028800 01  DLR174-CONTROL-LINE.
028900     05  DLR174-K-LABEL           PIC X(40).
029000     05  DLR174-K-AMOUNT          PIC -ZZZZZZZZZZ9.99.
029100     05  FILLER                   PIC X(02)  VALUE SPACES.
029200     05  DLR174-K-STATUS          PIC X(20).
029300*    PRINTED TAX INVOICE - ONE PAGE PER AGREEMENT BILLED.
029400 01  DLR174-INV-TITLE.
029500     05  FILLER                   PIC X(40)  VALUE
029600         'TAX INVOICE - FRANCHISE FEES'.
029700     05  FILLER                   PIC X(12)  VALUE 'INVOICE NO  '.
029800     05  DLR174-IT-INVOICE-NO     PIC X(20).
029900 01  DLR174-INV-PARTY.
030000     05  FILLER                   PIC X(12)  VALUE 'FRANCHISEE  '.
030100     05  DLR174-IP-FRAN-ID        PIC X(08).
030200     05  FILLER                   PIC X(02)  VALUE SPACES.
030300     05  DLR174-IP-FRAN-NAME      PIC X(30).
030400     05  FILLER                   PIC X(08)  VALUE '  STORE '.
030500     05  DLR174-IP-STORE          PIC ZZZ9.
030600 01  DLR174-INV-DATES.
030700     05  FILLER                   PIC X(14)  VALUE
030800         'INVOICE DATE  '.
030900     05  DLR174-ID-INV-DATE       PIC 9(08).
031000     05  FILLER                   PIC X(12)  VALUE
031100         '  DUE DATE  '.
031200     05  DLR174-ID-DUE-DATE       PIC 9(08).
031300     05  FILLER                   PIC X(17)  VALUE
031400         '  FISCAL PERIOD  '.
031500     05  DLR174-ID-PERIOD         PIC 9(06).
031600 01  DLR174-INV-SPAN.
031700     05  FILLER                   PIC X(14)  VALUE
031800         'SALES FROM    '.
031900     05  DLR174-IS-FROM           PIC 9(08).
032000     05  FILLER                   PIC X(06)  VALUE '  TO  '.
032100     05  DLR174-IS-TO             PIC 9(08).
032200     05  FILLER                   PIC X(04)  VALUE SPACES.
032300     05  DLR174-IS-PERIODS        PIC 9(01).
032400     05  FILLER                   PIC X(15)  VALUE
032500         ' PERIOD(S)     '.
032600 01  DLR174-INV-AMOUNT-LINE.
032700     05  DLR174-IA-TEXT           PIC X(30).
032800     05  DLR174-IA-PCT-X          PIC X(12).
032900     05  DLR174-IA-PCT REDEFINES DLR174-IA-PCT-X
033000                                  PIC ZZ9.9999BB.
033100     05  DLR174-IA-AMOUNT         PIC -ZZZZZZZZZZ9.99.
033200 01  DLR174-INV-RULE              PIC X(80)  VALUE ALL '-'.
033300 PROCEDURE DIVISION.
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE.
033600     IF  DLR174-CAL-FOUND
033700         PERFORM 2000-POST-SALE
033800             UNTIL DLR174-EOF
033900         PERFORM 3000-BILL-AGREEMENT
034000             VARYING DLR174-FRAN-IX FROM 1 BY 1
034100             UNTIL DLR174-FRAN-IX > DLR174-FRAN-COUNT
034200         PERFORM 6000-RECONCILE
034300     ELSE
034400         DISPLAY 'DLR174 RUN DATE NOT ON DLFISCAL CALENDAR'
034500         MOVE 8 TO RETURN-CODE
034600     END-IF.
034700     PERFORM 9000-TERMINATE.
034800     STOP RUN.
034900
035000 1000-INITIALIZE.
035100     OPEN INPUT  DTAR020-FILE.
035200     OPEN OUTPUT INVOICE-PRINT.
035300     OPEN OUTPUT AR-FEED-FILE.
035400     OPEN OUTPUT GL-JOURNAL-FILE.
035500     OPEN OUTPUT BILLING-REPORT.
035510     MOVE 'O' TO DLFXCONV-FUNCTION.
035520     CALL 'DLR176' USING DLFXCONV-AREA.
035600     ACCEPT DLR174-RUN-CCYYMMDD FROM DATE YYYYMMDD.
035700     COMPUTE DLR174-RUN-CYYMMDD = DLR174-RUN-CCYYMMDD - 19000000.
035800     PERFORM 1100-LOAD-FISCAL-CAL.
035900     PERFORM 1200-DERIVE-PERIOD.
036000     PERFORM 1300-LOAD-DEPT-MASTER.
036100     PERFORM 1400-LOAD-TAX-RATES.
036200     IF  DLR174-CAL-FOUND
036300         PERFORM 1500-LOAD-AGREEMENTS
036400         MOVE DLR174-BILL-KEY TO DLR174-H-PERIOD
036500         MOVE DLR174-MONTH-START-8 TO DLR174-H-FROM
036600         MOVE DLR174-MONTH-END-8 TO DLR174-H-TO
036700         WRITE BILLING-LINE FROM DLR174-HEADING-1
036800         WRITE BILLING-LINE FROM DLR174-HEADING-2
036900         DISPLAY 'DLR174 BILLED PERIOD = ' DLR174-BILL-KEY
037000         PERFORM 2100-READ-DTAR020
037100     END-IF.
037200 1000-EXIT.
037300     EXIT.
037400
037500 1100-LOAD-FISCAL-CAL.
037600     OPEN INPUT FISCAL-CAL-FILE.
037700     PERFORM 1110-READ-FISCAL-CAL.
037800     PERFORM 1120-STORE-ONE-WEEK
037900         UNTIL DLR174-CAL-EOF.
038000     CLOSE FISCAL-CAL-FILE.
038100 1100-EXIT.
038200     EXIT.
038300
038400 1110-READ-FISCAL-CAL.
038500     READ FISCAL-CAL-FILE
038600         AT END
038700             MOVE 'Y' TO DLR174-CAL-EOF-SW
038800     END-READ.
038900 1110-EXIT.
039000     EXIT.
039100
039200 1120-STORE-ONE-WEEK.
039300     IF  DLR174-CAL-COUNT < 800
039400         ADD 1 TO DLR174-CAL-COUNT
039500         SET DLR174-CAL-IX TO DLR174-CAL-COUNT
039600         MOVE DLFISCAL-FISCAL-YEAR
039700             TO DLR174-C-FY (DLR174-CAL-IX)
039800         MOVE DLFISCAL-PERIOD-NO
039900             TO DLR174-C-PERIOD (DLR174-CAL-IX)
040000         MOVE DLFISCAL-START-DATE
040100             TO DLR174-C-START (DLR174-CAL-IX)
040200         MOVE DLFISCAL-END-DATE
040300             TO DLR174-C-END (DLR174-CAL-IX)
040400     END-IF.
040500     PERFORM 1110-READ-FISCAL-CAL.
040600 1120-EXIT.
040700     EXIT.
040800
040900*    THE BILLED PERIOD IS THE ONE BEFORE THE PERIOD COVERING
041000*    THE RUN DATE. ITS SPAN RUNS FROM THE START OF ITS FIRST
041100*    WEEK TO THE END OF ITS LAST; WHEN IT IS PERIOD 3, 6, 9 OR
041200*    12 THE QUARTER SPAN STARTS WITH THE PERIOD TWO BEFORE IT.
041300 1200-DERIVE-PERIOD.
041400     SET DLR174-CAL-IX TO 1.
041500     SEARCH DLR174-CAL-ENTRY
041600         AT END
041700             CONTINUE
041800         WHEN DLR174-CAL-IX > DLR174-CAL-COUNT
041900             CONTINUE
042000         WHEN DLR174-C-START (DLR174-CAL-IX)
042100                 <= DLR174-RUN-CYYMMDD
042200         AND  DLR174-C-END (DLR174-CAL-IX)
042300                 >= DLR174-RUN-CYYMMDD
042400             MOVE 'Y' TO DLR174-CAL-FOUND-SW
042500             MOVE DLR174-C-FY (DLR174-CAL-IX)
042600                 TO DLR174-RUN-FY
042700             MOVE DLR174-C-PERIOD (DLR174-CAL-IX)
042800                 TO DLR174-RUN-PERIOD
042900     END-SEARCH.
043000     IF  DLR174-CAL-FOUND
043100         IF  DLR174-RUN-PERIOD = 1
043200             COMPUTE DLR174-BILL-FY = DLR174-RUN-FY - 1
043300             MOVE 12 TO DLR174-BILL-PERIOD
043400         ELSE
043500             MOVE DLR174-RUN-FY TO DLR174-BILL-FY
043600             COMPUTE DLR174-BILL-PERIOD = DLR174-RUN-PERIOD - 1
043700         END-IF
043800         IF  DLR174-BILL-PERIOD = 3 OR 6 OR 9 OR 12
043900             MOVE 'Y' TO DLR174-QTR-END-SW
044000             COMPUTE DLR174-QTR-FIRST-PERIOD =
044100                 DLR174-BILL-PERIOD - 2
044200         ELSE
044300             MOVE DLR174-BILL-PERIOD TO DLR174-QTR-FIRST-PERIOD
044400         END-IF
044500         MOVE 9999999 TO DLR174-MONTH-START
044600         MOVE 9999999 TO DLR174-QTR-START
044700         MOVE ZERO TO DLR174-MONTH-END
044800         PERFORM 1210-TEST-ONE-WEEK
044900             VARYING DLR174-CAL-IX FROM 1 BY 1
045000             UNTIL DLR174-CAL-IX > DLR174-CAL-COUNT
045100         IF  DLR174-MONTH-END = ZERO
045200             MOVE 'N' TO DLR174-CAL-FOUND-SW
045300         ELSE
045400             COMPUTE DLR174-MONTH-START-8 =
045500                 DLR174-MONTH-START + 19000000
045600             COMPUTE DLR174-MONTH-END-8 =
045700                 DLR174-MONTH-END + 19000000
045800             COMPUTE DLR174-QTR-START-8 =
045900                 DLR174-QTR-START + 19000000
046000         END-IF
046100     END-IF.
046200 1200-EXIT.
046300     EXIT.
046400
046500 1210-TEST-ONE-WEEK.
046600     IF  DLR174-C-FY (DLR174-CAL-IX) = DLR174-BILL-FY
046700     AND DLR174-C-PERIOD (DLR174-CAL-IX) = DLR174-BILL-PERIOD
046800         IF  DLR174-C-START (DLR174-CAL-IX) < DLR174-MONTH-START
046900             MOVE DLR174-C-START (DLR174-CAL-IX)
047000                 TO DLR174-MONTH-START
047100         END-IF
047200         IF  DLR174-C-END (DLR174-CAL-IX) > DLR174-MONTH-END
047300             MOVE DLR174-C-END (DLR174-CAL-IX)
047400                 TO DLR174-MONTH-END
047500         END-IF
047600     END-IF.
047700     IF  DLR174-C-FY (DLR174-CAL-IX) = DLR174-BILL-FY
047800     AND DLR174-C-PERIOD (DLR174-CAL-IX)
047900             >= DLR174-QTR-FIRST-PERIOD
048000     AND DLR174-C-PERIOD (DLR174-CAL-IX)
048100             <= DLR174-BILL-PERIOD
048200     AND DLR174-C-START (DLR174-CAL-IX) < DLR174-QTR-START
048300         MOVE DLR174-C-START (DLR174-CAL-IX)
048400             TO DLR174-QTR-START
048500     END-IF.
048600 1210-EXIT.
048700     EXIT.
048800
048900 1300-LOAD-DEPT-MASTER.
049000     OPEN INPUT DEPT-MASTER-FILE.
049100     PERFORM 1310-READ-DEPT-MASTER.
049200     PERFORM 1320-STORE-ONE-DEPT
049300         UNTIL DLR174-DEPT-EOF.
049400     CLOSE DEPT-MASTER-FILE.
049500 1300-EXIT.
049600     EXIT.
049700
049800 1310-READ-DEPT-MASTER.
049900     READ DEPT-MASTER-FILE
050000         AT END
050100             MOVE 'Y' TO DLR174-DEPT-EOF-SW
050200     END-READ.
050300 1310-EXIT.
050400     EXIT.
050500
050600 1320-STORE-ONE-DEPT.
050700     IF  DLR174-DEPT-COUNT < 200
050800         ADD 1 TO DLR174-DEPT-COUNT
050900         SET DLR174-DEPT-IX TO DLR174-DEPT-COUNT
051000         MOVE DLDEPTMF-DEPT-NO
051100             TO DLR174-D-DEPT-NO (DLR174-DEPT-IX)
051200         EVALUATE TRUE
051300             WHEN DLDEPTMF-GST-FREE
051400                 MOVE 'F' TO DLR174-D-TAX-CODE (DLR174-DEPT-IX)
051500             WHEN DLDEPTMF-INPUT-TAXED
051600                 MOVE 'I' TO DLR174-D-TAX-CODE (DLR174-DEPT-IX)
051700             WHEN OTHER
051800                 MOVE 'T' TO DLR174-D-TAX-CODE (DLR174-DEPT-IX)
051900         END-EVALUATE
052000     END-IF.
052100     PERFORM 1310-READ-DEPT-MASTER.
052200 1320-EXIT.
052300     EXIT.
052400
052500 1400-LOAD-TAX-RATES.
052600     OPEN INPUT TAX-RATE-FILE.
052700     PERFORM 1410-READ-TAX-RATE.
052800     PERFORM 1420-STORE-ONE-RATE
052900         UNTIL DLR174-RATE-EOF.
053000     CLOSE TAX-RATE-FILE.
053100 1400-EXIT.
053200     EXIT.
053300
053400 1410-READ-TAX-RATE.
053500     READ TAX-RATE-FILE
053600         AT END
053700             MOVE 'Y' TO DLR174-RATE-EOF-SW
053800     END-READ.
053900 1410-EXIT.
054000     EXIT.
054100
054200 1420-STORE-ONE-RATE.
054300     IF  DLR174-RATE-COUNT < 100
054400         ADD 1 TO DLR174-RATE-COUNT
054500         SET DLR174-RATE-IX TO DLR174-RATE-COUNT
054600         MOVE DLTAXRTE-TAX-CODE
054700             TO DLR174-R-TAX-CODE (DLR174-RATE-IX)
054800         MOVE DLTAXRTE-EFF-FROM
054900             TO DLR174-R-EFF-FROM (DLR174-RATE-IX)
055000         MOVE DLTAXRTE-RATE-PCT
055100             TO DLR174-R-RATE-PCT (DLR174-RATE-IX)
055200     END-IF.
055300     PERFORM 1410-READ-TAX-RATE.
055400 1420-EXIT.
055500     EXIT.
055600
055700 1500-LOAD-AGREEMENTS.
055800     OPEN INPUT FRANCHISE-FILE.
055900     PERFORM 1510-READ-AGREEMENT.
056000     PERFORM 1520-STORE-ONE-AGREEMENT
056100         UNTIL DLR174-FRAN-EOF.
056200     CLOSE FRANCHISE-FILE.
056300 1500-EXIT.
056400     EXIT.
056500
056600 1510-READ-AGREEMENT.
056700     READ FRANCHISE-FILE
056800         AT END
056900             MOVE 'Y' TO DLR174-FRAN-EOF-SW
057000     END-READ.
057100 1510-EXIT.
057200     EXIT.
057300
057400*    A QUARTERLY AGREEMENT IS ONLY DUE WHEN THE BILLED PERIOD
057500*    CLOSES A QUARTER, AND AN AGREEMENT THAT DOES NOT OVERLAP
057600*    THE SPAN IT WOULD BE BILLED FOR IS NOT DUE AT ALL.
057700 1520-STORE-ONE-AGREEMENT.
057800     ADD 1 TO DLR174-AGREEMENTS-READ.
057900     IF  DLR174-FRAN-COUNT < 500
058000         ADD 1 TO DLR174-FRAN-COUNT
058100         SET DLR174-FRAN-IX TO DLR174-FRAN-COUNT
058200         INITIALIZE DLR174-FRAN-ENTRY (DLR174-FRAN-IX)
058300         MOVE DLFRANMF-STORE-NO
058400             TO DLR174-F-STORE-NO (DLR174-FRAN-IX)
058500         MOVE DLFRANMF-FRANCHISEE-ID
058600             TO DLR174-F-FRAN-ID (DLR174-FRAN-IX)
058700         MOVE DLFRANMF-FRANCHISEE-NAME
058800             TO DLR174-F-FRAN-NAME (DLR174-FRAN-IX)
058900         MOVE DLFRANMF-COST-CENTRE
059000             TO DLR174-F-COST-CENTRE (DLR174-FRAN-IX)
059100         MOVE DLFRANMF-ROYALTY-PCT
059200             TO DLR174-F-ROYALTY-PCT (DLR174-FRAN-IX)
059300         MOVE DLFRANMF-LEVY-PCT
059400             TO DLR174-F-LEVY-PCT (DLR174-FRAN-IX)
059500         MOVE DLFRANMF-MIN-MONTHLY-FEE
059600             TO DLR174-F-MIN-FEE (DLR174-FRAN-IX)
059700         MOVE DLFRANMF-BILLING-CYCLE
059800             TO DLR174-F-CYCLE (DLR174-FRAN-IX)
059900         MOVE DLFRANMF-PAY-TERMS-DAYS
060000             TO DLR174-F-TERMS-DAYS (DLR174-FRAN-IX)
060100         MOVE DLFRANMF-START-DATE
060200             TO DLR174-F-START-DATE (DLR174-FRAN-IX)
060300         MOVE DLFRANMF-END-DATE
060400             TO DLR174-F-END-DATE (DLR174-FRAN-IX)
060500         MOVE 'Y' TO DLR174-F-BILL-SW (DLR174-FRAN-IX)
060600         IF  DLFRANMF-QUARTERLY
060700             MOVE DLR174-QTR-START-8
060800                 TO DLR174-F-SPAN-START (DLR174-FRAN-IX)
060900             MOVE 3 TO DLR174-F-PERIODS (DLR174-FRAN-IX)
061000             IF  NOT DLR174-QTR-END
061100                 MOVE 'N' TO DLR174-F-BILL-SW (DLR174-FRAN-IX)
061200             END-IF
061300         ELSE
061400             MOVE DLR174-MONTH-START-8
061500                 TO DLR174-F-SPAN-START (DLR174-FRAN-IX)
061600             MOVE 1 TO DLR174-F-PERIODS (DLR174-FRAN-IX)
061700         END-IF
061800         IF  DLFRANMF-START-DATE > DLR174-MONTH-END-8
061900         OR (DLFRANMF-END-DATE NOT = ZERO
062000         AND DLFRANMF-END-DATE
062100                 < DLR174-F-SPAN-START (DLR174-FRAN-IX))
062200             MOVE 'N' TO DLR174-F-BILL-SW (DLR174-FRAN-IX)
062300         END-IF
062400         IF  NOT DLR174-F-BILLED (DLR174-FRAN-IX)
062500             ADD 1 TO DLR174-NOT-DUE-COUNT
062600         END-IF
062700     ELSE
062800         ADD 1 TO DLR174-AGREEMENTS-DROPPED
062900     END-IF.
063000     PERFORM 1510-READ-AGREEMENT.
063100 1520-EXIT.
063200     EXIT.
063300
063400*    A SALE IS BILLED TO THE AGREEMENT ON ITS STORE THAT WAS IN
063500*    FORCE ON THE SALE DATE AND IS DUE FOR A SPAN COVERING IT.
063600*    EVERYTHING ELSE IS COMPANY-STORE TRADE OR OUTSIDE THE SPAN.
063700 2000-POST-SALE.
063800     ADD 1 TO DLR174-RECORDS-READ.
063900     COMPUTE DLR174-SALE-CCYYMMDD = DTAR020-DATE + 19000000.
064000     IF  DLR174-SALE-CCYYMMDD < DLR174-QTR-START-8
064100     OR  DLR174-SALE-CCYYMMDD > DLR174-MONTH-END-8
064200         ADD 1 TO DLR174-RECORDS-OUT-SPAN
064300     ELSE
064400         PERFORM 2200-FIND-AGREEMENT
064500         IF  DLR174-FRAN-FOUND
064600             PERFORM 2300-SPLIT-SALE
064700         ELSE
064800             ADD 1 TO DLR174-RECORDS-COMPANY
064900         END-IF
065000     END-IF.
065100     PERFORM 2100-READ-DTAR020.
065200 2000-EXIT.
065300     EXIT.
065400
065500 2100-READ-DTAR020.
065600     READ DTAR020-FILE
065700         AT END
065800             MOVE 'Y' TO DLR174-EOF-SW
065900     END-READ.
066000 2100-EXIT.
066100     EXIT.
066200
066300 2200-FIND-AGREEMENT.
066400     MOVE 'N' TO DLR174-FRAN-FOUND-SW.
066500     SET DLR174-FRAN-IX TO 1.
066600     SEARCH DLR174-FRAN-ENTRY
066700         AT END
066800             CONTINUE
066900         WHEN DLR174-FRAN-IX > DLR174-FRAN-COUNT
067000             CONTINUE
067100         WHEN DLR174-F-STORE-NO (DLR174-FRAN-IX)
067200                 = DTAR020-STORE-NO
067300         AND  DLR174-F-BILLED (DLR174-FRAN-IX)
067400         AND  DLR174-F-SPAN-START (DLR174-FRAN-IX)
067500                 <= DLR174-SALE-CCYYMMDD
067600         AND  DLR174-F-START-DATE (DLR174-FRAN-IX)
067700                 <= DLR174-SALE-CCYYMMDD
067800         AND (DLR174-F-END-DATE (DLR174-FRAN-IX) = ZERO
067900          OR  DLR174-F-END-DATE (DLR174-FRAN-IX)
068000                 >= DLR174-SALE-CCYYMMDD)
068100             MOVE 'Y' TO DLR174-FRAN-FOUND-SW
068200     END-SEARCH.
068300 2200-EXIT.
068400     EXIT.
068500
068600*    NET OF GST ON THE DEPARTMENT'S TAX CODE AT THE RATE IN
068700*    FORCE ON THE SALE DATE - THE SAME SPLIT AS DLR166.
068800 2300-SPLIT-SALE.
068900     ADD 1 TO DLR174-RECORDS-BILLED.
069000     PERFORM 2400-FIND-DEPT.
069050     PERFORM 2350-CONVERT-SALE.
069100     IF  DLR174-DEPT-FOUND
069200         MOVE DLR174-D-TAX-CODE (DLR174-DEPT-IX)
069300             TO DLR174-W-TAX-CODE
069400     ELSE
069500         MOVE 'T' TO DLR174-W-TAX-CODE
069600         ADD 1 TO DLR174-UNKNOWN-DEPT
069700     END-IF.
069800     MOVE DLR174-SALE-CCYYMMDD TO DLR174-W-RATE-DATE.
069900     PERFORM 2500-PICK-RATE.
070000     COMPUTE DLR174-W-GST ROUNDED =
070100         DLFXCONV-LOCAL-AMT * DLR174-W-RATE-PCT
070200             / (100 + DLR174-W-RATE-PCT).
070300     ADD DLFXCONV-LOCAL-AMT TO DLR174-F-GROSS (DLR174-FRAN-IX).
070330     ADD DLFXCONV-SOURCE-AMT
070360         TO DLR174-F-ORIG-GROSS (DLR174-FRAN-IX).
070400     COMPUTE DLR174-F-NET (DLR174-FRAN-IX) =
070500         DLR174-F-NET (DLR174-FRAN-IX)
070600             + DLFXCONV-LOCAL-AMT - DLR174-W-GST.
070700     ADD 1 TO DLR174-F-LINES (DLR174-FRAN-IX).
070800 2300-EXIT.
070900     EXIT.
071000
071010*    THE SALE AT ITS LOCAL EQUIVALENT. A FOREIGN STORE'S
071015*    CURRENCY IS KEPT ON THE AGREEMENT FOR ITS JOURNAL.
071020 2350-CONVERT-SALE.
071025     MOVE 'C' TO DLFXCONV-FUNCTION.
071030     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
071035     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
071040     MOVE DLR174-SALE-CCYYMMDD TO DLFXCONV-TRADE-DATE.
071045     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
071050     CALL 'DLR176' USING DLFXCONV-AREA.
071055     IF  DLFXCONV-NO-RATE
071060         ADD 1 TO DLR174-NO-FX-RATE-COUNT
071065     END-IF.
071070     IF  DLFXCONV-CCY NOT = SPACES
071075         MOVE DLFXCONV-CCY TO DLR174-F-CCY (DLR174-FRAN-IX)
071080     END-IF.
071085 2350-EXIT.
071090     EXIT.
071095
071100 2400-FIND-DEPT.
071200     MOVE 'N' TO DLR174-DEPT-FOUND-SW.
071300     SET DLR174-DEPT-IX TO 1.
071400     SEARCH DLR174-DEPT-ENTRY
071500         AT END
071600             CONTINUE
071700         WHEN DLR174-DEPT-IX > DLR174-DEPT-COUNT
071800             CONTINUE
071900         WHEN DLR174-D-DEPT-NO (DLR174-DEPT-IX) = DTAR020-DEPT-NO
072000             MOVE 'Y' TO DLR174-DEPT-FOUND-SW
072100     END-SEARCH.
072200 2400-EXIT.
072300     EXIT.
072400
072500*    THE LATEST DLTAXRTE ROW FOR THE CODE EFFECTIVE ON OR
072600*    BEFORE THE RATE DATE WINS. A TAXABLE AMOUNT WITH NO RATE
072700*    ROW IS COUNTED AND CARRIES NO GST.
072800 2500-PICK-RATE.
072900     MOVE ZERO TO DLR174-W-RATE-PCT.
073000     MOVE ZERO TO DLR174-W-BEST-EFF.
073100     IF  DLR174-W-TAX-CODE = 'T'
073200         PERFORM 2510-TEST-ONE-RATE
073300             VARYING DLR174-RATE-IX FROM 1 BY 1
073400             UNTIL DLR174-RATE-IX > DLR174-RATE-COUNT
073500         IF  DLR174-W-BEST-EFF = ZERO
073600             ADD 1 TO DLR174-NO-RATE-COUNT
073700         END-IF
073800     END-IF.
073900 2500-EXIT.
074000     EXIT.
074100
074200 2510-TEST-ONE-RATE.
074300     IF  DLR174-R-TAX-CODE (DLR174-RATE-IX) = DLR174-W-TAX-CODE
074400     AND DLR174-R-EFF-FROM (DLR174-RATE-IX)
074500             <= DLR174-W-RATE-DATE
074600     AND DLR174-R-EFF-FROM (DLR174-RATE-IX)
074700             >= DLR174-W-BEST-EFF
074800         MOVE DLR174-R-EFF-FROM (DLR174-RATE-IX)
074900             TO DLR174-W-BEST-EFF
075000         MOVE DLR174-R-RATE-PCT (DLR174-RATE-IX)
075100             TO DLR174-W-RATE-PCT
075200     END-IF.
075300 2510-EXIT.
075400     EXIT.
075500
075600*    ROYALTY AND LEVY ON THE NET SALES. THE MINIMUM FEE ONLY
075700*    APPLIES WHEN THE AGREEMENT RAN FOR THE WHOLE SPAN - A
075800*    FRANCHISE STARTING OR ENDING PART WAY THROUGH PAYS ON ITS
075900*    SALES ALONE. GST IS CHARGED ON THE FEES AT THE TAXABLE
076000*    RATE IN FORCE AT THE END OF THE BILLED PERIOD.
076100 3000-BILL-AGREEMENT.
076200     IF  DLR174-F-BILLED (DLR174-FRAN-IX)
076300         COMPUTE DLR174-I-ROYALTY ROUNDED =
076400             DLR174-F-NET (DLR174-FRAN-IX)
076500                 * DLR174-F-ROYALTY-PCT (DLR174-FRAN-IX) / 100
076600         COMPUTE DLR174-I-LEVY ROUNDED =
076700             DLR174-F-NET (DLR174-FRAN-IX)
076800                 * DLR174-F-LEVY-PCT (DLR174-FRAN-IX) / 100
076900         MOVE ZERO TO DLR174-I-MIN-ADJ
077000         IF  DLR174-F-START-DATE (DLR174-FRAN-IX)
077100                 <= DLR174-F-SPAN-START (DLR174-FRAN-IX)
077200         AND (DLR174-F-END-DATE (DLR174-FRAN-IX) = ZERO
077300          OR  DLR174-F-END-DATE (DLR174-FRAN-IX)
077400                 >= DLR174-MONTH-END-8)
077500             COMPUTE DLR174-W-MINIMUM =
077600                 DLR174-F-MIN-FEE (DLR174-FRAN-IX)
077700                     * DLR174-F-PERIODS (DLR174-FRAN-IX)
077800             IF  DLR174-I-ROYALTY < DLR174-W-MINIMUM
077900                 COMPUTE DLR174-I-MIN-ADJ =
078000                     DLR174-W-MINIMUM - DLR174-I-ROYALTY
078100             END-IF
078200         END-IF
078300         ADD DLR174-I-MIN-ADJ TO DLR174-I-ROYALTY
078400         MOVE 'T' TO DLR174-W-TAX-CODE
078500         MOVE DLR174-MONTH-END-8 TO DLR174-W-RATE-DATE
078600         PERFORM 2500-PICK-RATE
078700         COMPUTE DLR174-I-GST ROUNDED =
078800             (DLR174-I-ROYALTY + DLR174-I-LEVY)
078900                 * DLR174-W-RATE-PCT / 100
079000         COMPUTE DLR174-I-TOTAL =
079100             DLR174-I-ROYALTY + DLR174-I-LEVY + DLR174-I-GST
079200         IF  DLR174-I-TOTAL = ZERO
079300             ADD 1 TO DLR174-NIL-INVOICES
079400         ELSE
079500             PERFORM 3100-NUMBER-INVOICE
079600             PERFORM 3200-PRINT-INVOICE
079700             PERFORM 3300-WRITE-AR-FEED
079800             PERFORM 3400-WRITE-JOURNAL
079900             PERFORM 3500-WRITE-REGISTER
080000         END-IF
080100     END-IF.
080200 3000-EXIT.
080300     EXIT.
080400
080500 3100-NUMBER-INVOICE.
080600     MOVE DLR174-BILL-KEY TO DLR174-I-INV-PERIOD.
080700     MOVE DLR174-F-STORE-NO (DLR174-FRAN-IX) TO DLR174-W-STORE-NO.
080800     MOVE DLR174-W-STORE-NO TO DLR174-I-INV-STORE.
080850     MOVE DLR174-F-FRAN-ID (DLR174-FRAN-IX)
080860         TO DLR174-I-INV-FRAN-ID.
080900     COMPUTE DLR174-I-DUE-DATE =
081000         FUNCTION DATE-OF-INTEGER
081100             (FUNCTION INTEGER-OF-DATE (DLR174-RUN-CCYYMMDD)
081200                 + DLR174-F-TERMS-DAYS (DLR174-FRAN-IX)).
081300     ADD 1 TO DLR174-INVOICES-WRITTEN.
081400 3100-EXIT.
081500     EXIT.
081600
081700 3200-PRINT-INVOICE.
081800     MOVE DLR174-I-INVOICE-NO TO DLR174-IT-INVOICE-NO.
081900     WRITE INVOICE-LINE FROM DLR174-INV-TITLE.
082000     MOVE DLR174-F-FRAN-ID (DLR174-FRAN-IX) TO DLR174-IP-FRAN-ID.
082100     MOVE DLR174-F-FRAN-NAME (DLR174-FRAN-IX)
082200         TO DLR174-IP-FRAN-NAME.
082300     MOVE DLR174-W-STORE-NO TO DLR174-IP-STORE.
082400     WRITE INVOICE-LINE FROM DLR174-INV-PARTY.
082500     MOVE DLR174-RUN-CCYYMMDD TO DLR174-ID-INV-DATE.
082600     MOVE DLR174-I-DUE-DATE TO DLR174-ID-DUE-DATE.
082700     MOVE DLR174-BILL-KEY TO DLR174-ID-PERIOD.
082800     WRITE INVOICE-LINE FROM DLR174-INV-DATES.
082900     MOVE DLR174-F-SPAN-START (DLR174-FRAN-IX) TO DLR174-IS-FROM.
083000     MOVE DLR174-MONTH-END-8 TO DLR174-IS-TO.
083100     MOVE DLR174-F-PERIODS (DLR174-FRAN-IX) TO DLR174-IS-PERIODS.
083200     WRITE INVOICE-LINE FROM DLR174-INV-SPAN.
083300     MOVE SPACES TO INVOICE-LINE.
083400     WRITE INVOICE-LINE.
083500     MOVE 'NET SALES EXCLUDING GST' TO DLR174-IA-TEXT.
083600     MOVE SPACES TO DLR174-IA-PCT-X.
083700     MOVE DLR174-F-NET (DLR174-FRAN-IX) TO DLR174-IA-AMOUNT.
083800     WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE.
083900     MOVE 'ROYALTY AT PERCENT' TO DLR174-IA-TEXT.
084000     MOVE DLR174-F-ROYALTY-PCT (DLR174-FRAN-IX) TO DLR174-IA-PCT.
084100     COMPUTE DLR174-IA-AMOUNT =
084200         DLR174-I-ROYALTY - DLR174-I-MIN-ADJ.
084300     WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE.
084400     IF  DLR174-I-MIN-ADJ NOT = ZERO
084500         MOVE 'MINIMUM ROYALTY ADJUSTMENT' TO DLR174-IA-TEXT
084600         MOVE SPACES TO DLR174-IA-PCT-X
084700         MOVE DLR174-I-MIN-ADJ TO DLR174-IA-AMOUNT
084800         WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE
084900     END-IF.
085000     MOVE 'MARKETING LEVY AT PERCENT' TO DLR174-IA-TEXT.
085100     MOVE DLR174-F-LEVY-PCT (DLR174-FRAN-IX) TO DLR174-IA-PCT.
085200     MOVE DLR174-I-LEVY TO DLR174-IA-AMOUNT.
085300     WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE.
085400     MOVE 'GST ON FEES AT PERCENT' TO DLR174-IA-TEXT.
085500     MOVE DLR174-W-RATE-PCT TO DLR174-IA-PCT.
085600     MOVE DLR174-I-GST TO DLR174-IA-AMOUNT.
085700     WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE.
085800     MOVE 'TOTAL PAYABLE' TO DLR174-IA-TEXT.
085900     MOVE SPACES TO DLR174-IA-PCT-X.
086000     MOVE DLR174-I-TOTAL TO DLR174-IA-AMOUNT.
086100     WRITE INVOICE-LINE FROM DLR174-INV-AMOUNT-LINE.
086200     WRITE INVOICE-LINE FROM DLR174-INV-RULE.
086300 3200-EXIT.
086400     EXIT.
086500
086600 3300-WRITE-AR-FEED.
086700     MOVE DLR174-F-FRAN-ID (DLR174-FRAN-IX)
086800         TO DLFRANAR-FRANCHISEE-ID.
086900     MOVE DLR174-I-INVOICE-NO TO DLFRANAR-INVOICE-NO.
087000     MOVE DLR174-F-STORE-NO (DLR174-FRAN-IX) TO DLFRANAR-STORE-NO.
087100     MOVE DLR174-RUN-CCYYMMDD TO DLFRANAR-INVOICE-DATE.
087200     MOVE DLR174-I-DUE-DATE TO DLFRANAR-DUE-DATE.
087300     MOVE DLR174-BILL-KEY TO DLFRANAR-PERIOD-KEY.
087400     MOVE DLR174-F-PERIODS (DLR174-FRAN-IX)
087500         TO DLFRANAR-PERIODS-BILLED.
087600     MOVE DLR174-F-NET (DLR174-FRAN-IX) TO DLFRANAR-NET-SALES.
087700     MOVE DLR174-I-ROYALTY TO DLFRANAR-ROYALTY-AMT.
087800     MOVE DLR174-I-MIN-ADJ TO DLFRANAR-MIN-FEE-ADJ.
087900     MOVE DLR174-I-LEVY TO DLFRANAR-LEVY-AMT.
088000     MOVE DLR174-I-GST TO DLFRANAR-GST-AMT.
088100     MOVE DLR174-I-TOTAL TO DLFRANAR-INVOICE-TOTAL.
088200     WRITE DLFRANAR-RECORD.
088300 3300-EXIT.
088400     EXIT.
088500
088600*    DEBIT THE FRANCHISE RECEIVABLE WITH THE INVOICE TOTAL AND
088700*    CREDIT ROYALTY INCOME, MARKETING LEVY AND GST PAYABLE,
088800*    AGAINST THE AGREEMENT'S COST CENTRE, DATED PERIOD END.
088900 3400-WRITE-JOURNAL.
089000     MOVE DLR174-MONTH-END TO DLGLJRNL-BATCH-DATE.
089100     MOVE DLR174-F-COST-CENTRE (DLR174-FRAN-IX)
089200                                  TO DLGLJRNL-COST-CENTRE.
089300     MOVE ZERO                    TO DLGLJRNL-DEPT-NO.
089400     MOVE ZERO                    TO DLGLJRNL-QTY-SOLD.
089430     MOVE DLR174-F-CCY (DLR174-FRAN-IX)
089460                                      TO DLGLJRNL-ORIG-CCY.
089500     MOVE DLR174-RECEIVABLE-ACCT  TO DLGLJRNL-GL-ACCOUNT.
089600     SET DLGLJRNL-IS-DEBIT        TO TRUE.
089700     MOVE DLR174-I-TOTAL          TO DLGLJRNL-AMOUNT.
089800     MOVE SPACES                  TO DLGLJRNL-NARRATIVE.
089900     STRING 'FRANCHISE ' DLR174-I-INVOICE-NO
090000         DELIMITED BY SIZE INTO DLGLJRNL-NARRATIVE.
090100     PERFORM 3410-WRITE-JOURNAL-REC.
090200     SET DLGLJRNL-IS-CREDIT       TO TRUE.
090300     MOVE DLR174-ROYALTY-ACCT     TO DLGLJRNL-GL-ACCOUNT.
090400     MOVE DLR174-I-ROYALTY        TO DLGLJRNL-AMOUNT.
090500     MOVE 'FRANCHISE ROYALTY'     TO DLGLJRNL-NARRATIVE.
090600     PERFORM 3410-WRITE-JOURNAL-REC.
090700     MOVE DLR174-LEVY-ACCT        TO DLGLJRNL-GL-ACCOUNT.
090800     MOVE DLR174-I-LEVY           TO DLGLJRNL-AMOUNT.
090900     MOVE 'FRANCHISE MARKETING LEVY' TO DLGLJRNL-NARRATIVE.
091000     PERFORM 3410-WRITE-JOURNAL-REC.
091100     MOVE DLR174-GST-PAYABLE-ACCT TO DLGLJRNL-GL-ACCOUNT.
091200     MOVE DLR174-I-GST            TO DLGLJRNL-AMOUNT.
091300     MOVE 'GST ON FRANCHISE FEES' TO DLGLJRNL-NARRATIVE.
091400     PERFORM 3410-WRITE-JOURNAL-REC.
091500 3400-EXIT.
091600     EXIT.
091700
091710*    A FOREIGN STORE'S POSTING ALSO CARRIES ITS AMOUNT IN THE
091720*    STORE'S CURRENCY, AT THE SPAN'S AVERAGE RATE (ORIGINAL OVER
091730*    LOCAL GROSS SALES BILLED).
091800 3410-WRITE-JOURNAL-REC.
091810     MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT.
091820     IF  DLGLJRNL-ORIG-CCY NOT = SPACES
091830     AND DLR174-F-GROSS (DLR174-FRAN-IX) NOT = ZERO
091840         COMPUTE DLGLJRNL-ORIG-AMOUNT ROUNDED =
091850             DLGLJRNL-AMOUNT
091860                 * DLR174-F-ORIG-GROSS (DLR174-FRAN-IX)
091870                 / DLR174-F-GROSS (DLR174-FRAN-IX)
091880     END-IF.
091900     IF  DLGLJRNL-AMOUNT NOT = ZERO
092000         WRITE DLGLJRNL-RECORD
092100         ADD 1 TO DLR174-JOURNALS-WRITTEN
092200         IF  DLGLJRNL-IS-DEBIT
092300             ADD DLGLJRNL-AMOUNT TO DLR174-T-JRNL-DEBITS
092400         ELSE
092500             ADD DLGLJRNL-AMOUNT TO DLR174-T-JRNL-CREDITS
092600         END-IF
092700     END-IF.
092800 3410-EXIT.
092900     EXIT.
093000
093100 3500-WRITE-REGISTER.
093200     MOVE DLR174-F-STORE-NO (DLR174-FRAN-IX) TO DLR174-L-STORE-NO.
093300     MOVE DLR174-F-FRAN-ID (DLR174-FRAN-IX) TO DLR174-L-FRAN-ID.
093400     MOVE DLR174-I-INVOICE-NO TO DLR174-L-INVOICE-NO.
093500     MOVE DLR174-F-PERIODS (DLR174-FRAN-IX) TO DLR174-L-PERIODS.
093600     MOVE DLR174-F-NET (DLR174-FRAN-IX) TO DLR174-L-NET.
093700     MOVE DLR174-I-ROYALTY TO DLR174-L-ROYALTY.
093800     MOVE DLR174-I-MIN-ADJ TO DLR174-L-MIN-ADJ.
093900     MOVE DLR174-I-LEVY TO DLR174-L-LEVY.
094000     MOVE DLR174-I-GST TO DLR174-L-GST.
094100     MOVE DLR174-I-TOTAL TO DLR174-L-TOTAL.
094200     WRITE BILLING-LINE FROM DLR174-DETAIL-LINE.
094300     ADD DLR174-F-NET (DLR174-FRAN-IX) TO DLR174-T-NET.
094400     ADD DLR174-F-GROSS (DLR174-FRAN-IX) TO DLR174-T-GROSS-BILLED.
094500     ADD DLR174-I-ROYALTY TO DLR174-T-ROYALTY.
094600     ADD DLR174-I-LEVY TO DLR174-T-LEVY.
094700     ADD DLR174-I-GST TO DLR174-T-GST.
094800     ADD DLR174-I-TOTAL TO DLR174-T-TOTAL.
094900 3500-EXIT.
095000     EXIT.
095100
095200*    THE JOURNAL MUST BALANCE AND THE RECEIVABLE MUST EQUAL
095300*    THE INVOICES RAISED.
095400 6000-RECONCILE.
095500     MOVE SPACES TO DLR174-CONTROL-LINE.
095600     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
095700     MOVE 'GROSS FRANCHISE SALES BILLED' TO DLR174-K-LABEL.
095800     MOVE DLR174-T-GROSS-BILLED TO DLR174-K-AMOUNT.
095900     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
096000     MOVE 'NET SALES BILLED' TO DLR174-K-LABEL.
096100     MOVE DLR174-T-NET TO DLR174-K-AMOUNT.
096200     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
096300     MOVE 'ROYALTY INCLUDING MINIMUM ADJUSTMENT'
096350         TO DLR174-K-LABEL.
096400     MOVE DLR174-T-ROYALTY TO DLR174-K-AMOUNT.
096500     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
096600     MOVE 'MARKETING LEVY' TO DLR174-K-LABEL.
096700     MOVE DLR174-T-LEVY TO DLR174-K-AMOUNT.
096800     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
096900     MOVE 'GST ON FEES' TO DLR174-K-LABEL.
097000     MOVE DLR174-T-GST TO DLR174-K-AMOUNT.
097100     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
097200     MOVE 'TOTAL INVOICED' TO DLR174-K-LABEL.
097300     MOVE DLR174-T-TOTAL TO DLR174-K-AMOUNT.
097400     IF  DLR174-T-TOTAL = DLR174-T-JRNL-DEBITS
097500         MOVE 'AGREES TO JOURNAL' TO DLR174-K-STATUS
097600     ELSE
097700         MOVE '*OUT OF BALANCE' TO DLR174-K-STATUS
097800         MOVE 8 TO RETURN-CODE
097900     END-IF.
098000     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
098100     MOVE SPACES TO DLR174-K-STATUS.
098200     MOVE 'JOURNAL CREDITS' TO DLR174-K-LABEL.
098300     MOVE DLR174-T-JRNL-CREDITS TO DLR174-K-AMOUNT.
098400     IF  DLR174-T-JRNL-CREDITS = DLR174-T-JRNL-DEBITS
098500         MOVE 'BALANCED' TO DLR174-K-STATUS
098600     ELSE
098700         MOVE '*OUT OF BALANCE' TO DLR174-K-STATUS
098800         MOVE 8 TO RETURN-CODE
098900     END-IF.
099000     WRITE BILLING-LINE FROM DLR174-CONTROL-LINE.
099100 6000-EXIT.
099200     EXIT.
099300
099400 9000-TERMINATE.
099500     DISPLAY 'DLR174 DTAR020 RECORDS READ    = '
099600         DLR174-RECORDS-READ.
099700     DISPLAY 'DLR174 RECORDS OUTSIDE SPAN    = '
099800         DLR174-RECORDS-OUT-SPAN.
099900     DISPLAY 'DLR174 COMPANY-STORE RECORDS   = '
100000         DLR174-RECORDS-COMPANY.
100100     DISPLAY 'DLR174 FRANCHISE RECORDS       = '
100200         DLR174-RECORDS-BILLED.
100300     DISPLAY 'DLR174 TAXABLE WITH NO RATE    = '
100400         DLR174-NO-RATE-COUNT.
100410     DISPLAY 'DLR174 FOREIGN WITH NO FX RATE = '
100420         DLR174-NO-FX-RATE-COUNT.
100500     DISPLAY 'DLR174 DEPT NOT ON DLDEPTMF    = '
100600         DLR174-UNKNOWN-DEPT.
100700     DISPLAY 'DLR174 AGREEMENTS READ         = '
100800         DLR174-AGREEMENTS-READ.
100900     DISPLAY 'DLR174 AGREEMENTS NOT DUE      = '
101000         DLR174-NOT-DUE-COUNT.
101100     DISPLAY 'DLR174 NIL INVOICES SKIPPED    = '
101200         DLR174-NIL-INVOICES.
101300     DISPLAY 'DLR174 INVOICES RAISED         = '
101400         DLR174-INVOICES-WRITTEN.
101500     DISPLAY 'DLR174 JOURNAL RECORDS WRITTEN = '
101600         DLR174-JOURNALS-WRITTEN.
101700     IF  DLR174-AGREEMENTS-DROPPED > ZERO
101800         DISPLAY 'DLR174 AGREEMENT TABLE FULL - DROPPED = '
101900             DLR174-AGREEMENTS-DROPPED
102000     END-IF.
102100     IF  RETURN-CODE = ZERO
102200     AND (DLR174-NO-RATE-COUNT > ZERO
102300       OR DLR174-UNKNOWN-DEPT > ZERO
102350      OR DLR174-NO-FX-RATE-COUNT > ZERO
102400       OR DLR174-AGREEMENTS-DROPPED > ZERO)
102500         MOVE 4 TO RETURN-CODE
102600     END-IF.
102700     CLOSE DTAR020-FILE
102800           INVOICE-PRINT
102900           AR-FEED-FILE
103000           GL-JOURNAL-FILE
103100           BILLING-REPORT.
103200 9000-EXIT.
103300     EXIT.
