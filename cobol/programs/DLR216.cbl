000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR216.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR216 - AML THRESHOLD TRANSACTION REPORTING AND CASH        *
001000*             STRUCTURING DETECTION                              *
001100*                                                                *
001200*   READS THE AQTRANS CASH DEPOSITS AND WITHDRAWALS (PRODUCT     *
001300*   TRANSACTION TYPE DEP / WDL; CHEQUE DEPOSITS EXCLUDED) AND    *
001400*   VALUES EACH IN LOCAL CURRENCY THROUGH DLCCYATT AND DLFXRATE. *
001500*   EVERY ONE AT OR ABOVE THE STATUTORY THRESHOLD GOES ON THE    *
001600*   DLAMLCTR THRESHOLD TRANSACTION REPORT FILE FOR THE           *
001700*   REGULATOR. THOSE BELOW IT ARE HELD ON THE DLAMLTXN ROLLING   *
001800*   WINDOW AND TESTED FOR STRUCTURING -                          *
001900*     RULE A - TWO OR MORE ON ONE TRANS-ACC-NO INSIDE THE        *
002000*              WINDOW ADDING UP TO THE THRESHOLD OR MORE;        *
002100*     RULE B - NEAR-THRESHOLD ONES (AT OR ABOVE NEAR-PCT OF THE  *
002200*              THRESHOLD) ON TWO OR MORE ACCOUNTS AT ONE BRANCH  *
002300*              INSIDE THE WINDOW ADDING UP TO THE THRESHOLD.     *
002400*   A PATTERN GOES ON THE SUSPICIOUS-MATTER REVIEW WORKLIST      *
002500*   WITH ITS CONTRIBUTING TRANSACTIONS AND OPENS A DLAMLCAS      *
002600*   CASE; THE ANALYST'S DECISION CARD CLOSES IT, AND THE SAME    *
002700*   PATTERN IS NOT RAISED AGAIN UNTIL NEW ACTIVITY IS ADDED.     *
002800*   THRESHOLD, WINDOW DAYS AND NEAR-PCT ARE DLPARAMM VALUES.     *
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
004100     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT DECISION-CARDS    ASSIGN TO AMLDECN
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT WINDOW-STORE      ASSIGN TO DLAMLTXN
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS DLAMLTXN-KEY.
005500     SELECT CASE-REGISTER     ASSIGN TO DLAMLCAS
005600                              ORGANIZATION IS INDEXED
005700                              ACCESS MODE IS DYNAMIC
005800                              RECORD KEY IS DLAMLCAS-KEY.
005900     SELECT THRESHOLD-FILE    ASSIGN TO AMLCTR
006000                              ORGANIZATION IS SEQUENTIAL.
006100     SELECT REVIEW-REPORT     ASSIGN TO AMLRVRPT
006200                              ORGANIZATION IS SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  AQTRANS-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800     COPY AQTRANS.
006900 FD  PARAM-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  DLPARAMM-RECORD.
007300     COPY DLPARAMM.
007400 FD  CCY-ATTR-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLCCYATT-RECORD.
007800     COPY DLCCYATT.
007900 FD  FXRATE-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLFXRATE-RECORD.
008300     COPY DLFXRATE.
008400 FD  DECISION-CARDS
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DECISION-CARD-REC.
008800     05  ADC-RULE                PIC X(01).
008900         88  ADC-ACCOUNT-RULE           VALUE 'A'.
009000         88  ADC-BRANCH-RULE            VALUE 'B'.
009100     05  ADC-SUBJECT             PIC X(20).
009200     05  ADC-DECISION            PIC X(01).
009300         88  ADC-CLEAR                  VALUE 'C'.
009400         88  ADC-SMR-LODGED             VALUE 'S'.
009500     05  ADC-ANALYST-ID          PIC X(08).
009600     05  ADC-DECISION-DATE       PIC 9(08).
009700     05  ADC-NOTE                PIC X(30).
009800     05  FILLER                  PIC X(12).
009900 FD  WINDOW-STORE
010000     LABEL RECORDS ARE STANDARD.
010100 01  DLAMLTXN-RECORD.
010200     COPY DLAMLTXN.
010300 FD  CASE-REGISTER
010400     LABEL RECORDS ARE STANDARD.
010500 01  DLAMLCAS-RECORD.
010600     COPY DLAMLCAS.
010700 FD  THRESHOLD-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  DLAMLCTR-RECORD.
011100     COPY DLAMLCTR.
011200 FD  REVIEW-REPORT
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500 01  REVIEW-LINE                 PIC X(132).
011600 WORKING-STORAGE SECTION.
011700 01  DLR216-SWITCHES.
011800     05  DLR216-EOF-SW            PIC X(01)  VALUE 'N'.
011900         88  DLR216-EOF                      VALUE 'Y'.
012000     05  DLR216-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
012100         88  DLR216-PARM-EOF                 VALUE 'Y'.
012200     05  DLR216-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
012300         88  DLR216-ATT-EOF                  VALUE 'Y'.
012400     05  DLR216-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
012500         88  DLR216-RATE-EOF                 VALUE 'Y'.
012600     05  DLR216-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
012700         88  DLR216-CARD-EOF                 VALUE 'Y'.
012800     05  DLR216-STORE-EOF-SW      PIC X(01)  VALUE 'N'.
012900         88  DLR216-STORE-EOF                VALUE 'Y'.
013000     05  DLR216-CASH-SW           PIC X(01)  VALUE 'N'.
013100         88  DLR216-CASH-TXN                 VALUE 'Y'.
013200     05  DLR216-FOUND-SW          PIC X(01)  VALUE 'N'.
013300         88  DLR216-FOUND                    VALUE 'Y'.
013400     05  DLR216-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
013500         88  DLR216-RATE-FOUND               VALUE 'Y'.
013600     05  DLR216-RAISED-SW         PIC X(01)  VALUE 'N'.
013700         88  DLR216-RAISED                   VALUE 'Y'.
013800 01  DLR216-CONSTANTS.
013900     05  DLR216-LOCAL-CCY         PIC X(03)  VALUE 'SGD'.
014000     05  DLR216-ENTITY-ID         PIC X(10)  VALUE 'IMLFC00001'.
014100*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
014200*    THRESHOLD IS IN WHOLE UNITS OF LOCAL CURRENCY.
014300 01  DLR216-PARAMETERS.
014400     05  DLR216-THRESHOLD         PIC 9(09)  VALUE 20000.
014500     05  DLR216-WINDOW-DAYS       PIC 9(09)  VALUE 7.
014600     05  DLR216-NEAR-PCT          PIC 9(09)  VALUE 80.
014700 01  DLR216-BEST-EFF-DATES.
014800     05  DLR216-BEST-EFF-THRESH   PIC 9(08)  VALUE ZERO.
014900     05  DLR216-BEST-EFF-WINDOW   PIC 9(08)  VALUE ZERO.
015000     05  DLR216-BEST-EFF-NEAR     PIC 9(08)  VALUE ZERO.
015100 01  DLR216-RUN-DATE-FIELDS.
015200     05  DLR216-RUN-DATE          PIC 9(08)  VALUE ZERO.
015300     05  DLR216-WINDOW-FROM       PIC 9(08)  VALUE ZERO.
015400     05  DLR216-DAY-NO            PIC S9(09)   COMP.
015500     05  DLR216-NEAR-FLOOR        PIC S9(13)V99 COMP-3.
015600*    CURRENCY ATTRIBUTES - DECIMALS TO SCALE AQTRANS MINOR UNITS.
015700 01  DLR216-ATT-CONTROL.
015800     05  DLR216-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
015900 01  DLR216-ATT-TABLE.
016000     05  DLR216-ATT-ENTRY OCCURS 50 TIMES
016100                          INDEXED BY DLR216-ATT-IX.
016200         10  DLR216-A-CCY         PIC X(03).
016300         10  DLR216-A-DECIMALS    PIC 9(01).
016400 01  DLR216-CCY-FIELDS.
016500     05  DLR216-CCY               PIC X(03).
016600     05  DLR216-CCY-DECIMALS      PIC 9(01).
016700     05  DLR216-SCALE-DIVISOR     PIC 9(06).
016800 01  DLR216-RATE-CONTROL.
016900     05  DLR216-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
017000     05  DLR216-BEST-EFF-DATE     PIC 9(08)  VALUE ZERO.
017100     05  DLR216-RATE-USED         PIC S9(7)V9(10) COMP-3.
017200 01  DLR216-RATE-TABLE.
017300     05  DLR216-RATE-ENTRY OCCURS 200 TIMES
017400                           INDEXED BY DLR216-RX.
017500         10  DLR216-R-CCY         PIC X(03).
017600         10  DLR216-R-EFF-DATE    PIC 9(08).
017700         10  DLR216-R-RATE        PIC S9(7)V9(10) COMP-3.
017800 01  DLR216-TXN-FIELDS.
017900     05  DLR216-TXN-DATE          PIC 9(08).
018000     05  DLR216-DIRECTION         PIC X(01).
018100     05  DLR216-RAW-AMOUNT        PIC S9(15)     COMP-3.
018200     05  DLR216-AMOUNT            PIC S9(13)V99 COMP-3.
018300     05  DLR216-LOCAL-AMT         PIC S9(13)V99 COMP-3.
018400*    ONE ACCOUNT'S WINDOW ACTIVITY, HELD WHILE THE STORE IS READ
018500*    SO THE CONTRIBUTING TRANSACTIONS CAN BE LISTED.
018600 01  DLR216-GROUP-FIELDS.
018700     05  DLR216-G-ACC-NO          PIC X(20).
018800     05  DLR216-G-COUNT           PIC S9(05)  COMP-3.
018900     05  DLR216-G-TOTAL           PIC S9(13)V99 COMP-3.
019000     05  DLR216-G-FROM            PIC 9(08).
019100     05  DLR216-G-TO              PIC 9(08).
019200     05  DLR216-G-MAX-LOADED      PIC 9(08).
019300     05  DLR216-G-LIST-COUNT      PIC S9(04)  COMP.
019400 01  DLR216-GROUP-TABLE.
019500     05  DLR216-G-ENTRY OCCURS 200 TIMES
019600                        INDEXED BY DLR216-GX.
019700         10  DLR216-G-BRANCH      PIC X(04).
019800         10  DLR216-G-DEP-NO      PIC X(11).
019900         10  DLR216-G-TRANS-REF   PIC X(13).
020000         10  DLR216-G-TXN-DATE    PIC 9(08).
020100         10  DLR216-G-TRNTYP      PIC X(04).
020200         10  DLR216-G-CCY         PIC X(03).
020300         10  DLR216-G-AMOUNT      PIC S9(13)V99 COMP-3.
020400         10  DLR216-G-LOCAL-AMT   PIC S9(13)V99 COMP-3.
020500*    EVERY NEAR-THRESHOLD WINDOW TRANSACTION, FOR RULE B. THE
020600*    STORE IS READ IN ACCOUNT ORDER, SO A BRANCH'S ACCOUNTS
020700*    ARRIVE IN ORDER AND ARE COUNTED ON A CHANGE OF ACCOUNT.
020800 01  DLR216-NEAR-CONTROL.
020900     05  DLR216-NEAR-COUNT        PIC S9(04)  COMP  VALUE ZERO.
021000 01  DLR216-NEAR-TABLE.
021100     05  DLR216-N-ENTRY OCCURS 2000 TIMES
021200                        INDEXED BY DLR216-NX.
021300         10  DLR216-N-BRANCH      PIC X(04).
021400         10  DLR216-N-ACC-NO      PIC X(20).
021500         10  DLR216-N-DEP-NO      PIC X(11).
021600         10  DLR216-N-TRANS-REF   PIC X(13).
021700         10  DLR216-N-TXN-DATE    PIC 9(08).
021800         10  DLR216-N-TRNTYP      PIC X(04).
021900         10  DLR216-N-CCY         PIC X(03).
022000         10  DLR216-N-AMOUNT      PIC S9(13)V99 COMP-3.
022100         10  DLR216-N-LOCAL-AMT   PIC S9(13)V99 COMP-3.
022200         10  DLR216-N-LOADED      PIC 9(08).
022300 01  DLR216-BRANCH-CONTROL.
022400     05  DLR216-BRANCH-COUNT      PIC S9(04)  COMP  VALUE ZERO.
022500 01  DLR216-BRANCH-TABLE.
022600     05  DLR216-B-ENTRY OCCURS 500 TIMES
022700                        INDEXED BY DLR216-BX.
022800         10  DLR216-B-BRANCH      PIC X(04).
022900         10  DLR216-B-COUNT       PIC S9(05)  COMP-3.
023000         10  DLR216-B-ACCOUNTS    PIC S9(05)  COMP-3.
023100         10  DLR216-B-LAST-ACC    PIC X(20).
023200         10  DLR216-B-TOTAL       PIC S9(13)V99 COMP-3.
023300         10  DLR216-B-FROM        PIC 9(08).
023400         10  DLR216-B-TO          PIC 9(08).
023500         10  DLR216-B-MAX-LOADED  PIC 9(08).
023600*    THE PATTERN BEING PUT TO THE CASE REGISTER.
023700 01  DLR216-PATTERN.
023800     05  DLR216-P-RULE            PIC X(01).
023900     05  DLR216-P-SUBJECT         PIC X(20).
024000     05  DLR216-P-COUNT           PIC S9(05)  COMP-3.
024100     05  DLR216-P-TOTAL           PIC S9(13)V99 COMP-3.
024200     05  DLR216-P-FROM            PIC 9(08).
024300     05  DLR216-P-TO              PIC 9(08).
024400     05  DLR216-P-MAX-LOADED      PIC 9(08).
024500 01  DLR216-REJECT-REASON         PIC X(30).
024600 01  DLR216-THRESHOLD-TOTAL       PIC S9(15)V99 COMP-3
024700                                              VALUE ZERO.
024800 01  DLR216-COUNTERS.
024900     05  DLR216-TRANS-READ        PIC 9(09)  VALUE ZERO.
025000     05  DLR216-CASH-TXNS         PIC 9(07)  VALUE ZERO.
025100     05  DLR216-CHEQUES-EXCLUDED  PIC 9(07)  VALUE ZERO.
025200     05  DLR216-THRESHOLD-TXNS    PIC 9(07)  VALUE ZERO.
025300     05  DLR216-NEWLY-HELD        PIC 9(07)  VALUE ZERO.
025400     05  DLR216-ALREADY-HELD      PIC 9(07)  VALUE ZERO.
025500     05  DLR216-BEFORE-WINDOW     PIC 9(07)  VALUE ZERO.
025600     05  DLR216-AGED-OUT          PIC 9(07)  VALUE ZERO.
025700     05  DLR216-ACCOUNT-PATTERNS  PIC 9(07)  VALUE ZERO.
025800     05  DLR216-BRANCH-PATTERNS   PIC 9(07)  VALUE ZERO.
025900     05  DLR216-CASES-RAISED      PIC 9(07)  VALUE ZERO.
026000     05  DLR216-NO-NEW-ACTIVITY   PIC 9(07)  VALUE ZERO.
026100     05  DLR216-CARDS-APPLIED     PIC 9(07)  VALUE ZERO.
026200     05  DLR216-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
026300     05  DLR216-NO-RATE           PIC 9(07)  VALUE ZERO.
026400     05  DLR216-TABLE-FULL        PIC 9(07)  VALUE ZERO.
026500 01  DLR216-HEADING-1.
026600     05  FILLER                   PIC X(53)  VALUE
026700         'DLR216 - AML THRESHOLD AND STRUCTURING REVIEW    RUN '.
026800     05  DLR216-H-RUN-DATE        PIC 9(08).
026900 01  DLR216-HEADING-2.
027000     05  FILLER                   PIC X(10)  VALUE 'THRESHOLD '.
027100     05  DLR216-H-THRESHOLD       PIC ZZZ,ZZZ,ZZ9.
027200     05  FILLER                   PIC X(01)  VALUE SPACE.
027300     05  DLR216-H-LOCAL-CCY       PIC X(03).
027400     05  FILLER                   PIC X(09)  VALUE '  WINDOW '.
027500     05  DLR216-H-WINDOW-FROM     PIC 9(08).
027600     05  FILLER                   PIC X(01)  VALUE '-'.
027700     05  DLR216-H-WINDOW-TO       PIC 9(08).
027800     05  FILLER                   PIC X(12)  VALUE
027900         '  NEAR-PCT  '.
028000     05  DLR216-H-NEAR-PCT        PIC ZZ9.
028100 01  DLR216-HEADING-3.
028200     05  FILLER                   PIC X(40)  VALUE
028300         'ANALYST DECISIONS REJECTED'.
028400 01  DLR216-HEADING-4.
028500     05  FILLER                   PIC X(40)  VALUE
028600         'THRESHOLD TRANSACTIONS REPORTED'.
028700 01  DLR216-HEADING-5.
028800     05  FILLER                   PIC X(40)  VALUE
028900         '    BRCH ACCOUNT NO           DEPOSIT NO'.
029000     05  FILLER                   PIC X(40)  VALUE
029100         '  TRANS REF     DATE     TYPE CCY       '.
029200     05  FILLER                   PIC X(25)  VALUE
029300         '   AMOUNT    LOCAL AMOUNT'.
029400 01  DLR216-HEADING-6.
029500     05  FILLER                   PIC X(40)  VALUE
029600         'SUSPICIOUS-MATTER REVIEW WORKLIST'.
029700 01  DLR216-REJECT-LINE.
029800     05  DLR216-R-CARD            PIC X(80).
029900     05  FILLER                   PIC X(01)  VALUE SPACES.
030000     05  DLR216-R-REASON          PIC X(30).
030100 01  DLR216-TXN-LINE.
030200     05  FILLER                   PIC X(04)  VALUE SPACES.
030300     05  DLR216-T-BRANCH          PIC X(04).
030400     05  FILLER                   PIC X(01)  VALUE SPACES.
030500     05  DLR216-T-ACC-NO          PIC X(20).
030600     05  FILLER                   PIC X(01)  VALUE SPACES.
030700     05  DLR216-T-DEP-NO          PIC X(11).
030800     05  FILLER                   PIC X(01)  VALUE SPACES.
030900     05  DLR216-T-TRANS-REF       PIC X(13).
031000     05  FILLER                   PIC X(01)  VALUE SPACES.
031100     05  DLR216-T-TXN-DATE        PIC 9(08).
031200     05  FILLER                   PIC X(01)  VALUE SPACES.
031300     05  DLR216-T-TRNTYP          PIC X(04).
031400     05  FILLER                   PIC X(01)  VALUE SPACES.
031500     05  DLR216-T-CCY             PIC X(03).
031600     05  FILLER                   PIC X(01)  VALUE SPACES.
031700     05  DLR216-T-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
031800     05  FILLER                   PIC X(01)  VALUE SPACES.
031900     05  DLR216-T-LOCAL-AMT       PIC -ZZZ,ZZZ,ZZ9.99.
032000 01  DLR216-CASE-LINE.
032100     05  DLR216-C-RULE-DESC       PIC X(22).
032200     05  FILLER                   PIC X(01)  VALUE SPACES.
032300     05  DLR216-C-SUBJECT         PIC X(20).
032400     05  FILLER                   PIC X(08)  VALUE ' WINDOW '.
032500     05  DLR216-C-FROM            PIC 9(08).
032600     05  FILLER                   PIC X(01)  VALUE '-'.
032700     05  DLR216-C-TO              PIC 9(08).
032800     05  FILLER                   PIC X(06)  VALUE ' TXNS '.
032900     05  DLR216-C-COUNT           PIC ZZZZ9.
033000     05  FILLER                   PIC X(07)  VALUE ' TOTAL '.
033100     05  DLR216-C-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
033200     05  FILLER                   PIC X(01)  VALUE SPACES.
033300     05  DLR216-C-NOTE            PIC X(26).
033400 01  DLR216-TOTAL-LINE.
033500     05  DLR216-T-LABEL           PIC X(40).
033600     05  DLR216-T-COUNT           PIC ZZZZZZZZ9.
033700 01  DLR216-VALUE-TOTAL-LINE.
033800     05  DLR216-T-V-LABEL         PIC X(40).
033900     05  DLR216-T-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
034000 01  DLR216-BLANK-LINE            PIC X(01)  VALUE SPACE.
034100 PROCEDURE DIVISION.
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALIZE.
034400     PERFORM 2000-PROCESS-TRANS
034500         UNTIL DLR216-EOF.
034600     PERFORM 3000-DETECT-STRUCTURING.
034700     PERFORM 8000-PRINT-TOTALS.
034800     PERFORM 9000-TERMINATE.
034900     STOP RUN.
035000
035100 1000-INITIALIZE.
035200     ACCEPT DLR216-RUN-DATE FROM DATE YYYYMMDD.
035300     PERFORM 1100-LOAD-PARAMETERS.
035400     IF  DLR216-WINDOW-DAYS = ZERO
035500         MOVE 1 TO DLR216-WINDOW-DAYS
035600     END-IF.
035700     COMPUTE DLR216-DAY-NO =
035800         FUNCTION INTEGER-OF-DATE (DLR216-RUN-DATE)
035900         - DLR216-WINDOW-DAYS + 1.
036000     COMPUTE DLR216-WINDOW-FROM =
036100         FUNCTION DATE-OF-INTEGER (DLR216-DAY-NO).
036200     COMPUTE DLR216-NEAR-FLOOR =
036300         DLR216-THRESHOLD * DLR216-NEAR-PCT / 100.
036400     PERFORM 1200-LOAD-CCY-ATTRS.
036500     PERFORM 1300-LOAD-RATES.
036600     OPEN INPUT  AQTRANS-FILE.
036700     OPEN I-O    WINDOW-STORE.
036800     OPEN I-O    CASE-REGISTER.
036900     OPEN OUTPUT THRESHOLD-FILE.
037000     OPEN OUTPUT REVIEW-REPORT.
037100     MOVE DLR216-RUN-DATE    TO DLR216-H-RUN-DATE.
037200     MOVE DLR216-THRESHOLD   TO DLR216-H-THRESHOLD.
037300     MOVE DLR216-LOCAL-CCY   TO DLR216-H-LOCAL-CCY.
037400     MOVE DLR216-WINDOW-FROM TO DLR216-H-WINDOW-FROM.
037500     MOVE DLR216-RUN-DATE    TO DLR216-H-WINDOW-TO.
037600     MOVE DLR216-NEAR-PCT    TO DLR216-H-NEAR-PCT.
037700     WRITE REVIEW-LINE FROM DLR216-HEADING-1.
037800     WRITE REVIEW-LINE FROM DLR216-HEADING-2.
037900     WRITE REVIEW-LINE FROM DLR216-BLANK-LINE.
038000     WRITE REVIEW-LINE FROM DLR216-HEADING-3.
038100     PERFORM 1400-APPLY-DECISIONS.
038200     MOVE SPACES             TO DLAMLCTR-RECORD.
038300     SET DLAMLCTR-HEADER     TO TRUE.
038400     MOVE DLR216-ENTITY-ID   TO DLAMLCTR-H-ENTITY-ID.
038500     MOVE DLR216-RUN-DATE    TO DLAMLCTR-H-REPORT-DATE.
038600     MOVE DLR216-THRESHOLD   TO DLAMLCTR-H-THRESHOLD.
038700     MOVE DLR216-LOCAL-CCY   TO DLAMLCTR-H-LOCAL-CCY.
038800     WRITE DLAMLCTR-RECORD.
038900     WRITE REVIEW-LINE FROM DLR216-BLANK-LINE.
039000     WRITE REVIEW-LINE FROM DLR216-HEADING-4.
039100     WRITE REVIEW-LINE FROM DLR216-HEADING-5.
039200     PERFORM 2100-READ-AQTRANS.
039300 1000-EXIT.
039400     EXIT.
039500
039600*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
039700*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
039800 1100-LOAD-PARAMETERS.
039900     OPEN INPUT PARAM-FILE.
040000     PERFORM 1110-READ-PARAM.
040100     PERFORM 1120-TEST-ONE-PARAM
040200         UNTIL DLR216-PARM-EOF.
040300     CLOSE PARAM-FILE.
040400 1100-EXIT.
040500     EXIT.
040600
040700 1110-READ-PARAM.
040800     READ PARAM-FILE
040900         AT END
041000             MOVE 'Y' TO DLR216-PARM-EOF-SW
041100     END-READ.
041200 1110-EXIT.
041300     EXIT.
041400
041500 1120-TEST-ONE-PARAM.
041600     IF  DLPARAMM-JOB-NAME = 'DLR216  '
041700     AND DLPARAMM-EFF-FROM <= DLR216-RUN-DATE
041800         EVALUATE TRUE
041900             WHEN DLPARAMM-PARAM-NAME = 'CTR-THRESHLD'
042000             AND  DLPARAMM-EFF-FROM >= DLR216-BEST-EFF-THRESH
042100                 MOVE DLPARAMM-EFF-FROM
042200                     TO DLR216-BEST-EFF-THRESH
042300                 MOVE DLPARAMM-PARAM-VALUE
042400                     TO DLR216-THRESHOLD
042500             WHEN DLPARAMM-PARAM-NAME = 'WINDOW-DAYS '
042600             AND  DLPARAMM-EFF-FROM >= DLR216-BEST-EFF-WINDOW
042700                 MOVE DLPARAMM-EFF-FROM
042800                     TO DLR216-BEST-EFF-WINDOW
042900                 MOVE DLPARAMM-PARAM-VALUE
043000                     TO DLR216-WINDOW-DAYS
043100             WHEN DLPARAMM-PARAM-NAME = 'NEAR-PCT    '
043200             AND  DLPARAMM-EFF-FROM >= DLR216-BEST-EFF-NEAR
043300                 MOVE DLPARAMM-EFF-FROM
043400                     TO DLR216-BEST-EFF-NEAR
043500                 MOVE DLPARAMM-PARAM-VALUE
043600                     TO DLR216-NEAR-PCT
043700             WHEN OTHER
043800                 CONTINUE
043900         END-EVALUATE
044000     END-IF.
044100     PERFORM 1110-READ-PARAM.
044200 1120-EXIT.
044300     EXIT.
044400
044500 1200-LOAD-CCY-ATTRS.
044600     OPEN INPUT CCY-ATTR-FILE.
044700     PERFORM 1210-READ-CCY-ATTR.
044800     PERFORM 1220-HOLD-ONE-CCY-ATTR
044900         UNTIL DLR216-ATT-EOF.
045000     CLOSE CCY-ATTR-FILE.
045100 1200-EXIT.
045200     EXIT.
045300
045400 1210-READ-CCY-ATTR.
045500     READ CCY-ATTR-FILE
045600         AT END
045700             MOVE 'Y' TO DLR216-ATT-EOF-SW
045800     END-READ.
045900 1210-EXIT.
046000     EXIT.
046100
046200 1220-HOLD-ONE-CCY-ATTR.
046300     IF  DLR216-ATT-COUNT < 50
046400         ADD 1 TO DLR216-ATT-COUNT
046500         SET DLR216-ATT-IX TO DLR216-ATT-COUNT
046600         MOVE DLCCYATT-CCY
046700             TO DLR216-A-CCY (DLR216-ATT-IX)
046800         MOVE DLCCYATT-DECIMALS
046900             TO DLR216-A-DECIMALS (DLR216-ATT-IX)
047000     END-IF.
047100     PERFORM 1210-READ-CCY-ATTR.
047200 1220-EXIT.
047300     EXIT.
047400
047500 1300-LOAD-RATES.
047600     OPEN INPUT FXRATE-FILE.
047700     PERFORM 1310-READ-RATE.
047800     PERFORM 1320-HOLD-ONE-RATE
047900         UNTIL DLR216-RATE-EOF.
048000     CLOSE FXRATE-FILE.
048100 1300-EXIT.
048200     EXIT.
048300
048400 1310-READ-RATE.
048500     READ FXRATE-FILE
048600         AT END
048700             MOVE 'Y' TO DLR216-RATE-EOF-SW
048800     END-READ.
048900 1310-EXIT.
049000     EXIT.
049100
049200 1320-HOLD-ONE-RATE.
049300     IF  DLR216-RATE-COUNT < 200
049400     AND DLFXRATE-EFF-DATE <= DLR216-RUN-DATE
049500         ADD 1 TO DLR216-RATE-COUNT
049600         SET DLR216-RX TO DLR216-RATE-COUNT
049700         MOVE DLFXRATE-CCY      TO DLR216-R-CCY (DLR216-RX)
049800         MOVE DLFXRATE-EFF-DATE TO DLR216-R-EFF-DATE (DLR216-RX)
049900         MOVE DLFXRATE-RATE     TO DLR216-R-RATE (DLR216-RX)
050000     END-IF.
050100     PERFORM 1310-READ-RATE.
050200 1320-EXIT.
050300     EXIT.
050400
050500*    THE ANALYSTS' DECISIONS ARE APPLIED BEFORE THE DAY'S
050600*    PATTERNS ARE TESTED, SO A CASE DECIDED TODAY IS ONLY
050700*    RAISED AGAIN FOR ACTIVITY NOT ALREADY IN IT.
050800 1400-APPLY-DECISIONS.
050900     OPEN INPUT DECISION-CARDS.
051000     PERFORM 1410-READ-CARD.
051100     PERFORM 1420-APPLY-ONE-CARD
051200         UNTIL DLR216-CARD-EOF.
051300     CLOSE DECISION-CARDS.
051400 1400-EXIT.
051500     EXIT.
051600
051700 1410-READ-CARD.
051800     READ DECISION-CARDS
051900         AT END
052000             MOVE 'Y' TO DLR216-CARD-EOF-SW
052100     END-READ.
052200 1410-EXIT.
052300     EXIT.
052400
052500 1420-APPLY-ONE-CARD.
052600     MOVE SPACES TO DLR216-REJECT-REASON.
052700     EVALUATE TRUE
052800         WHEN NOT ADC-ACCOUNT-RULE
052900         AND  NOT ADC-BRANCH-RULE
053000             MOVE 'RULE NOT A OR B' TO DLR216-REJECT-REASON
053100         WHEN NOT ADC-CLEAR
053200         AND  NOT ADC-SMR-LODGED
053300             MOVE 'DECISION NOT C OR S' TO DLR216-REJECT-REASON
053400         WHEN ADC-ANALYST-ID = SPACES
053500             MOVE 'NO ANALYST ID' TO DLR216-REJECT-REASON
053600         WHEN OTHER
053700             MOVE ADC-RULE    TO DLAMLCAS-RULE
053800             MOVE ADC-SUBJECT TO DLAMLCAS-SUBJECT
053900             READ CASE-REGISTER
054000                 INVALID KEY
054100                     MOVE 'NO SUCH CASE ON THE REGISTER'
054200                         TO DLR216-REJECT-REASON
054300             END-READ
054400     END-EVALUATE.
054500     IF  DLR216-REJECT-REASON = SPACES
054600         MOVE ADC-DECISION   TO DLAMLCAS-STATUS
054700         MOVE ADC-ANALYST-ID TO DLAMLCAS-ANALYST-ID
054800         MOVE ADC-NOTE       TO DLAMLCAS-DECISION-NOTE
054900         IF  ADC-DECISION-DATE NUMERIC
055000         AND ADC-DECISION-DATE > ZERO
055100             MOVE ADC-DECISION-DATE TO DLAMLCAS-DECISION-DATE
055200         ELSE
055300             MOVE DLR216-RUN-DATE   TO DLAMLCAS-DECISION-DATE
055400         END-IF
055500         REWRITE DLAMLCAS-RECORD
055600         ADD 1 TO DLR216-CARDS-APPLIED
055700     ELSE
055800         ADD 1 TO DLR216-CARDS-REJECTED
055900         MOVE DECISION-CARD-REC    TO DLR216-R-CARD
056000         MOVE DLR216-REJECT-REASON TO DLR216-R-REASON
056100         WRITE REVIEW-LINE FROM DLR216-REJECT-LINE
056200     END-IF.
056300     PERFORM 1410-READ-CARD.
056400 1420-EXIT.
056500     EXIT.
056600
056700 2000-PROCESS-TRANS.
056800     ADD 1 TO DLR216-TRANS-READ.
056900     IF  TRANS-PROD-TRNTYP = 'DEP '
057000     OR  TRANS-PROD-TRNTYP = 'WDL '
057100         PERFORM 2200-TAKE-CASH-TXN
057200     END-IF.
057300     PERFORM 2100-READ-AQTRANS.
057400 2000-EXIT.
057500     EXIT.
057600
057700 2100-READ-AQTRANS.
057800     READ AQTRANS-FILE
057900         AT END
058000             MOVE 'Y' TO DLR216-EOF-SW
058100     END-READ.
058200 2100-EXIT.
058300     EXIT.
058400
058500*    A DEPOSIT IS A CREDIT (OR, ON A TERM DEPOSIT, THE START
058600*    RECORD CARRYING THE PLACEMENT); A WITHDRAWAL IS A DEBIT.
058700*    A CREDIT FLAGGED AS A CHEQUE IS NOT CASH.
058800 2200-TAKE-CASH-TXN.
058900     MOVE 'N' TO DLR216-CASH-SW.
059000     EVALUATE TRANS-BASIC-TRNTYP
059100         WHEN 'CR  '
059200             IF  TRN-CR-CHQ-IND = 'Y'
059300                 ADD 1 TO DLR216-CHEQUES-EXCLUDED
059400             ELSE
059500                 MOVE 'Y'            TO DLR216-CASH-SW
059600                 MOVE TRN-CR-AMT     TO DLR216-RAW-AMOUNT
059700                 MOVE TRN-CR-DTE-TRN TO DLR216-TXN-DATE
059800                 MOVE 'I'            TO DLR216-DIRECTION
059900             END-IF
060000         WHEN 'SD  '
060100             MOVE 'Y'              TO DLR216-CASH-SW
060200             MOVE TRN-DEP-ORIG-BAL TO DLR216-RAW-AMOUNT
060300             MOVE TRANS-DTE-SYS    TO DLR216-TXN-DATE
060400             MOVE 'I'              TO DLR216-DIRECTION
060500         WHEN 'DR  '
060600             MOVE 'Y'              TO DLR216-CASH-SW
060700             MOVE TRN-DR-AMT       TO DLR216-RAW-AMOUNT
060800             MOVE TRN-DR-DTE-TRN   TO DLR216-TXN-DATE
060900             MOVE 'O'              TO DLR216-DIRECTION
061000         WHEN OTHER
061100             CONTINUE
061200     END-EVALUATE.
061300     IF  DLR216-CASH-TXN
061400         PERFORM 2250-VALUE-CASH-TXN
061500     END-IF.
061600 2200-EXIT.
061700     EXIT.
061800
061900 2250-VALUE-CASH-TXN.
062000     ADD 1 TO DLR216-CASH-TXNS.
062100     IF  DLR216-TXN-DATE NOT NUMERIC
062200     OR  DLR216-TXN-DATE = ZERO
062300         MOVE TRANS-DTE-SYS TO DLR216-TXN-DATE
062400     END-IF.
062500     IF  DLR216-RAW-AMOUNT < ZERO
062600         COMPUTE DLR216-RAW-AMOUNT = DLR216-RAW-AMOUNT * -1
062700     END-IF.
062800     MOVE TRN-DEP-CCY     TO DLR216-CCY.
062900     MOVE TRN-DEP-CCY-DEC TO DLR216-CCY-DECIMALS.
063000     PERFORM 2900-SET-CCY-ATTRS.
063100     COMPUTE DLR216-AMOUNT ROUNDED =
063200         DLR216-RAW-AMOUNT / DLR216-SCALE-DIVISOR.
063300     IF  DLR216-CCY = DLR216-LOCAL-CCY
063400         MOVE 1 TO DLR216-RATE-USED
063500     ELSE
063600         PERFORM 2950-PICK-RATE
063700         IF  NOT DLR216-RATE-FOUND
063800             MOVE 1 TO DLR216-RATE-USED
063900             ADD 1 TO DLR216-NO-RATE
064000         END-IF
064100     END-IF.
064200     COMPUTE DLR216-LOCAL-AMT ROUNDED =
064300         DLR216-AMOUNT * DLR216-RATE-USED.
064400     EVALUATE TRUE
064500         WHEN DLR216-LOCAL-AMT >= DLR216-THRESHOLD
064600             PERFORM 2300-REPORT-THRESHOLD
064700         WHEN DLR216-TXN-DATE < DLR216-WINDOW-FROM
064800             ADD 1 TO DLR216-BEFORE-WINDOW
064900         WHEN OTHER
065000             PERFORM 2400-HOLD-IN-WINDOW
065100     END-EVALUATE.
065200 2250-EXIT.
065300     EXIT.
065400
065500 2300-REPORT-THRESHOLD.
065600     ADD 1 TO DLR216-THRESHOLD-TXNS.
065700     ADD DLR216-LOCAL-AMT TO DLR216-THRESHOLD-TOTAL.
065800     MOVE SPACES             TO DLAMLCTR-RECORD.
065900     SET DLAMLCTR-DETAIL     TO TRUE.
066000     MOVE DLR216-ENTITY-ID   TO DLAMLCTR-ENTITY-ID.
066100     MOVE TRANS-PROC-BRCH    TO DLAMLCTR-BRANCH.
066200     MOVE TRANS-ACC-NO       TO DLAMLCTR-ACC-NO.
066300     MOVE TRANS-DEP-NO       TO DLAMLCTR-DEP-NO.
066400     MOVE TRANS-REF          TO DLAMLCTR-TRANS-REF.
066500     MOVE DLR216-TXN-DATE    TO DLAMLCTR-TXN-DATE.
066600     MOVE TRANS-TIME-SYS     TO DLAMLCTR-TXN-TIME.
066700     MOVE DLR216-DIRECTION   TO DLAMLCTR-DIRECTION.
066800     MOVE DLR216-CCY         TO DLAMLCTR-CCY.
066900     MOVE DLR216-AMOUNT      TO DLAMLCTR-AMOUNT.
067000     MOVE DLR216-LOCAL-AMT   TO DLAMLCTR-LOCAL-AMT.
067100     MOVE TRANS-ENTER-ID     TO DLAMLCTR-ENTER-ID.
067200     MOVE TRANS-FST-OFF-ID   TO DLAMLCTR-AUTH-ID.
067300     WRITE DLAMLCTR-RECORD.
067400     MOVE TRANS-PROC-BRCH    TO DLR216-T-BRANCH.
067500     MOVE TRANS-ACC-NO       TO DLR216-T-ACC-NO.
067600     MOVE TRANS-DEP-NO       TO DLR216-T-DEP-NO.
067700     MOVE TRANS-REF          TO DLR216-T-TRANS-REF.
067800     MOVE DLR216-TXN-DATE    TO DLR216-T-TXN-DATE.
067900     MOVE TRANS-PROD-TRNTYP  TO DLR216-T-TRNTYP.
068000     MOVE DLR216-CCY         TO DLR216-T-CCY.
068100     MOVE DLR216-AMOUNT      TO DLR216-T-AMOUNT.
068200     MOVE DLR216-LOCAL-AMT   TO DLR216-T-LOCAL-AMT.
068300     WRITE REVIEW-LINE FROM DLR216-TXN-LINE.
068400 2300-EXIT.
068500     EXIT.
068600
068700*    A TRANSACTION ALREADY HELD (THE SAME AQTRANS RECORD SEEN
068800*    ON A RERUN) KEEPS ITS ORIGINAL LOADED DATE.
068900 2400-HOLD-IN-WINDOW.
069000     MOVE SPACES             TO DLAMLTXN-RECORD.
069100     MOVE TRANS-ACC-NO       TO DLAMLTXN-ACC-NO.
069200     MOVE DLR216-TXN-DATE    TO DLAMLTXN-TXN-DATE.
069300     MOVE TRANS-REF          TO DLAMLTXN-TRANS-REF.
069400     MOVE TRANS-VER-NO       TO DLAMLTXN-VER-NO.
069500     MOVE TRANS-SEQ          TO DLAMLTXN-SEQ.
069600     MOVE TRANS-DEP-NO       TO DLAMLTXN-DEP-NO.
069700     MOVE TRANS-PROC-BRCH    TO DLAMLTXN-BRANCH.
069800     MOVE TRANS-PROD-TRNTYP  TO DLAMLTXN-PROD-TRNTYP.
069900     MOVE DLR216-DIRECTION   TO DLAMLTXN-DIRECTION.
070000     MOVE DLR216-CCY         TO DLAMLTXN-CCY.
070100     MOVE DLR216-AMOUNT      TO DLAMLTXN-AMOUNT.
070200     MOVE DLR216-LOCAL-AMT   TO DLAMLTXN-LOCAL-AMT.
070300     MOVE DLR216-RUN-DATE    TO DLAMLTXN-LOADED-DATE.
070400     WRITE DLAMLTXN-RECORD
070500         INVALID KEY
070600             ADD 1 TO DLR216-ALREADY-HELD
070700         NOT INVALID KEY
070800             ADD 1 TO DLR216-NEWLY-HELD
070900     END-WRITE.
071000 2400-EXIT.
071100     EXIT.
071200
071300*    THE ATTRIBUTES MASTER (FALLBACK: THE DECIMALS CARRIED ON
071400*    THE TRANSACTION) SAYS HOW MANY DECIMALS TO SCALE OFF THE
071500*    RAW AMOUNTS.
071600 2900-SET-CCY-ATTRS.
071700     SET DLR216-ATT-IX TO 1.
071800     SEARCH DLR216-ATT-ENTRY
071900         AT END
072000             CONTINUE
072100         WHEN DLR216-ATT-IX > DLR216-ATT-COUNT
072200             CONTINUE
072300         WHEN DLR216-A-CCY (DLR216-ATT-IX) = DLR216-CCY
072400             MOVE DLR216-A-DECIMALS (DLR216-ATT-IX)
072500                 TO DLR216-CCY-DECIMALS
072600     END-SEARCH.
072700     EVALUATE DLR216-CCY-DECIMALS
072800         WHEN 0
072900             MOVE 1      TO DLR216-SCALE-DIVISOR
073000         WHEN 1
073100             MOVE 10     TO DLR216-SCALE-DIVISOR
073200         WHEN 2
073300             MOVE 100    TO DLR216-SCALE-DIVISOR
073400         WHEN 3
073500             MOVE 1000   TO DLR216-SCALE-DIVISOR
073600         WHEN OTHER
073700             MOVE 100    TO DLR216-SCALE-DIVISOR
073800     END-EVALUATE.
073900 2900-EXIT.
074000     EXIT.
074100
074200 2950-PICK-RATE.
074300     MOVE 'N' TO DLR216-RATE-FOUND-SW.
074400     MOVE ZERO TO DLR216-BEST-EFF-DATE.
074500     MOVE ZERO TO DLR216-RATE-USED.
074600     PERFORM 2960-TEST-ONE-RATE
074700         VARYING DLR216-RX FROM 1 BY 1
074800         UNTIL DLR216-RX > DLR216-RATE-COUNT.
074900 2950-EXIT.
075000     EXIT.
075100
075200 2960-TEST-ONE-RATE.
075300     IF  DLR216-R-CCY (DLR216-RX) = DLR216-CCY
075400     AND DLR216-R-EFF-DATE (DLR216-RX) >= DLR216-BEST-EFF-DATE
075500         MOVE DLR216-R-EFF-DATE (DLR216-RX)
075600             TO DLR216-BEST-EFF-DATE
075700         MOVE DLR216-R-RATE (DLR216-RX) TO DLR216-RATE-USED
075800         MOVE 'Y' TO DLR216-RATE-FOUND-SW
075900     END-IF.
076000 2960-EXIT.
076100     EXIT.
076200
076300*    ONE PASS OF THE WINDOW STORE IN ACCOUNT ORDER - ROWS NOW
076400*    BEFORE THE WINDOW ARE DELETED, EACH ACCOUNT'S REMAINING
076500*    ROWS ARE TESTED UNDER RULE A ON THE CHANGE OF ACCOUNT, AND
076600*    THE NEAR-THRESHOLD ROWS ARE KEPT FOR RULE B AFTERWARDS.
076700 3000-DETECT-STRUCTURING.
076800     WRITE REVIEW-LINE FROM DLR216-BLANK-LINE.
076900     WRITE REVIEW-LINE FROM DLR216-HEADING-6.
077000     WRITE REVIEW-LINE FROM DLR216-HEADING-5.
077100     MOVE SPACES TO DLR216-G-ACC-NO.
077200     MOVE ZERO   TO DLR216-G-COUNT.
077300     MOVE LOW-VALUES TO DLAMLTXN-KEY.
077400     START WINDOW-STORE KEY NOT < DLAMLTXN-KEY
077500         INVALID KEY
077600             MOVE 'Y' TO DLR216-STORE-EOF-SW
077700     END-START.
077800     PERFORM 3100-SCAN-ONE-ROW
077900         UNTIL DLR216-STORE-EOF.
078000     IF  DLR216-G-COUNT > ZERO
078100         PERFORM 3300-CLOSE-ACCOUNT-GROUP
078200     END-IF.
078300     PERFORM 3500-BRANCH-RULE.
078400 3000-EXIT.
078500     EXIT.
078600
078700 3100-SCAN-ONE-ROW.
078800     READ WINDOW-STORE NEXT RECORD
078900         AT END
079000             MOVE 'Y' TO DLR216-STORE-EOF-SW
079100     END-READ.
079200     EVALUATE TRUE
079300         WHEN DLR216-STORE-EOF
079400             CONTINUE
079500         WHEN DLAMLTXN-TXN-DATE < DLR216-WINDOW-FROM
079600             DELETE WINDOW-STORE RECORD
079700             ADD 1 TO DLR216-AGED-OUT
079800         WHEN OTHER
079900             IF  DLAMLTXN-ACC-NO NOT = DLR216-G-ACC-NO
080000                 IF  DLR216-G-COUNT > ZERO
080100                     PERFORM 3300-CLOSE-ACCOUNT-GROUP
080200                 END-IF
080300                 PERFORM 3200-START-GROUP
080400             END-IF
080500             PERFORM 3250-ADD-TO-GROUP
080600             IF  DLAMLTXN-LOCAL-AMT >= DLR216-NEAR-FLOOR
080700                 PERFORM 3400-HOLD-NEAR
080800             END-IF
080900     END-EVALUATE.
081000 3100-EXIT.
081100     EXIT.
081200
081300 3200-START-GROUP.
081400     MOVE DLAMLTXN-ACC-NO    TO DLR216-G-ACC-NO.
081500     MOVE ZERO               TO DLR216-G-COUNT.
081600     MOVE ZERO               TO DLR216-G-TOTAL.
081700     MOVE DLAMLTXN-TXN-DATE  TO DLR216-G-FROM.
081800     MOVE DLAMLTXN-TXN-DATE  TO DLR216-G-TO.
081900     MOVE ZERO               TO DLR216-G-MAX-LOADED.
082000     MOVE ZERO               TO DLR216-G-LIST-COUNT.
082100 3200-EXIT.
082200     EXIT.
082300
082400*    THE STORE IS IN DATE ORDER WITHIN ACCOUNT, SO THE LAST ROW
082500*    ADDED CARRIES THE LATEST DATE.
082600 3250-ADD-TO-GROUP.
082700     ADD 1 TO DLR216-G-COUNT.
082800     ADD DLAMLTXN-LOCAL-AMT TO DLR216-G-TOTAL.
082900     MOVE DLAMLTXN-TXN-DATE TO DLR216-G-TO.
083000     IF  DLAMLTXN-LOADED-DATE > DLR216-G-MAX-LOADED
083100         MOVE DLAMLTXN-LOADED-DATE TO DLR216-G-MAX-LOADED
083200     END-IF.
083300     IF  DLR216-G-LIST-COUNT < 200
083400         ADD 1 TO DLR216-G-LIST-COUNT
083500         SET DLR216-GX TO DLR216-G-LIST-COUNT
083600         MOVE DLAMLTXN-BRANCH     TO DLR216-G-BRANCH (DLR216-GX)
083700         MOVE DLAMLTXN-DEP-NO     TO DLR216-G-DEP-NO (DLR216-GX)
083800         MOVE DLAMLTXN-TRANS-REF
083900             TO DLR216-G-TRANS-REF (DLR216-GX)
084000         MOVE DLAMLTXN-TXN-DATE
084100             TO DLR216-G-TXN-DATE (DLR216-GX)
084200         MOVE DLAMLTXN-PROD-TRNTYP
084300             TO DLR216-G-TRNTYP (DLR216-GX)
084400         MOVE DLAMLTXN-CCY        TO DLR216-G-CCY (DLR216-GX)
084500         MOVE DLAMLTXN-AMOUNT     TO DLR216-G-AMOUNT (DLR216-GX)
084600         MOVE DLAMLTXN-LOCAL-AMT
084700             TO DLR216-G-LOCAL-AMT (DLR216-GX)
084800     ELSE
084900         ADD 1 TO DLR216-TABLE-FULL
085000     END-IF.
085100 3250-EXIT.
085200     EXIT.
085300
085400*    RULE A - SEVERAL BELOW-THRESHOLD TRANSACTIONS ON ONE
085500*    ACCOUNT INSIDE THE WINDOW THAT TOGETHER REACH IT.
085600 3300-CLOSE-ACCOUNT-GROUP.
085700     IF  DLR216-G-COUNT > 1
085800     AND DLR216-G-TOTAL >= DLR216-THRESHOLD
085900         ADD 1 TO DLR216-ACCOUNT-PATTERNS
086000         MOVE 'A'                 TO DLR216-P-RULE
086100         MOVE DLR216-G-ACC-NO     TO DLR216-P-SUBJECT
086200         MOVE DLR216-G-COUNT      TO DLR216-P-COUNT
086300         MOVE DLR216-G-TOTAL      TO DLR216-P-TOTAL
086400         MOVE DLR216-G-FROM       TO DLR216-P-FROM
086500         MOVE DLR216-G-TO         TO DLR216-P-TO
086600         MOVE DLR216-G-MAX-LOADED TO DLR216-P-MAX-LOADED
086700         PERFORM 3600-RAISE-CASE
086800         IF  DLR216-RAISED
086900             PERFORM 3700-LIST-GROUP-TXN
087000                 VARYING DLR216-GX FROM 1 BY 1
087100                 UNTIL DLR216-GX > DLR216-G-LIST-COUNT
087200         END-IF
087300     END-IF.
087400 3300-EXIT.
087500     EXIT.
087600
087700 3400-HOLD-NEAR.
087800     IF  DLR216-NEAR-COUNT < 2000
087900         ADD 1 TO DLR216-NEAR-COUNT
088000         SET DLR216-NX TO DLR216-NEAR-COUNT
088100         MOVE DLAMLTXN-BRANCH     TO DLR216-N-BRANCH (DLR216-NX)
088200         MOVE DLAMLTXN-ACC-NO     TO DLR216-N-ACC-NO (DLR216-NX)
088300         MOVE DLAMLTXN-DEP-NO     TO DLR216-N-DEP-NO (DLR216-NX)
088400         MOVE DLAMLTXN-TRANS-REF
088500             TO DLR216-N-TRANS-REF (DLR216-NX)
088600         MOVE DLAMLTXN-TXN-DATE
088700             TO DLR216-N-TXN-DATE (DLR216-NX)
088800         MOVE DLAMLTXN-PROD-TRNTYP
088900             TO DLR216-N-TRNTYP (DLR216-NX)
089000         MOVE DLAMLTXN-CCY        TO DLR216-N-CCY (DLR216-NX)
089100         MOVE DLAMLTXN-AMOUNT     TO DLR216-N-AMOUNT (DLR216-NX)
089200         MOVE DLAMLTXN-LOCAL-AMT
089300             TO DLR216-N-LOCAL-AMT (DLR216-NX)
089400         MOVE DLAMLTXN-LOADED-DATE
089500             TO DLR216-N-LOADED (DLR216-NX)
089600     ELSE
089700         ADD 1 TO DLR216-TABLE-FULL
089800     END-IF.
089900 3400-EXIT.
090000     EXIT.
090100
090200*    RULE B - NEAR-THRESHOLD TRANSACTIONS ON TWO OR MORE
090300*    ACCOUNTS AT ONE BRANCH INSIDE THE WINDOW THAT TOGETHER
090400*    REACH THE THRESHOLD.
090500 3500-BRANCH-RULE.
090600     PERFORM 3510-ADD-NEAR-TO-BRANCH
090700         VARYING DLR216-NX FROM 1 BY 1
090800         UNTIL DLR216-NX > DLR216-NEAR-COUNT.
090900     PERFORM 3550-TEST-ONE-BRANCH
091000         VARYING DLR216-BX FROM 1 BY 1
091100         UNTIL DLR216-BX > DLR216-BRANCH-COUNT.
091200 3500-EXIT.
091300     EXIT.
091400
091500 3510-ADD-NEAR-TO-BRANCH.
091600     SET DLR216-BX TO 1.
091700     SEARCH DLR216-B-ENTRY
091800         AT END
091900             ADD 1 TO DLR216-TABLE-FULL
092000         WHEN DLR216-BX > DLR216-BRANCH-COUNT
092100             ADD 1 TO DLR216-BRANCH-COUNT
092200             MOVE DLR216-N-BRANCH (DLR216-NX)
092300                 TO DLR216-B-BRANCH (DLR216-BX)
092400             MOVE ZERO   TO DLR216-B-COUNT (DLR216-BX)
092500             MOVE ZERO   TO DLR216-B-ACCOUNTS (DLR216-BX)
092600             MOVE SPACES TO DLR216-B-LAST-ACC (DLR216-BX)
092700             MOVE ZERO   TO DLR216-B-TOTAL (DLR216-BX)
092800             MOVE DLR216-N-TXN-DATE (DLR216-NX)
092900                 TO DLR216-B-FROM (DLR216-BX)
093000             MOVE DLR216-N-TXN-DATE (DLR216-NX)
093100                 TO DLR216-B-TO (DLR216-BX)
093200             MOVE ZERO   TO DLR216-B-MAX-LOADED (DLR216-BX)
093300             PERFORM 3520-ACCUMULATE-BRANCH
093400         WHEN DLR216-B-BRANCH (DLR216-BX)
093500                  = DLR216-N-BRANCH (DLR216-NX)
093600             PERFORM 3520-ACCUMULATE-BRANCH
093700     END-SEARCH.
093800 3510-EXIT.
093900     EXIT.
094000
094100 3520-ACCUMULATE-BRANCH.
094200     ADD 1 TO DLR216-B-COUNT (DLR216-BX).
094300     IF  DLR216-N-ACC-NO (DLR216-NX)
094400             NOT = DLR216-B-LAST-ACC (DLR216-BX)
094500         ADD 1 TO DLR216-B-ACCOUNTS (DLR216-BX)
094600         MOVE DLR216-N-ACC-NO (DLR216-NX)
094700             TO DLR216-B-LAST-ACC (DLR216-BX)
094800     END-IF.
094900     ADD DLR216-N-LOCAL-AMT (DLR216-NX)
095000         TO DLR216-B-TOTAL (DLR216-BX).
095100     IF  DLR216-N-TXN-DATE (DLR216-NX) < DLR216-B-FROM (DLR216-BX)
095200         MOVE DLR216-N-TXN-DATE (DLR216-NX)
095300             TO DLR216-B-FROM (DLR216-BX)
095400     END-IF.
095500     IF  DLR216-N-TXN-DATE (DLR216-NX) > DLR216-B-TO (DLR216-BX)
095600         MOVE DLR216-N-TXN-DATE (DLR216-NX)
095700             TO DLR216-B-TO (DLR216-BX)
095800     END-IF.
095900     IF  DLR216-N-LOADED (DLR216-NX)
096000             > DLR216-B-MAX-LOADED (DLR216-BX)
096100         MOVE DLR216-N-LOADED (DLR216-NX)
096200             TO DLR216-B-MAX-LOADED (DLR216-BX)
096300     END-IF.
096400 3520-EXIT.
096500     EXIT.
096600
096700 3550-TEST-ONE-BRANCH.
096800     IF  DLR216-B-ACCOUNTS (DLR216-BX) > 1
096900     AND DLR216-B-TOTAL (DLR216-BX) >= DLR216-THRESHOLD
097000         ADD 1 TO DLR216-BRANCH-PATTERNS
097100         MOVE 'B'    TO DLR216-P-RULE
097200         MOVE DLR216-B-BRANCH (DLR216-BX) TO DLR216-P-SUBJECT
097300         MOVE DLR216-B-COUNT (DLR216-BX)  TO DLR216-P-COUNT
097400         MOVE DLR216-B-TOTAL (DLR216-BX)  TO DLR216-P-TOTAL
097500         MOVE DLR216-B-FROM (DLR216-BX)   TO DLR216-P-FROM
097600         MOVE DLR216-B-TO (DLR216-BX)     TO DLR216-P-TO
097700         MOVE DLR216-B-MAX-LOADED (DLR216-BX)
097800             TO DLR216-P-MAX-LOADED
097900         PERFORM 3600-RAISE-CASE
098000         IF  DLR216-RAISED
098100             PERFORM 3800-LIST-BRANCH-TXN
098200                 VARYING DLR216-NX FROM 1 BY 1
098300                 UNTIL DLR216-NX > DLR216-NEAR-COUNT
098400         END-IF
098500     END-IF.
098600 3550-EXIT.
098700     EXIT.
098800
098900*    A PATTERN ALREADY ON THE REGISTER COMES BACK ONTO THE
099000*    WORKLIST ONLY IF IT NOW HOLDS ACTIVITY LOADED AFTER IT WAS
099100*    LAST RAISED - WHETHER IT WAS CLEARED, REPORTED OR IS STILL
099200*    AWAITING THE ANALYST.
099300 3600-RAISE-CASE.
099400     MOVE 'N' TO DLR216-RAISED-SW.
099500     MOVE DLR216-P-RULE    TO DLAMLCAS-RULE.
099600     MOVE DLR216-P-SUBJECT TO DLAMLCAS-SUBJECT.
099700     READ CASE-REGISTER
099800         INVALID KEY
099900             MOVE 'N' TO DLR216-FOUND-SW
100000         NOT INVALID KEY
100100             MOVE 'Y' TO DLR216-FOUND-SW
100200     END-READ.
100300     IF  DLR216-FOUND
100400     AND DLR216-P-MAX-LOADED NOT > DLAMLCAS-LAST-LOADED
100500         ADD 1 TO DLR216-NO-NEW-ACTIVITY
100600     ELSE
100700         MOVE 'Y' TO DLR216-RAISED-SW
100800         ADD 1 TO DLR216-CASES-RAISED
100900         EVALUATE TRUE
101000             WHEN NOT DLR216-FOUND
101100                 MOVE SPACES TO DLAMLCAS-RECORD
101200                 MOVE DLR216-P-RULE    TO DLAMLCAS-RULE
101300                 MOVE DLR216-P-SUBJECT TO DLAMLCAS-SUBJECT
101400                 MOVE DLR216-RUN-DATE  TO DLAMLCAS-FIRST-RAISED
101500                 MOVE ZERO TO DLAMLCAS-TIMES-RAISED
101600                 MOVE ZERO TO DLAMLCAS-DECISION-DATE
101700                 MOVE 'NEW CASE' TO DLR216-C-NOTE
101800             WHEN DLAMLCAS-CLEARED
101900                 MOVE 'NEW ACTIVITY - WAS CLEARED'
102000                     TO DLR216-C-NOTE
102100             WHEN DLAMLCAS-SMR-LODGED
102200                 MOVE 'NEW ACTIVITY - SMR LODGED'
102300                     TO DLR216-C-NOTE
102400             WHEN OTHER
102500                 MOVE 'NEW ACTIVITY - UNDECIDED'
102600                     TO DLR216-C-NOTE
102700         END-EVALUATE
102800         SET DLAMLCAS-PENDING TO TRUE
102900         MOVE DLR216-RUN-DATE     TO DLAMLCAS-LAST-RAISED
103000         ADD 1                    TO DLAMLCAS-TIMES-RAISED
103100         MOVE DLR216-P-FROM       TO DLAMLCAS-WINDOW-FROM
103200         MOVE DLR216-P-TO         TO DLAMLCAS-WINDOW-TO
103300         MOVE DLR216-P-COUNT      TO DLAMLCAS-TXN-COUNT
103400         MOVE DLR216-P-TOTAL      TO DLAMLCAS-TXN-TOTAL
103500         MOVE DLR216-P-MAX-LOADED TO DLAMLCAS-LAST-LOADED
103600         IF  DLR216-FOUND
103700             REWRITE DLAMLCAS-RECORD
103800         ELSE
103900             WRITE DLAMLCAS-RECORD
104000         END-IF
104100         IF  DLAMLCAS-ACCOUNT-RULE
104200             MOVE 'ACCOUNT STRUCTURING' TO DLR216-C-RULE-DESC
104300         ELSE
104400             MOVE 'BRANCH STRUCTURING'  TO DLR216-C-RULE-DESC
104500         END-IF
104600         MOVE DLR216-P-SUBJECT TO DLR216-C-SUBJECT
104700         MOVE DLR216-P-FROM    TO DLR216-C-FROM
104800         MOVE DLR216-P-TO      TO DLR216-C-TO
104900         MOVE DLR216-P-COUNT   TO DLR216-C-COUNT
105000         MOVE DLR216-P-TOTAL   TO DLR216-C-TOTAL
105100         WRITE REVIEW-LINE FROM DLR216-BLANK-LINE
105200         WRITE REVIEW-LINE FROM DLR216-CASE-LINE
105300     END-IF.
105400 3600-EXIT.
105500     EXIT.
105600
105700 3700-LIST-GROUP-TXN.
105800     MOVE DLR216-G-BRANCH (DLR216-GX)    TO DLR216-T-BRANCH.
105900     MOVE DLR216-G-ACC-NO                TO DLR216-T-ACC-NO.
106000     MOVE DLR216-G-DEP-NO (DLR216-GX)    TO DLR216-T-DEP-NO.
106100     MOVE DLR216-G-TRANS-REF (DLR216-GX) TO DLR216-T-TRANS-REF.
106200     MOVE DLR216-G-TXN-DATE (DLR216-GX)  TO DLR216-T-TXN-DATE.
106300     MOVE DLR216-G-TRNTYP (DLR216-GX)    TO DLR216-T-TRNTYP.
106400     MOVE DLR216-G-CCY (DLR216-GX)       TO DLR216-T-CCY.
106500     MOVE DLR216-G-AMOUNT (DLR216-GX)    TO DLR216-T-AMOUNT.
106600     MOVE DLR216-G-LOCAL-AMT (DLR216-GX) TO DLR216-T-LOCAL-AMT.
106700     WRITE REVIEW-LINE FROM DLR216-TXN-LINE.
106800 3700-EXIT.
106900     EXIT.
107000
107100 3800-LIST-BRANCH-TXN.
107200     IF  DLR216-N-BRANCH (DLR216-NX) = DLR216-B-BRANCH (DLR216-BX)
107300         MOVE DLR216-N-BRANCH (DLR216-NX)  TO DLR216-T-BRANCH
107400         MOVE DLR216-N-ACC-NO (DLR216-NX)  TO DLR216-T-ACC-NO
107500         MOVE DLR216-N-DEP-NO (DLR216-NX)  TO DLR216-T-DEP-NO
107600         MOVE DLR216-N-TRANS-REF (DLR216-NX)
107700             TO DLR216-T-TRANS-REF
107800         MOVE DLR216-N-TXN-DATE (DLR216-NX)
107900             TO DLR216-T-TXN-DATE
108000         MOVE DLR216-N-TRNTYP (DLR216-NX)  TO DLR216-T-TRNTYP
108100         MOVE DLR216-N-CCY (DLR216-NX)     TO DLR216-T-CCY
108200         MOVE DLR216-N-AMOUNT (DLR216-NX)  TO DLR216-T-AMOUNT
108300         MOVE DLR216-N-LOCAL-AMT (DLR216-NX)
108400             TO DLR216-T-LOCAL-AMT
108500         WRITE REVIEW-LINE FROM DLR216-TXN-LINE
108600     END-IF.
108700 3800-EXIT.
108800     EXIT.
108900
109000 8000-PRINT-TOTALS.
109100     WRITE REVIEW-LINE FROM DLR216-BLANK-LINE.
109200     MOVE 'AQTRANS RECORDS READ' TO DLR216-T-LABEL.
109300     MOVE DLR216-TRANS-READ TO DLR216-T-COUNT.
109400     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
109500     MOVE 'CASH DEPOSITS AND WITHDRAWALS' TO DLR216-T-LABEL.
109600     MOVE DLR216-CASH-TXNS TO DLR216-T-COUNT.
109700     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
109800     MOVE 'CHEQUE DEPOSITS EXCLUDED' TO DLR216-T-LABEL.
109900     MOVE DLR216-CHEQUES-EXCLUDED TO DLR216-T-COUNT.
110000     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
110100     MOVE 'THRESHOLD TRANSACTIONS REPORTED' TO DLR216-T-LABEL.
110200     MOVE DLR216-THRESHOLD-TXNS TO DLR216-T-COUNT.
110300     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
110400     MOVE 'THRESHOLD TRANSACTIONS LOCAL VALUE'
110500         TO DLR216-T-V-LABEL.
110600     MOVE DLR216-THRESHOLD-TOTAL TO DLR216-T-VALUE.
110700     WRITE REVIEW-LINE FROM DLR216-VALUE-TOTAL-LINE.
110800     MOVE 'NEWLY HELD IN THE STRUCTURING WINDOW'
110900         TO DLR216-T-LABEL.
111000     MOVE DLR216-NEWLY-HELD TO DLR216-T-COUNT.
111100     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
111200     MOVE 'ALREADY HELD FROM AN EARLIER RUN' TO DLR216-T-LABEL.
111300     MOVE DLR216-ALREADY-HELD TO DLR216-T-COUNT.
111400     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
111500     MOVE 'DATED BEFORE THE WINDOW' TO DLR216-T-LABEL.
111600     MOVE DLR216-BEFORE-WINDOW TO DLR216-T-COUNT.
111700     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
111800     MOVE 'AGED OUT OF THE WINDOW' TO DLR216-T-LABEL.
111900     MOVE DLR216-AGED-OUT TO DLR216-T-COUNT.
112000     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
112100     MOVE 'ACCOUNT STRUCTURING PATTERNS' TO DLR216-T-LABEL.
112200     MOVE DLR216-ACCOUNT-PATTERNS TO DLR216-T-COUNT.
112300     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
112400     MOVE 'BRANCH STRUCTURING PATTERNS' TO DLR216-T-LABEL.
112500     MOVE DLR216-BRANCH-PATTERNS TO DLR216-T-COUNT.
112600     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
112700     MOVE 'CASES RAISED FOR REVIEW' TO DLR216-T-LABEL.
112800     MOVE DLR216-CASES-RAISED TO DLR216-T-COUNT.
112900     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
113000     MOVE 'PATTERNS WITH NO NEW ACTIVITY' TO DLR216-T-LABEL.
113100     MOVE DLR216-NO-NEW-ACTIVITY TO DLR216-T-COUNT.
113200     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
113300     MOVE 'DECISION CARDS APPLIED' TO DLR216-T-LABEL.
113400     MOVE DLR216-CARDS-APPLIED TO DLR216-T-COUNT.
113500     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
113600     MOVE 'DECISION CARDS REJECTED' TO DLR216-T-LABEL.
113700     MOVE DLR216-CARDS-REJECTED TO DLR216-T-COUNT.
113800     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
113900     MOVE 'FOREIGN AMOUNTS WITH NO RATE - AT FACE'
114000         TO DLR216-T-LABEL.
114100     MOVE DLR216-NO-RATE TO DLR216-T-COUNT.
114200     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
114300     MOVE 'TRANSACTIONS NOT TESTED - TABLE FULL'
114400         TO DLR216-T-LABEL.
114500     MOVE DLR216-TABLE-FULL TO DLR216-T-COUNT.
114600     WRITE REVIEW-LINE FROM DLR216-TOTAL-LINE.
114700 8000-EXIT.
114800     EXIT.
114900
115000 9000-TERMINATE.
115100     MOVE SPACES             TO DLAMLCTR-RECORD.
115200     SET DLAMLCTR-TRAILER    TO TRUE.
115300     MOVE DLR216-ENTITY-ID   TO DLAMLCTR-T-ENTITY-ID.
115400     MOVE DLR216-THRESHOLD-TXNS  TO DLAMLCTR-T-DETAIL-COUNT.
115500     MOVE DLR216-THRESHOLD-TOTAL TO DLAMLCTR-T-LOCAL-TOTAL.
115600     WRITE DLAMLCTR-RECORD.
115700     DISPLAY 'DLR216 CASH TRANSACTIONS = ' DLR216-CASH-TXNS.
115800     DISPLAY 'DLR216 THRESHOLD REPORTED= ' DLR216-THRESHOLD-TXNS.
115900     DISPLAY 'DLR216 CASES RAISED      = ' DLR216-CASES-RAISED.
116000     IF  DLR216-CARDS-REJECTED > ZERO
116100     OR  DLR216-NO-RATE > ZERO
116200     OR  DLR216-TABLE-FULL > ZERO
116300         MOVE 4 TO RETURN-CODE
116400     END-IF.
116500     CLOSE AQTRANS-FILE
116600           WINDOW-STORE
116700           CASE-REGISTER
116800           THRESHOLD-FILE
116900           REVIEW-REPORT.
117000 9000-EXIT.
117100     EXIT.
