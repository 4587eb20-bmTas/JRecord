000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR217.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR217 - DEPOSITOR SINGLE CUSTOMER VIEW (SCV) BUILD FOR THE  *
001000*             DEPOSIT INSURANCE SCHEME                           *
001100*                                                                *
001200*   PASS 1 TAKES THE LATEST AQTRANS RECORD (BY SYSTEM DATE AND   *
001300*   TIME) FOR EACH DEPOSIT, WORKS OUT ITS CURRENT BALANCE AND    *
001400*   ACCRUED INTEREST (THE DLDEPACR ACCRUAL MASTER WHERE THE      *
001500*   DEPOSIT IS ON IT, ELSE THE DEPOSIT SYSTEM'S OWN FIGURE),     *
001600*   CONVERTS BOTH TO LOCAL CURRENCY AT THE DLFXRATE RATE IN      *
001700*   FORCE, AND FILES THE DEPOSIT ON THE DLSCVWRK WORK FILE.      *
001800*   PASS 2 READS THE WORK FILE IN DEPOSITOR (TRANS-ACC-NO)       *
001900*   ORDER, AGGREGATES EACH DEPOSITOR'S CREDIT BALANCES, SPLITS   *
002000*   THE AGGREGATE INTO INSURED AND UNINSURED AGAINST THE         *
002100*   DLPARAMM COVER LIMIT, AND WRITES THE DLSCVREC FILE WITH ITS  *
002200*   CONTROL TOTALS. THE SCVRUN CARD SAYS WHETHER THIS IS A LIVE  *
002300*   BUILD FOR THE REGULATOR OR THE QUARTERLY EXERCISE; EITHER    *
002400*   WAY THE TWO PASSES' TOTALS ARE PROVED AGAINST EACH OTHER     *
002500*   AND THE ELAPSED TIME IS CHECKED AGAINST THE DEADLINE.        *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002910*  02 | 15/10/26 | HELD DEPOSIT IMAGE WIDENED   | R. GEALL       *
002920*     |          | TO THE FULL DLSCVWRK RECORD  |                *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RUN-CARD          ASSIGN TO SCVRUN
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT ACCRUAL-MASTER    ASSIGN TO DLDEPACR
004900                              ORGANIZATION IS INDEXED
005000                              ACCESS MODE IS RANDOM
005100                              RECORD KEY IS DLDEPACR-DEP-NO.
005200     SELECT SCV-WORK          ASSIGN TO DLSCVWRK
005300                              ORGANIZATION IS INDEXED
005400                              ACCESS MODE IS DYNAMIC
005500                              RECORD KEY IS DLSCVWRK-KEY.
005600     SELECT SCV-FILE          ASSIGN TO DLSCVREC
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT SCV-REPORT        ASSIGN TO SCVRPT
005900                              ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RUN-CARD
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  RUN-CARD-REC.
006600     05  SCR-PURPOSE             PIC X(04).
006700         88  SCR-LIVE                   VALUE 'LIVE'.
006800         88  SCR-EXERCISE               VALUE 'EXER'.
006900     05  FILLER                  PIC X(76).
007000 FD  AQTRANS-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300     COPY AQTRANS.
007400 FD  PARAM-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLPARAMM-RECORD.
007800     COPY DLPARAMM.
007900 FD  CCY-ATTR-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLCCYATT-RECORD.
008300     COPY DLCCYATT.
008400 FD  FXRATE-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DLFXRATE-RECORD.
008800     COPY DLFXRATE.
008900 FD  ACCRUAL-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100 01  DLDEPACR-RECORD.
009200     COPY DLDEPACR.
009300 FD  SCV-WORK
009400     LABEL RECORDS ARE STANDARD.
009500 01  DLSCVWRK-RECORD.
009600     COPY DLSCVWRK.
009700 FD  SCV-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DLSCVREC-RECORD.
010100     COPY DLSCVREC.
010200 FD  SCV-REPORT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  SCV-LINE                    PIC X(132).
010600 WORKING-STORAGE SECTION.
010700 01  DLR217-SWITCHES.
010800     05  DLR217-EOF-SW            PIC X(01)  VALUE 'N'.
010900         88  DLR217-EOF                      VALUE 'Y'.
011000     05  DLR217-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
011100         88  DLR217-CARD-EOF                 VALUE 'Y'.
011200     05  DLR217-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
011300         88  DLR217-PARM-EOF                 VALUE 'Y'.
011400     05  DLR217-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
011500         88  DLR217-ATT-EOF                  VALUE 'Y'.
011600     05  DLR217-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
011700         88  DLR217-RATE-EOF                 VALUE 'Y'.
011800     05  DLR217-WORK-EOF-SW       PIC X(01)  VALUE 'N'.
011900         88  DLR217-WORK-EOF                 VALUE 'Y'.
012000     05  DLR217-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
012100         88  DLR217-RATE-FOUND               VALUE 'Y'.
012200     05  DLR217-HELD-SW           PIC X(01)  VALUE 'N'.
012300         88  DLR217-DEPOSIT-HELD             VALUE 'Y'.
012400 01  DLR217-CONSTANTS.
012500     05  DLR217-LOCAL-CCY         PIC X(03)  VALUE 'SGD'.
012600     05  DLR217-ENTITY-ID         PIC X(10)  VALUE 'IMLFC00001'.
012700 01  DLR217-PURPOSE               PIC X(04)  VALUE 'LIVE'.
012800     88  DLR217-EXERCISE                     VALUE 'EXER'.
012900*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
013000*    THE COVER LIMIT IS PER DEPOSITOR IN WHOLE LOCAL CURRENCY.
013100 01  DLR217-PARAMETERS.
013200     05  DLR217-COVER-LIMIT       PIC 9(09)  VALUE 100000.
013300     05  DLR217-DEADLINE-MIN      PIC 9(09)  VALUE 240.
013400 01  DLR217-BEST-EFF-DATES.
013500     05  DLR217-BEST-EFF-COVER    PIC 9(08)  VALUE ZERO.
013600     05  DLR217-BEST-EFF-DEADLINE PIC 9(08)  VALUE ZERO.
013700 01  DLR217-RUN-DATE              PIC 9(08)  VALUE ZERO.
013800 01  DLR217-TIMING.
013900     05  DLR217-START-TIME        PIC 9(08)  VALUE ZERO.
014000     05  DLR217-START-PARTS REDEFINES DLR217-START-TIME.
014100         10  DLR217-START-HH      PIC 9(02).
014200         10  DLR217-START-MM      PIC 9(02).
014300         10  DLR217-START-SS      PIC 9(02).
014400         10  FILLER               PIC 9(02).
014500     05  DLR217-END-TIME          PIC 9(08)  VALUE ZERO.
014600     05  DLR217-END-PARTS REDEFINES DLR217-END-TIME.
014700         10  DLR217-END-HH        PIC 9(02).
014800         10  DLR217-END-MM        PIC 9(02).
014900         10  DLR217-END-SS        PIC 9(02).
015000         10  FILLER               PIC 9(02).
015100     05  DLR217-ELAPSED-SECS      PIC S9(07)  COMP-3.
015200     05  DLR217-ELAPSED-MIN       PIC S9(07)  COMP-3.
015300*    CURRENCY ATTRIBUTES - DECIMALS TO SCALE AQTRANS MINOR UNITS.
015400 01  DLR217-ATT-CONTROL.
015500     05  DLR217-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
015600 01  DLR217-ATT-TABLE.
015700     05  DLR217-ATT-ENTRY OCCURS 50 TIMES
015800                          INDEXED BY DLR217-ATT-IX.
015900         10  DLR217-A-CCY         PIC X(03).
016000         10  DLR217-A-DECIMALS    PIC 9(01).
016100 01  DLR217-CCY-FIELDS.
016200     05  DLR217-SCALE-DIVISOR     PIC 9(06).
016300 01  DLR217-RATE-CONTROL.
016400     05  DLR217-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
016500     05  DLR217-BEST-EFF-DATE     PIC 9(08)  VALUE ZERO.
016600     05  DLR217-RATE-USED         PIC S9(7)V9(10) COMP-3.
016700 01  DLR217-RATE-TABLE.
016800     05  DLR217-RATE-ENTRY OCCURS 200 TIMES
016900                           INDEXED BY DLR217-RX.
017000         10  DLR217-R-CCY         PIC X(03).
017100         10  DLR217-R-EFF-DATE    PIC 9(08).
017200         10  DLR217-R-RATE        PIC S9(7)V9(10) COMP-3.
017300*    THE DEPOSIT BEING ASSEMBLED - ITS KEY AND THE FIGURES OFF
017400*    THE LATEST RECORD SEEN FOR IT SO FAR.
017500 01  DLR217-DEPOSIT.
017600     05  DLR217-D-KEY.
017700         10  DLR217-D-PROD-TYP    PIC X(02).
017800         10  DLR217-D-ACC-NO      PIC X(20).
017900         10  DLR217-D-DEP-NO      PIC X(11).
018000     05  DLR217-D-STAMP           PIC 9(14).
018100     05  DLR217-D-BRANCH          PIC X(04).
018200     05  DLR217-D-CCY             PIC X(03).
018300     05  DLR217-D-CCY-DEC         PIC 9(01).
018400     05  DLR217-D-RAW-BALANCE     PIC S9(15)     COMP-3.
018500     05  DLR217-D-RAW-ACCRUED     PIC S9(15)     COMP-3.
018600     05  DLR217-D-SETTLED-SW      PIC X(01).
018700         88  DLR217-D-SETTLED                VALUE 'Y'.
018800     05  DLR217-D-LAST-DATE       PIC 9(08).
018900 01  DLR217-RECORD-KEY.
019000     05  DLR217-K-PROD-TYP        PIC X(02).
019100     05  DLR217-K-ACC-NO          PIC X(20).
019200     05  DLR217-K-DEP-NO          PIC X(11).
019300 01  DLR217-RECORD-STAMP          PIC 9(14).
019400*    THE DEPOSITOR BEING AGGREGATED, WITH ITS DEPOSITS HELD SO
019500*    THE DEPOSITOR RECORD CAN BE WRITTEN AHEAD OF THEM.
019600 01  DLR217-DEPOSITOR.
019700     05  DLR217-C-ACC-NO          PIC X(20).
019800     05  DLR217-C-HOME-BRANCH     PIC X(04).
019900     05  DLR217-C-ACCOUNTS        PIC S9(05)  COMP-3.
020000     05  DLR217-C-BALANCE         PIC S9(13)V99 COMP-3.
020100     05  DLR217-C-ACCRUED         PIC S9(13)V99 COMP-3.
020200     05  DLR217-C-TOTAL           PIC S9(13)V99 COMP-3.
020300     05  DLR217-C-INSURED         PIC S9(13)V99 COMP-3.
020400     05  DLR217-C-UNINSURED       PIC S9(13)V99 COMP-3.
020500     05  DLR217-C-HELD-COUNT      PIC S9(04)  COMP.
020600 01  DLR217-HELD-TABLE.
020700     05  DLR217-H-ENTRY OCCURS 200 TIMES
020800                        INDEXED BY DLR217-HX.
020900         10  DLR217-H-IMAGE       PIC X(110).
021000 01  DLR217-CONTROL-TOTALS.
021100     05  DLR217-P1-DEPOSITS       PIC 9(09)  VALUE ZERO.
021200     05  DLR217-P1-TOTAL          PIC S9(15)V99 COMP-3
021300                                              VALUE ZERO.
021400     05  DLR217-P2-ACCOUNTS       PIC 9(09)  VALUE ZERO.
021500     05  DLR217-P2-TOTAL          PIC S9(15)V99 COMP-3
021600                                              VALUE ZERO.
021700     05  DLR217-T-DEPOSITORS      PIC 9(09)  VALUE ZERO.
021800     05  DLR217-T-AGGREGATE       PIC S9(15)V99 COMP-3
021900                                              VALUE ZERO.
022000     05  DLR217-T-INSURED         PIC S9(15)V99 COMP-3
022100                                              VALUE ZERO.
022200     05  DLR217-T-UNINSURED       PIC S9(15)V99 COMP-3
022300                                              VALUE ZERO.
022400 01  DLR217-COUNTERS.
022500     05  DLR217-TRANS-READ        PIC 9(09)  VALUE ZERO.
022600     05  DLR217-SETTLED-OUT       PIC 9(07)  VALUE ZERO.
022700     05  DLR217-FROM-ACCRUAL-MAST PIC 9(07)  VALUE ZERO.
022800     05  DLR217-NO-RATE           PIC 9(07)  VALUE ZERO.
022900     05  DLR217-DEBIT-BALANCES    PIC 9(07)  VALUE ZERO.
023000     05  DLR217-DUPLICATES        PIC 9(07)  VALUE ZERO.
023100     05  DLR217-NOT-LISTED        PIC 9(07)  VALUE ZERO.
023200     05  DLR217-OVER-COVER        PIC 9(07)  VALUE ZERO.
023300 01  DLR217-HEADING-1.
023400     05  FILLER                   PIC X(53)  VALUE
023500         'DLR217 - DEPOSITOR SINGLE CUSTOMER VIEW BUILD    RUN '.
023600     05  DLR217-H-RUN-DATE        PIC 9(08).
023700 01  DLR217-HEADING-2.
023800     05  FILLER                   PIC X(08)  VALUE 'PURPOSE '.
023900     05  DLR217-H-PURPOSE         PIC X(08).
024000     05  FILLER                   PIC X(14)  VALUE
024100         '  COVER LIMIT '.
024200     05  DLR217-H-COVER-LIMIT     PIC ZZZ,ZZZ,ZZ9.
024300     05  FILLER                   PIC X(01)  VALUE SPACE.
024400     05  DLR217-H-LOCAL-CCY       PIC X(03).
024500     05  FILLER                   PIC X(12)  VALUE
024600         '  DEADLINE '.
024700     05  DLR217-H-DEADLINE        PIC ZZZZ9.
024800     05  FILLER                   PIC X(05)  VALUE ' MIN'.
024900 01  DLR217-HEADING-3.
025000     05  FILLER                   PIC X(40)  VALUE
025100         'ACCOUNT NO           PT DEPOSIT NO  CCY'.
025200     05  FILLER                   PIC X(25)  VALUE
025300         '        BALANCE EXCEPTION'.
025400 01  DLR217-EXCEPTION-LINE.
025500     05  DLR217-E-ACC-NO          PIC X(20).
025600     05  FILLER                   PIC X(01)  VALUE SPACES.
025700     05  DLR217-E-PROD-TYP        PIC X(02).
025800     05  FILLER                   PIC X(01)  VALUE SPACES.
025900     05  DLR217-E-DEP-NO          PIC X(11).
026000     05  FILLER                   PIC X(01)  VALUE SPACES.
026100     05  DLR217-E-CCY             PIC X(03).
026200     05  FILLER                   PIC X(01)  VALUE SPACES.
026300     05  DLR217-E-BALANCE         PIC -ZZZ,ZZZ,ZZ9.99.
026400     05  FILLER                   PIC X(01)  VALUE SPACES.
026500     05  DLR217-E-TEXT            PIC X(30).
026600 01  DLR217-TOTAL-LINE.
026700     05  DLR217-T-LABEL           PIC X(40).
026800     05  DLR217-T-COUNT           PIC ZZZZZZZZ9.
026900 01  DLR217-VALUE-TOTAL-LINE.
027000     05  DLR217-T-V-LABEL         PIC X(40).
027100     05  DLR217-T-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
027200 01  DLR217-MESSAGE-LINE          PIC X(80).
027300 01  DLR217-BLANK-LINE            PIC X(01)  VALUE SPACE.
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE.
027700     PERFORM 2000-PROCESS-TRANS
027800         UNTIL DLR217-EOF.
027900     IF  DLR217-DEPOSIT-HELD
028000         PERFORM 2500-FILE-DEPOSIT
028100     END-IF.
028200     PERFORM 3000-BUILD-SCV-FILE.
028300     PERFORM 8000-PRINT-TOTALS.
028400     PERFORM 9000-TERMINATE.
028500     STOP RUN.
028600
028700 1000-INITIALIZE.
028800     ACCEPT DLR217-RUN-DATE   FROM DATE YYYYMMDD.
028900     ACCEPT DLR217-START-TIME FROM TIME.
029000     OPEN INPUT RUN-CARD.
029100     READ RUN-CARD
029200         AT END
029300             MOVE 'Y' TO DLR217-CARD-EOF-SW
029400     END-READ.
029500     IF  NOT DLR217-CARD-EOF
029600     AND SCR-EXERCISE
029700         MOVE SCR-PURPOSE TO DLR217-PURPOSE
029800     END-IF.
029900     CLOSE RUN-CARD.
030000     PERFORM 1100-LOAD-PARAMETERS.
030100     PERFORM 1200-LOAD-CCY-ATTRS.
030200     PERFORM 1300-LOAD-RATES.
030300     OPEN INPUT  AQTRANS-FILE.
030400     OPEN INPUT  ACCRUAL-MASTER.
030500     OPEN OUTPUT SCV-WORK.
030600     OPEN OUTPUT SCV-FILE.
030700     OPEN OUTPUT SCV-REPORT.
030800     MOVE DLR217-RUN-DATE     TO DLR217-H-RUN-DATE.
030900     IF  DLR217-EXERCISE
031000         MOVE 'EXERCISE'      TO DLR217-H-PURPOSE
031100     ELSE
031200         MOVE 'LIVE'          TO DLR217-H-PURPOSE
031300     END-IF.
031400     MOVE DLR217-COVER-LIMIT  TO DLR217-H-COVER-LIMIT.
031500     MOVE DLR217-LOCAL-CCY    TO DLR217-H-LOCAL-CCY.
031600     MOVE DLR217-DEADLINE-MIN TO DLR217-H-DEADLINE.
031700     WRITE SCV-LINE FROM DLR217-HEADING-1.
031800     WRITE SCV-LINE FROM DLR217-HEADING-2.
031900     WRITE SCV-LINE FROM DLR217-BLANK-LINE.
032000     WRITE SCV-LINE FROM DLR217-HEADING-3.
032100     MOVE SPACES              TO DLSCVREC-RECORD.
032200     SET DLSCVREC-HEADER      TO TRUE.
032300     MOVE DLR217-ENTITY-ID    TO DLSCVREC-H-ENTITY-ID.
032400     MOVE DLR217-RUN-DATE     TO DLSCVREC-H-AS-AT-DATE.
032500     IF  DLR217-EXERCISE
032600         SET DLSCVREC-H-EXERCISE TO TRUE
032700     ELSE
032800         SET DLSCVREC-H-LIVE     TO TRUE
032900     END-IF.
033000     MOVE DLR217-LOCAL-CCY    TO DLSCVREC-H-LOCAL-CCY.
033100     MOVE DLR217-COVER-LIMIT  TO DLSCVREC-H-COVER-LIMIT.
033200     WRITE DLSCVREC-RECORD.
033300     PERFORM 2100-READ-AQTRANS.
033400 1000-EXIT.
033500     EXIT.
033600
033700*    THE LATEST DLPARAMM ROWS EFFECTIVE ON OR BEFORE THE RUN
033800*    DATE WIN; WITH NO ROWS THE BUILT-IN DEFAULTS STAND.
033900 1100-LOAD-PARAMETERS.
034000     OPEN INPUT PARAM-FILE.
034100     PERFORM 1110-READ-PARAM.
034200     PERFORM 1120-TEST-ONE-PARAM
034300         UNTIL DLR217-PARM-EOF.
034400     CLOSE PARAM-FILE.
034500 1100-EXIT.
034600     EXIT.
034700
034800 1110-READ-PARAM.
034900     READ PARAM-FILE
035000         AT END
035100             MOVE 'Y' TO DLR217-PARM-EOF-SW
035200     END-READ.
035300 1110-EXIT.
035400     EXIT.
035500
035600 1120-TEST-ONE-PARAM.
035700     IF  DLPARAMM-JOB-NAME = 'DLR217  '
035800     AND DLPARAMM-EFF-FROM <= DLR217-RUN-DATE
035900         EVALUATE TRUE
036000             WHEN DLPARAMM-PARAM-NAME = 'COVER-LIMIT '
036100             AND  DLPARAMM-EFF-FROM >= DLR217-BEST-EFF-COVER
036200                 MOVE DLPARAMM-EFF-FROM
036300                     TO DLR217-BEST-EFF-COVER
036400                 MOVE DLPARAMM-PARAM-VALUE
036500                     TO DLR217-COVER-LIMIT
036600             WHEN DLPARAMM-PARAM-NAME = 'DEADLINE-MIN'
036700             AND  DLPARAMM-EFF-FROM >= DLR217-BEST-EFF-DEADLINE
036800                 MOVE DLPARAMM-EFF-FROM
036900                     TO DLR217-BEST-EFF-DEADLINE
037000                 MOVE DLPARAMM-PARAM-VALUE
037100                     TO DLR217-DEADLINE-MIN
037200             WHEN OTHER
037300                 CONTINUE
037400         END-EVALUATE
037500     END-IF.
037600     PERFORM 1110-READ-PARAM.
037700 1120-EXIT.
037800     EXIT.
037900
038000 1200-LOAD-CCY-ATTRS.
038100     OPEN INPUT CCY-ATTR-FILE.
038200     PERFORM 1210-READ-CCY-ATTR.
038300     PERFORM 1220-HOLD-ONE-CCY-ATTR
038400         UNTIL DLR217-ATT-EOF.
038500     CLOSE CCY-ATTR-FILE.
038600 1200-EXIT.
038700     EXIT.
038800
038900 1210-READ-CCY-ATTR.
039000     READ CCY-ATTR-FILE
039100         AT END
039200             MOVE 'Y' TO DLR217-ATT-EOF-SW
039300     END-READ.
039400 1210-EXIT.
039500     EXIT.
039600
039700 1220-HOLD-ONE-CCY-ATTR.
039800     IF  DLR217-ATT-COUNT < 50
039900         ADD 1 TO DLR217-ATT-COUNT
040000         SET DLR217-ATT-IX TO DLR217-ATT-COUNT
040100         MOVE DLCCYATT-CCY
040200             TO DLR217-A-CCY (DLR217-ATT-IX)
040300         MOVE DLCCYATT-DECIMALS
040400             TO DLR217-A-DECIMALS (DLR217-ATT-IX)
040500     END-IF.
040600     PERFORM 1210-READ-CCY-ATTR.
040700 1220-EXIT.
040800     EXIT.
040900
041000 1300-LOAD-RATES.
041100     OPEN INPUT FXRATE-FILE.
041200     PERFORM 1310-READ-RATE.
041300     PERFORM 1320-HOLD-ONE-RATE
041400         UNTIL DLR217-RATE-EOF.
041500     CLOSE FXRATE-FILE.
041600 1300-EXIT.
041700     EXIT.
041800
041900 1310-READ-RATE.
042000     READ FXRATE-FILE
042100         AT END
042200             MOVE 'Y' TO DLR217-RATE-EOF-SW
042300     END-READ.
042400 1310-EXIT.
042500     EXIT.
042600
042700 1320-HOLD-ONE-RATE.
042800     IF  DLR217-RATE-COUNT < 200
042900     AND DLFXRATE-EFF-DATE <= DLR217-RUN-DATE
043000         ADD 1 TO DLR217-RATE-COUNT
043100         SET DLR217-RX TO DLR217-RATE-COUNT
043200         MOVE DLFXRATE-CCY      TO DLR217-R-CCY (DLR217-RX)
043300         MOVE DLFXRATE-EFF-DATE TO DLR217-R-EFF-DATE (DLR217-RX)
043400         MOVE DLFXRATE-RATE     TO DLR217-R-RATE (DLR217-RX)
043500     END-IF.
043600     PERFORM 1310-READ-RATE.
043700 1320-EXIT.
043800     EXIT.
043900
044000*    AQTRANS IS IN PRODUCT / ACCOUNT / DEPOSIT ORDER, SO A
044100*    DEPOSIT'S RECORDS ARRIVE TOGETHER; THE DEPOSIT IS FILED
044200*    ON THE CHANGE OF KEY.
044300 2000-PROCESS-TRANS.
044400     ADD 1 TO DLR217-TRANS-READ.
044500     MOVE TRANS-PROD-TYP TO DLR217-K-PROD-TYP.
044600     MOVE TRANS-ACC-NO   TO DLR217-K-ACC-NO.
044700     MOVE TRANS-DEP-NO   TO DLR217-K-DEP-NO.
044800     IF  DLR217-RECORD-KEY NOT = DLR217-D-KEY
044900     OR  NOT DLR217-DEPOSIT-HELD
045000         IF  DLR217-DEPOSIT-HELD
045100             PERFORM 2500-FILE-DEPOSIT
045200         END-IF
045300         MOVE DLR217-RECORD-KEY TO DLR217-D-KEY
045400         MOVE ZERO TO DLR217-D-STAMP
045500         MOVE 'Y'  TO DLR217-HELD-SW
045600     END-IF.
045700     COMPUTE DLR217-RECORD-STAMP =
045800         TRANS-DTE-SYS * 1000000 + TRANS-TIME-SYS.
045900     IF  DLR217-RECORD-STAMP >= DLR217-D-STAMP
046000         PERFORM 2200-TAKE-LATEST
046100     END-IF.
046200     PERFORM 2100-READ-AQTRANS.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2100-READ-AQTRANS.
046700     READ AQTRANS-FILE
046800         AT END
046900             MOVE 'Y' TO DLR217-EOF-SW
047000     END-READ.
047100 2100-EXIT.
047200     EXIT.
047300
047400*    THE LEDGER BALANCE ON THE COMMON DEPOSIT DETAIL IS STRUCK
047500*    AFTER A CREDIT BUT BEFORE A DEBIT, SO A DEBIT'S AMOUNT IS
047600*    TAKEN OFF IT; A START-DEPOSIT CARRIES ITS OWN BALANCE AND
047700*    THE DEPOSIT SYSTEM'S ACCRUED INTEREST.
047800 2200-TAKE-LATEST.
047900     MOVE DLR217-RECORD-STAMP TO DLR217-D-STAMP.
048000     MOVE TRANS-PROC-BRCH     TO DLR217-D-BRANCH.
048100     MOVE TRANS-DTE-SYS       TO DLR217-D-LAST-DATE.
048200     MOVE TRN-DEP-CCY         TO DLR217-D-CCY.
048300     MOVE TRN-DEP-CCY-DEC     TO DLR217-D-CCY-DEC.
048400     MOVE TRN-DEP-BAL         TO DLR217-D-RAW-BALANCE.
048500     MOVE ZERO                TO DLR217-D-RAW-ACCRUED.
048600     MOVE 'N'                 TO DLR217-D-SETTLED-SW.
048700     EVALUATE TRANS-BASIC-TRNTYP
048800         WHEN 'SD  '
048900             MOVE TRN-SD-CCY     TO DLR217-D-CCY
049000             MOVE TRN-SD-CCY-DEC TO DLR217-D-CCY-DEC
049100             MOVE TRN-SD-BAL     TO DLR217-D-RAW-BALANCE
049200             MOVE TRN-SD-CR-INT-ACCRUED
049300                 TO DLR217-D-RAW-ACCRUED
049400             IF  TRN-SD-SETLED-IND = 'Y'
049500                 MOVE 'Y' TO DLR217-D-SETTLED-SW
049600             END-IF
049700         WHEN 'DR  '
049800         WHEN 'SVC '
049900             SUBTRACT TRN-DR-AMT FROM DLR217-D-RAW-BALANCE
050000         WHEN OTHER
050100             CONTINUE
050200     END-EVALUATE.
050300 2200-EXIT.
050400     EXIT.
050500
050600*    A SETTLED DEPOSIT HOLDS NOTHING AND IS LEFT OUT. ACCRUED
050700*    INTEREST COMES FROM THE DAILY ACCRUAL MASTER WHERE THE
050800*    DEPOSIT IS OPEN ON IT, ELSE FROM THE DEPOSIT SYSTEM.
050900 2500-FILE-DEPOSIT.
051000     IF  DLR217-D-SETTLED
051100         ADD 1 TO DLR217-SETTLED-OUT
051200     ELSE
051300         MOVE SPACES            TO DLSCVWRK-RECORD
051400         MOVE DLR217-D-ACC-NO   TO DLSCVWRK-ACC-NO
051500         MOVE DLR217-D-PROD-TYP TO DLSCVWRK-PROD-TYP
051600         MOVE DLR217-D-DEP-NO   TO DLSCVWRK-DEP-NO
051700         MOVE DLR217-D-BRANCH   TO DLSCVWRK-BRANCH
051800         MOVE DLR217-D-CCY      TO DLSCVWRK-CCY
051900         MOVE DLR217-D-LAST-DATE TO DLSCVWRK-LAST-TXN-DATE
052000         PERFORM 2900-SET-CCY-ATTRS
052100         COMPUTE DLSCVWRK-BALANCE =
052200             DLR217-D-RAW-BALANCE / DLR217-SCALE-DIVISOR
052300         COMPUTE DLSCVWRK-ACCRUED =
052400             DLR217-D-RAW-ACCRUED / DLR217-SCALE-DIVISOR
052500         MOVE DLR217-D-DEP-NO   TO DLDEPACR-DEP-NO
052600         READ ACCRUAL-MASTER
052700             INVALID KEY
052800                 CONTINUE
052900             NOT INVALID KEY
053000                 IF  DLDEPACR-OPEN
053100                     MOVE DLDEPACR-ACCRUED-TO-DATE
053200                         TO DLSCVWRK-ACCRUED
053300                     ADD 1 TO DLR217-FROM-ACCRUAL-MAST
053400                 END-IF
053500         END-READ
053600         IF  DLR217-D-CCY = DLR217-LOCAL-CCY
053700             MOVE 1 TO DLR217-RATE-USED
053800             SET DLSCVWRK-LOCAL TO TRUE
053900         ELSE
054000             PERFORM 2950-PICK-RATE
054100             IF  DLR217-RATE-FOUND
054200                 SET DLSCVWRK-RATE-FOUND TO TRUE
054300             ELSE
054400                 MOVE 1 TO DLR217-RATE-USED
054500                 SET DLSCVWRK-NO-RATE TO TRUE
054600                 ADD 1 TO DLR217-NO-RATE
054700                 MOVE 'NO RATE - AT FACE VALUE'
054800                     TO DLR217-E-TEXT
054900                 PERFORM 2600-WRITE-EXCEPTION
055000             END-IF
055100         END-IF
055200         MOVE DLR217-RATE-USED  TO DLSCVWRK-FX-RATE
055300         COMPUTE DLSCVWRK-LOCAL-BALANCE ROUNDED =
055400             DLSCVWRK-BALANCE * DLR217-RATE-USED
055500         COMPUTE DLSCVWRK-LOCAL-ACCRUED ROUNDED =
055600             DLSCVWRK-ACCRUED * DLR217-RATE-USED
055700         WRITE DLSCVWRK-RECORD
055800             INVALID KEY
055900                 ADD 1 TO DLR217-DUPLICATES
056000                 MOVE 'DEPOSIT SEEN TWICE - LEFT OUT'
056100                     TO DLR217-E-TEXT
056200                 PERFORM 2600-WRITE-EXCEPTION
056300             NOT INVALID KEY
056400                 ADD 1 TO DLR217-P1-DEPOSITS
056500                 ADD DLSCVWRK-LOCAL-BALANCE TO DLR217-P1-TOTAL
056600                 ADD DLSCVWRK-LOCAL-ACCRUED TO DLR217-P1-TOTAL
056700         END-WRITE
056800     END-IF.
056900 2500-EXIT.
057000     EXIT.
057100
057200 2600-WRITE-EXCEPTION.
057300     MOVE DLSCVWRK-ACC-NO   TO DLR217-E-ACC-NO.
057400     MOVE DLSCVWRK-PROD-TYP TO DLR217-E-PROD-TYP.
057500     MOVE DLSCVWRK-DEP-NO   TO DLR217-E-DEP-NO.
057600     MOVE DLSCVWRK-CCY      TO DLR217-E-CCY.
057700     MOVE DLSCVWRK-BALANCE  TO DLR217-E-BALANCE.
057800     WRITE SCV-LINE FROM DLR217-EXCEPTION-LINE.
057900 2600-EXIT.
058000     EXIT.
058100
058200*    THE ATTRIBUTES MASTER (FALLBACK: THE DECIMALS CARRIED ON
058300*    THE TRANSACTION) SAYS HOW MANY DECIMALS TO SCALE OFF THE
058400*    RAW AMOUNTS.
058500 2900-SET-CCY-ATTRS.
058600     SET DLR217-ATT-IX TO 1.
058700     SEARCH DLR217-ATT-ENTRY
058800         AT END
058900             CONTINUE
059000         WHEN DLR217-ATT-IX > DLR217-ATT-COUNT
059100             CONTINUE
059200         WHEN DLR217-A-CCY (DLR217-ATT-IX) = DLR217-D-CCY
059300             MOVE DLR217-A-DECIMALS (DLR217-ATT-IX)
059400                 TO DLR217-D-CCY-DEC
059500     END-SEARCH.
059600     EVALUATE DLR217-D-CCY-DEC
059700         WHEN 0
059800             MOVE 1      TO DLR217-SCALE-DIVISOR
059900         WHEN 1
060000             MOVE 10     TO DLR217-SCALE-DIVISOR
060100         WHEN 2
060200             MOVE 100    TO DLR217-SCALE-DIVISOR
060300         WHEN 3
060400             MOVE 1000   TO DLR217-SCALE-DIVISOR
060500         WHEN OTHER
060600             MOVE 100    TO DLR217-SCALE-DIVISOR
060700     END-EVALUATE.
060800 2900-EXIT.
060900     EXIT.
061000
061100 2950-PICK-RATE.
061200     MOVE 'N' TO DLR217-RATE-FOUND-SW.
061300     MOVE ZERO TO DLR217-BEST-EFF-DATE.
061400     MOVE ZERO TO DLR217-RATE-USED.
061500     PERFORM 2960-TEST-ONE-RATE
061600         VARYING DLR217-RX FROM 1 BY 1
061700         UNTIL DLR217-RX > DLR217-RATE-COUNT.
061800 2950-EXIT.
061900     EXIT.
062000
062100 2960-TEST-ONE-RATE.
062200     IF  DLR217-R-CCY (DLR217-RX) = DLR217-D-CCY
062300     AND DLR217-R-EFF-DATE (DLR217-RX) >= DLR217-BEST-EFF-DATE
062400         MOVE DLR217-R-EFF-DATE (DLR217-RX)
062500             TO DLR217-BEST-EFF-DATE
062600         MOVE DLR217-R-RATE (DLR217-RX) TO DLR217-RATE-USED
062700         MOVE 'Y' TO DLR217-RATE-FOUND-SW
062800     END-IF.
062900 2960-EXIT.
063000     EXIT.
063100
063200*    PASS 2 - THE WORK FILE IN DEPOSITOR ORDER.
063300 3000-BUILD-SCV-FILE.
063400     CLOSE SCV-WORK.
063500     OPEN INPUT SCV-WORK.
063600     MOVE SPACES TO DLR217-C-ACC-NO.
063700     MOVE ZERO   TO DLR217-C-ACCOUNTS.
063800     MOVE LOW-VALUES TO DLSCVWRK-KEY.
063900     START SCV-WORK KEY NOT < DLSCVWRK-KEY
064000         INVALID KEY
064100             MOVE 'Y' TO DLR217-WORK-EOF-SW
064200     END-START.
064300     PERFORM 3100-READ-ONE-DEPOSIT
064400         UNTIL DLR217-WORK-EOF.
064500     IF  DLR217-C-ACCOUNTS > ZERO
064600         PERFORM 3300-WRITE-DEPOSITOR
064700     END-IF.
064800 3000-EXIT.
064900     EXIT.
065000
065100 3100-READ-ONE-DEPOSIT.
065200     READ SCV-WORK NEXT RECORD
065300         AT END
065400             MOVE 'Y' TO DLR217-WORK-EOF-SW
065500     END-READ.
065600     IF  NOT DLR217-WORK-EOF
065700         IF  DLSCVWRK-ACC-NO NOT = DLR217-C-ACC-NO
065800             IF  DLR217-C-ACCOUNTS > ZERO
065900                 PERFORM 3300-WRITE-DEPOSITOR
066000             END-IF
066100             PERFORM 3200-START-DEPOSITOR
066200         END-IF
066300         PERFORM 3250-ADD-DEPOSIT
066400     END-IF.
066500 3100-EXIT.
066600     EXIT.
066700
066800 3200-START-DEPOSITOR.
066900     MOVE DLSCVWRK-ACC-NO TO DLR217-C-ACC-NO.
067000     MOVE DLSCVWRK-BRANCH TO DLR217-C-HOME-BRANCH.
067100     MOVE ZERO TO DLR217-C-ACCOUNTS.
067200     MOVE ZERO TO DLR217-C-BALANCE.
067300     MOVE ZERO TO DLR217-C-ACCRUED.
067400     MOVE ZERO TO DLR217-C-HELD-COUNT.
067500 3200-EXIT.
067600     EXIT.
067700
067800*    ONLY CREDIT BALANCES ARE INSURED - A DEBIT BALANCE IS
067900*    LISTED ON ITS ACCOUNT RECORD BUT NOT NETTED OFF THE REST.
068000 3250-ADD-DEPOSIT.
068100     ADD 1 TO DLR217-C-ACCOUNTS.
068200     ADD 1 TO DLR217-P2-ACCOUNTS.
068300     ADD DLSCVWRK-LOCAL-BALANCE TO DLR217-P2-TOTAL.
068400     ADD DLSCVWRK-LOCAL-ACCRUED TO DLR217-P2-TOTAL.
068500     IF  DLSCVWRK-LOCAL-BALANCE < ZERO
068600         ADD 1 TO DLR217-DEBIT-BALANCES
068700     ELSE
068800         ADD DLSCVWRK-LOCAL-BALANCE TO DLR217-C-BALANCE
068900         ADD DLSCVWRK-LOCAL-ACCRUED TO DLR217-C-ACCRUED
069000     END-IF.
069100     IF  DLR217-C-HELD-COUNT < 200
069200         ADD 1 TO DLR217-C-HELD-COUNT
069300         SET DLR217-HX TO DLR217-C-HELD-COUNT
069400         MOVE DLSCVWRK-RECORD TO DLR217-H-IMAGE (DLR217-HX)
069500     ELSE
069600         ADD 1 TO DLR217-NOT-LISTED
069700     END-IF.
069800 3250-EXIT.
069900     EXIT.
070000
070100 3300-WRITE-DEPOSITOR.
070200     COMPUTE DLR217-C-TOTAL = DLR217-C-BALANCE + DLR217-C-ACCRUED.
070300     IF  DLR217-C-TOTAL > DLR217-COVER-LIMIT
070400         MOVE DLR217-COVER-LIMIT TO DLR217-C-INSURED
070500         COMPUTE DLR217-C-UNINSURED =
070600             DLR217-C-TOTAL - DLR217-COVER-LIMIT
070700         ADD 1 TO DLR217-OVER-COVER
070800     ELSE
070900         MOVE DLR217-C-TOTAL TO DLR217-C-INSURED
071000         MOVE ZERO           TO DLR217-C-UNINSURED
071100     END-IF.
071200     ADD 1 TO DLR217-T-DEPOSITORS.
071300     ADD DLR217-C-TOTAL     TO DLR217-T-AGGREGATE.
071400     ADD DLR217-C-INSURED   TO DLR217-T-INSURED.
071500     ADD DLR217-C-UNINSURED TO DLR217-T-UNINSURED.
071600     MOVE SPACES               TO DLSCVREC-RECORD.
071700     SET DLSCVREC-DEPOSITOR    TO TRUE.
071800     MOVE DLR217-C-ACC-NO      TO DLSCVREC-C-DEPOSITOR-ID.
071900     MOVE DLR217-C-HOME-BRANCH TO DLSCVREC-C-HOME-BRANCH.
072000     MOVE DLR217-C-ACCOUNTS    TO DLSCVREC-C-ACCOUNTS.
072100     MOVE DLR217-C-BALANCE     TO DLSCVREC-C-BALANCE.
072200     MOVE DLR217-C-ACCRUED     TO DLSCVREC-C-ACCRUED.
072300     MOVE DLR217-C-TOTAL       TO DLSCVREC-C-TOTAL.
072400     MOVE DLR217-C-INSURED     TO DLSCVREC-C-INSURED.
072500     MOVE DLR217-C-UNINSURED   TO DLSCVREC-C-UNINSURED.
072600     MOVE DLR217-COVER-LIMIT   TO DLSCVREC-C-COVER-LIMIT.
072700     WRITE DLSCVREC-RECORD.
072800     PERFORM 3400-WRITE-ACCOUNT
072900         VARYING DLR217-HX FROM 1 BY 1
073000         UNTIL DLR217-HX > DLR217-C-HELD-COUNT.
073100 3300-EXIT.
073200     EXIT.
073300
073400 3400-WRITE-ACCOUNT.
073500     MOVE DLR217-H-IMAGE (DLR217-HX) TO DLSCVWRK-RECORD.
073600     MOVE SPACES                 TO DLSCVREC-RECORD.
073700     SET DLSCVREC-ACCOUNT        TO TRUE.
073800     MOVE DLSCVWRK-ACC-NO        TO DLSCVREC-A-DEPOSITOR-ID.
073900     MOVE DLSCVWRK-PROD-TYP      TO DLSCVREC-A-PROD-TYP.
074000     MOVE DLSCVWRK-DEP-NO        TO DLSCVREC-A-DEP-NO.
074100     MOVE DLSCVWRK-BRANCH        TO DLSCVREC-A-BRANCH.
074200     MOVE DLSCVWRK-CCY           TO DLSCVREC-A-CCY.
074300     MOVE DLSCVWRK-BALANCE       TO DLSCVREC-A-CCY-BALANCE.
074400     MOVE DLSCVWRK-ACCRUED       TO DLSCVREC-A-CCY-ACCRUED.
074500     MOVE DLSCVWRK-FX-RATE       TO DLSCVREC-A-FX-RATE.
074600     MOVE DLSCVWRK-RATE-IND      TO DLSCVREC-A-RATE-IND.
074700     MOVE DLSCVWRK-LOCAL-BALANCE TO DLSCVREC-A-BALANCE.
074800     MOVE DLSCVWRK-LOCAL-ACCRUED TO DLSCVREC-A-ACCRUED.
074900     MOVE DLSCVWRK-LAST-TXN-DATE TO DLSCVREC-A-LAST-TXN-DATE.
075000     WRITE DLSCVREC-RECORD.
075100 3400-EXIT.
075200     EXIT.
075300
075400 8000-PRINT-TOTALS.
075500     WRITE SCV-LINE FROM DLR217-BLANK-LINE.
075600     MOVE 'AQTRANS RECORDS READ' TO DLR217-T-LABEL.
075700     MOVE DLR217-TRANS-READ TO DLR217-T-COUNT.
075800     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
075900     MOVE 'SETTLED DEPOSITS LEFT OUT' TO DLR217-T-LABEL.
076000     MOVE DLR217-SETTLED-OUT TO DLR217-T-COUNT.
076100     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
076200     MOVE 'DEPOSITS FILED - PASS 1' TO DLR217-T-LABEL.
076300     MOVE DLR217-P1-DEPOSITS TO DLR217-T-COUNT.
076400     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
076500     MOVE 'ACCOUNT RECORDS - PASS 2' TO DLR217-T-LABEL.
076600     MOVE DLR217-P2-ACCOUNTS TO DLR217-T-COUNT.
076700     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
076800     MOVE 'ACCRUED INTEREST FROM ACCRUAL MASTER'
076900         TO DLR217-T-LABEL.
077000     MOVE DLR217-FROM-ACCRUAL-MAST TO DLR217-T-COUNT.
077100     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
077200     MOVE 'FOREIGN DEPOSITS WITH NO RATE - AT FACE'
077300         TO DLR217-T-LABEL.
077400     MOVE DLR217-NO-RATE TO DLR217-T-COUNT.
077500     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
077600     MOVE 'DEBIT BALANCES NOT NETTED' TO DLR217-T-LABEL.
077700     MOVE DLR217-DEBIT-BALANCES TO DLR217-T-COUNT.
077800     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
077900     MOVE 'DEPOSITS SEEN TWICE - LEFT OUT' TO DLR217-T-LABEL.
078000     MOVE DLR217-DUPLICATES TO DLR217-T-COUNT.
078100     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
078200     MOVE 'ACCOUNTS NOT LISTED - TABLE FULL' TO DLR217-T-LABEL.
078300     MOVE DLR217-NOT-LISTED TO DLR217-T-COUNT.
078400     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
078500     MOVE 'DEPOSITORS' TO DLR217-T-LABEL.
078600     MOVE DLR217-T-DEPOSITORS TO DLR217-T-COUNT.
078700     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
078800     MOVE 'DEPOSITORS OVER THE COVER LIMIT' TO DLR217-T-LABEL.
078900     MOVE DLR217-OVER-COVER TO DLR217-T-COUNT.
079000     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
079100     MOVE 'AGGREGATE DEPOSITS' TO DLR217-T-V-LABEL.
079200     MOVE DLR217-T-AGGREGATE TO DLR217-T-VALUE.
079300     WRITE SCV-LINE FROM DLR217-VALUE-TOTAL-LINE.
079400     MOVE 'INSURED' TO DLR217-T-V-LABEL.
079500     MOVE DLR217-T-INSURED TO DLR217-T-VALUE.
079600     WRITE SCV-LINE FROM DLR217-VALUE-TOTAL-LINE.
079700     MOVE 'UNINSURED' TO DLR217-T-V-LABEL.
079800     MOVE DLR217-T-UNINSURED TO DLR217-T-VALUE.
079900     WRITE SCV-LINE FROM DLR217-VALUE-TOTAL-LINE.
080000     MOVE 'ALL BALANCES - PASS 1' TO DLR217-T-V-LABEL.
080100     MOVE DLR217-P1-TOTAL TO DLR217-T-VALUE.
080200     WRITE SCV-LINE FROM DLR217-VALUE-TOTAL-LINE.
080300     MOVE 'ALL BALANCES - PASS 2' TO DLR217-T-V-LABEL.
080400     MOVE DLR217-P2-TOTAL TO DLR217-T-VALUE.
080500     WRITE SCV-LINE FROM DLR217-VALUE-TOTAL-LINE.
080600     WRITE SCV-LINE FROM DLR217-BLANK-LINE.
080700     IF  DLR217-P1-DEPOSITS = DLR217-P2-ACCOUNTS
080800     AND DLR217-P1-TOTAL = DLR217-P2-TOTAL
080900         MOVE 'CONTROL TOTALS AGREE BETWEEN PASSES'
081000             TO DLR217-MESSAGE-LINE
081100     ELSE
081200         MOVE 'CONTROL TOTALS DO NOT AGREE - FILE NOT FIT TO SEND'
081300             TO DLR217-MESSAGE-LINE
081400         MOVE 4 TO RETURN-CODE
081500     END-IF.
081600     WRITE SCV-LINE FROM DLR217-MESSAGE-LINE.
081700 8000-EXIT.
081800     EXIT.
081900
082000*    THE REGULATOR ALLOWS A FIXED TIME FROM REQUEST TO FILE;
082100*    THE BUILD'S OWN ELAPSED TIME (ACROSS MIDNIGHT IF NEED BE)
082200*    IS CHECKED AGAINST THE DEADLINE-MIN PARAMETER EVERY RUN,
082300*    SO THE QUARTERLY EXERCISE SHOWS WHETHER IT STILL FITS.
082400 9000-TERMINATE.
082500     MOVE SPACES              TO DLSCVREC-RECORD.
082600     SET DLSCVREC-TRAILER     TO TRUE.
082700     MOVE DLR217-ENTITY-ID    TO DLSCVREC-T-ENTITY-ID.
082800     MOVE DLR217-T-DEPOSITORS TO DLSCVREC-T-DEPOSITORS.
082900     MOVE DLR217-P2-ACCOUNTS  TO DLSCVREC-T-ACCOUNTS.
083000     MOVE DLR217-T-AGGREGATE  TO DLSCVREC-T-TOTAL.
083100     MOVE DLR217-T-INSURED    TO DLSCVREC-T-INSURED.
083200     MOVE DLR217-T-UNINSURED  TO DLSCVREC-T-UNINSURED.
083300     WRITE DLSCVREC-RECORD.
083400     ACCEPT DLR217-END-TIME FROM TIME.
083500     COMPUTE DLR217-ELAPSED-SECS =
083600         (DLR217-END-HH * 3600 + DLR217-END-MM * 60
083700          + DLR217-END-SS)
083800       - (DLR217-START-HH * 3600 + DLR217-START-MM * 60
083900          + DLR217-START-SS).
084000     IF  DLR217-ELAPSED-SECS < ZERO
084100         ADD 86400 TO DLR217-ELAPSED-SECS
084200     END-IF.
084300     COMPUTE DLR217-ELAPSED-MIN =
084400         (DLR217-ELAPSED-SECS + 59) / 60.
084500     MOVE 'ELAPSED MINUTES' TO DLR217-T-LABEL.
084600     MOVE DLR217-ELAPSED-MIN TO DLR217-T-COUNT.
084700     WRITE SCV-LINE FROM DLR217-TOTAL-LINE.
084800     IF  DLR217-ELAPSED-MIN > DLR217-DEADLINE-MIN
084900         MOVE 'BUILD OVERRAN THE REGULATOR DEADLINE'
085000             TO DLR217-MESSAGE-LINE
085100         WRITE SCV-LINE FROM DLR217-MESSAGE-LINE
085200         MOVE 4 TO RETURN-CODE
085300     END-IF.
085400     IF  DLR217-NO-RATE > ZERO
085500     OR  DLR217-DUPLICATES > ZERO
085600     OR  DLR217-NOT-LISTED > ZERO
085700         MOVE 4 TO RETURN-CODE
085800     END-IF.
085900     DISPLAY 'DLR217 PURPOSE           = ' DLR217-PURPOSE.
086000     DISPLAY 'DLR217 DEPOSITORS        = ' DLR217-T-DEPOSITORS.
086100     DISPLAY 'DLR217 ELAPSED MINUTES   = ' DLR217-ELAPSED-MIN.
086200     CLOSE AQTRANS-FILE
086300           ACCRUAL-MASTER
086400           SCV-WORK
086500           SCV-FILE
086600           SCV-REPORT.
086700 9000-EXIT.
086800     EXIT.
