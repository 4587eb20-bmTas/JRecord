000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR180.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR180 - TILL CASH-UP RECONCILIATION AND OVER/SHORT REPORT   *
001000*                                                                *
001100*   MATCHES EACH DLCASHUP DECLARATION (CASH AND OTHER TENDERS    *
001200*   COUNTED AT THE END OF A SHIFT) AGAINST THE TAKINGS DTAR107   *
001300*   RECORDED FOR THE SAME STORE, TERMINAL, OPERATOR AND DAY.     *
001400*   TAKINGS ARE SALES, LAYBY DEPOSITS AND GIFT CARD LOADS LESS   *
001500*   REFUNDS AND VOIDS; GIFT CARD REDEMPTIONS ARE A TENDER, NOT   *
001600*   TAKINGS, AND ARE LEFT OUT. THE OVER/SHORT IS PRINTED BY      *
001700*   STORE AND OPERATOR WITH SUBTOTALS, FOLLOWED BY THE           *
001800*   TERMINALS THAT TRADED WITH NO CASH-UP DECLARED.              *
001900*                                                                *
002000*   EVERY RECONCILED SHIFT IS POSTED TO THE DLOPSHST OPERATOR    *
002100*   HISTORY. AN OPERATOR WHOSE CUMULATIVE VARIANCE REACHES THE   *
002200*   DLPARAMM LIMIT, OR WHO WAS SHORT IN TOO MANY OF THE LAST     *
002300*   TEN SHIFTS, IS FLAGGED AND LISTED. A SHIFT DATED ON OR       *
002400*   BEFORE THE LAST ONE ALREADY ON AN OPERATOR'S HISTORY IS NOT  *
002500*   POSTED AGAIN, SO A RERUN DOES NOT COUNT A SHIFT TWICE.       *
002600*   MISSING CASH-UPS, REJECTED DECLARATIONS OR FLAGGED           *
002700*   OPERATORS END THE RUN WITH RETURN CODE 4.                    *
002800*                                                                *
002900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003000*  ---|----------|------------------------------|------------    *
003100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DTAR107-FILE      ASSIGN TO DTAR107
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT CASHUP-FILE       ASSIGN TO CASHUPIN
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT HISTORY-MASTER    ASSIGN TO DLOPSHST
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS DLOPSHST-KEY.
005000     SELECT CASHUP-REPORT     ASSIGN TO CASHRPT
005100                              ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  DTAR107-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DTAR107-REC.
005800     COPY DTAR107.
005900 FD  CASHUP-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLCASHUP-RECORD.
006300     COPY DLCASHUP.
006400 FD  PARAM-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLPARAMM-RECORD.
006800     COPY DLPARAMM.
006900 FD  HISTORY-MASTER
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLOPSHST-RECORD.
007200     COPY DLOPSHST.
007300 FD  CASHUP-REPORT
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  CASHUP-LINE                 PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  DLR180-SWITCHES.
007900     05  DLR180-EOF-SW            PIC X(01)  VALUE 'N'.
008000         88  DLR180-EOF                      VALUE 'Y'.
008100     05  DLR180-CASH-EOF-SW       PIC X(01)  VALUE 'N'.
008200         88  DLR180-CASH-EOF                 VALUE 'Y'.
008300     05  DLR180-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR180-PARM-EOF                 VALUE 'Y'.
008500     05  DLR180-FOUND-SW          PIC X(01)  VALUE 'N'.
008600         88  DLR180-FOUND                    VALUE 'Y'.
008700     05  DLR180-HIST-NEW-SW       PIC X(01)  VALUE 'N'.
008800         88  DLR180-HIST-NEW                 VALUE 'Y'.
008900     05  DLR180-HIST-POSTED-SW    PIC X(01)  VALUE 'N'.
009000         88  DLR180-HIST-POSTED              VALUE 'Y'.
009100     05  DLR180-OPER-OPEN-SW      PIC X(01)  VALUE 'N'.
009200         88  DLR180-OPER-OPEN                VALUE 'Y'.
009300     05  DLR180-FIRST-SW          PIC X(01)  VALUE 'Y'.
009400         88  DLR180-FIRST                    VALUE 'Y'.
009500     05  DLR180-REJ-HEAD-SW       PIC X(01)  VALUE 'N'.
009600         88  DLR180-REJ-HEAD-DONE            VALUE 'Y'.
009700     05  DLR180-WAS-FLAGGED-SW    PIC X(01)  VALUE 'N'.
009800         88  DLR180-WAS-FLAGGED              VALUE 'Y'.
009900 01  DLR180-CONSTANTS.
010000*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
010100*    THE TOLERANCE IS IN CENTS, THE CUMULATIVE VARIANCE LIMIT
010200*    IN WHOLE DOLLARS AND THE SHORTAGE FREQUENCY IS THE NUMBER
010300*    OF SHORT SHIFTS IN THE LAST TEN.
010400     05  DLR180-TOLERANCE-CENTS   PIC 9(09)  VALUE 200.
010500     05  DLR180-CUM-VAR-LIMIT     PIC 9(09)  VALUE 100.
010600     05  DLR180-SHORT-FREQ        PIC 9(09)  VALUE 3.
010700 01  DLR180-BEST-EFF-DATES.
010800     05  DLR180-BEST-EFF-TOL      PIC 9(08)  VALUE ZERO.
010900     05  DLR180-BEST-EFF-CUM      PIC 9(08)  VALUE ZERO.
011000     05  DLR180-BEST-EFF-FREQ     PIC 9(08)  VALUE ZERO.
011100 01  DLR180-TOLERANCE             PIC S9(7)V99 COMP-3.
011200 01  DLR180-RUN-DATE              PIC 9(08)  VALUE ZERO.
011300 01  DLR180-STORE-NO-EDIT         PIC 9(03).
011400 01  DLR180-PRIOR-LAST-DATE       PIC 9(08).
011500 01  DLR180-SUBSCRIPTS.
011600     05  DLR180-RES-SUB           PIC S9(04)  COMP.
011700     05  DLR180-RECENT-SHORTS     PIC S9(04)  COMP.
011800 01  DLR180-RESULT                PIC X(01).
011900     88  DLR180-RESULT-SHORT                 VALUE 'S'.
012000     88  DLR180-RESULT-OVER                  VALUE 'O'.
012100     88  DLR180-RESULT-BALANCED              VALUE 'B'.
012200 01  DLR180-ABS-VARIANCE          PIC S9(9)V99 COMP-3.
012300 01  DLR180-ENTRY-WORK.
012400     05  DLR180-E-DECLARED        PIC S9(9)V99 COMP-3.
012500     05  DLR180-E-VARIANCE        PIC S9(9)V99 COMP-3.
012600 01  DLR180-NEW-KEY.
012700     05  DLR180-N-STORE-KEY       PIC X(08).
012800     05  DLR180-N-OPERATOR-NO     PIC 9(08).
012900     05  DLR180-N-SHIFT-DATE      PIC 9(08).
013000     05  DLR180-N-TERMINAL-NO     PIC 9(03).
013100 01  DLR180-LAST-KEY.
013200     05  DLR180-L-STORE-KEY       PIC X(08)  VALUE SPACES.
013300     05  DLR180-L-OPERATOR-NO     PIC 9(08)  VALUE ZERO.
013400 01  DLR180-COUNTERS.
013500     05  DLR180-RECS-READ         PIC 9(09)  VALUE ZERO.
013600     05  DLR180-RECS-USED         PIC 9(09)  VALUE ZERO.
013700     05  DLR180-CASH-READ         PIC 9(07)  VALUE ZERO.
013800     05  DLR180-CASH-REJECTED     PIC 9(07)  VALUE ZERO.
013900     05  DLR180-CASH-DUPLICATE    PIC 9(07)  VALUE ZERO.
014000     05  DLR180-ENTRIES-DROPPED   PIC 9(07)  VALUE ZERO.
014100     05  DLR180-SHIFTS-MATCHED    PIC 9(07)  VALUE ZERO.
014200     05  DLR180-SHIFTS-SHORT      PIC 9(07)  VALUE ZERO.
014300     05  DLR180-SHIFTS-OVER       PIC 9(07)  VALUE ZERO.
014400     05  DLR180-SHIFTS-NO-TRADE   PIC 9(07)  VALUE ZERO.
014500     05  DLR180-SHIFTS-MISSING    PIC 9(07)  VALUE ZERO.
014600     05  DLR180-SHIFTS-POSTED     PIC 9(07)  VALUE ZERO.
014700     05  DLR180-ALREADY-POSTED    PIC 9(07)  VALUE ZERO.
014800     05  DLR180-OPERS-FLAGGED     PIC 9(07)  VALUE ZERO.
014900     05  DLR180-MISSING-AMOUNT    PIC S9(11)V99 COMP-3
015000                                             VALUE ZERO.
015100 01  DLR180-TOTALS.
015200     05  DLR180-TOTAL-ENTRY OCCURS 3 TIMES
015300                            INDEXED BY DLR180-TOT-IX.
015400         10  DLR180-TT-TRADED     PIC S9(11)V99 COMP-3.
015500         10  DLR180-TT-CASH       PIC S9(11)V99 COMP-3.
015600         10  DLR180-TT-OTHER      PIC S9(11)V99 COMP-3.
015700         10  DLR180-TT-DECLARED   PIC S9(11)V99 COMP-3.
015800         10  DLR180-TT-VARIANCE   PIC S9(11)V99 COMP-3.
015900         10  DLR180-TT-SHIFTS     PIC S9(07)    COMP-3.
016000*    TOTAL ENTRY 1 IS THE OPERATOR, 2 THE STORE, 3 THE RUN.
016100 01  DLR180-SHIFT-CONTROL.
016200     05  DLR180-SHIFT-COUNT       PIC S9(04)  COMP  VALUE ZERO.
016300     05  DLR180-MOVE-IX           PIC S9(04)  COMP.
016400 01  DLR180-SHIFT-TABLE.
016500     05  DLR180-SHIFT-ENTRY OCCURS 5000 TIMES
016600                            INDEXED BY DLR180-SHIFT-IX.
016700         10  DLR180-S-KEY.
016800             15  DLR180-S-STORE-KEY   PIC X(08).
016900             15  DLR180-S-OPERATOR-NO PIC 9(08).
017000             15  DLR180-S-SHIFT-DATE  PIC 9(08).
017100             15  DLR180-S-TERMINAL-NO PIC 9(03).
017200         10  DLR180-S-TRANS-COUNT PIC S9(07)    COMP-3.
017300         10  DLR180-S-TRADED      PIC S9(9)V99  COMP-3.
017400         10  DLR180-S-DECL-CASH   PIC S9(9)V99  COMP-3.
017500         10  DLR180-S-DECL-OTHER  PIC S9(9)V99  COMP-3.
017600         10  DLR180-S-DECL-COUNT  PIC S9(04)    COMP.
017700         10  DLR180-S-TRADED-SW   PIC X(01).
017800             88  DLR180-S-HAS-TRADING        VALUE 'Y'.
017900         10  DLR180-S-DECLARED-SW PIC X(01).
018000             88  DLR180-S-DECLARED           VALUE 'Y'.
018100 01  DLR180-FLAG-CONTROL.
018200     05  DLR180-FLAG-COUNT        PIC S9(04)  COMP  VALUE ZERO.
018300 01  DLR180-FLAG-TABLE.
018400     05  DLR180-FLAG-ENTRY OCCURS 500 TIMES
018500                           INDEXED BY DLR180-FLAG-IX.
018600         10  DLR180-F-STORE-KEY   PIC X(08).
018700         10  DLR180-F-OPERATOR-NO PIC 9(08).
018800         10  DLR180-F-SHIFTS      PIC S9(07)    COMP-3.
018900         10  DLR180-F-SHORT-COUNT PIC S9(07)    COMP-3.
019000         10  DLR180-F-CUM-VAR     PIC S9(9)V99  COMP-3.
019100         10  DLR180-F-CUM-SHORT   PIC S9(9)V99  COMP-3.
019200         10  DLR180-F-RECENT      PIC X(10).
019300         10  DLR180-F-RECENT-SHORTS
019400                                  PIC S9(04)    COMP.
019500         10  DLR180-F-FLAG-DATE   PIC 9(08).
019600         10  DLR180-F-NEW-SW      PIC X(01).
019700             88  DLR180-F-NEW                VALUE 'Y'.
019800 01  DLR180-HEADING-1.
019900     05  FILLER                   PIC X(52)  VALUE
020000         'DLR180 - TILL CASH-UP OVER/SHORT RECONCILIATION RUN '.
020100     05  DLR180-H-RUN-DATE        PIC 9(08).
020200 01  DLR180-HEADING-PARMS.
020300     05  FILLER                   PIC X(11)  VALUE 'TOLERANCE'.
020400     05  DLR180-H-TOLERANCE       PIC ZZZZZZ9.99.
020500     05  FILLER                   PIC X(25)  VALUE
020600         '   CUMULATIVE LIMIT'.
020700     05  DLR180-H-CUM-LIMIT       PIC ZZZZZZZZ9.
020800     05  FILLER                   PIC X(28)  VALUE
020900         '   SHORT SHIFTS IN LAST TEN'.
021000     05  DLR180-H-SHORT-FREQ      PIC ZZ9.
021100 01  DLR180-HEADING-2.
021200     05  FILLER                   PIC X(10)  VALUE 'STORE'.
021300     05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
021400     05  FILLER                   PIC X(05)  VALUE 'TERM'.
021500     05  FILLER                   PIC X(10)  VALUE 'SHIFT DATE'.
021600     05  FILLER                   PIC X(15)  VALUE
021700         '       TRADED'.
021800     05  FILLER                   PIC X(15)  VALUE
021900         '    CASH DECL'.
022000     05  FILLER                   PIC X(15)  VALUE
022100         '   OTHER DECL'.
022200     05  FILLER                   PIC X(15)  VALUE
022300         '     DECLARED'.
022400     05  FILLER                   PIC X(15)  VALUE
022500         '   OVER/SHORT'.
022600     05  FILLER                   PIC X(10)  VALUE 'RESULT'.
022700 01  DLR180-DETAIL-LINE.
022800     05  DLR180-D-STORE-KEY       PIC X(08).
022900     05  FILLER                   PIC X(02)  VALUE SPACES.
023000     05  DLR180-D-OPERATOR        PIC Z(07)9.
023100     05  FILLER                   PIC X(02)  VALUE SPACES.
023200     05  DLR180-D-TERMINAL        PIC ZZ9.
023300     05  FILLER                   PIC X(02)  VALUE SPACES.
023400     05  DLR180-D-SHIFT-DATE      PIC 9(08).
023500     05  FILLER                   PIC X(02)  VALUE SPACES.
023600     05  DLR180-D-TRADED          PIC -ZZZZZZZZ9.99.
023700     05  FILLER                   PIC X(02)  VALUE SPACES.
023800     05  DLR180-D-CASH            PIC -ZZZZZZZZ9.99.
023900     05  FILLER                   PIC X(02)  VALUE SPACES.
024000     05  DLR180-D-OTHER           PIC -ZZZZZZZZ9.99.
024100     05  FILLER                   PIC X(02)  VALUE SPACES.
024200     05  DLR180-D-DECLARED        PIC -ZZZZZZZZ9.99.
024300     05  FILLER                   PIC X(02)  VALUE SPACES.
024400     05  DLR180-D-VARIANCE        PIC -ZZZZZZZZ9.99.
024500     05  FILLER                   PIC X(02)  VALUE SPACES.
024600     05  DLR180-D-RESULT          PIC X(10).
024700 01  DLR180-SUBTOTAL-LINE.
024800     05  DLR180-ST-LABEL          PIC X(33).
024900     05  DLR180-ST-TRADED         PIC -ZZZZZZZZZZ9.99.
025000     05  DLR180-ST-CASH           PIC -ZZZZZZZZZZ9.99.
025100     05  DLR180-ST-OTHER          PIC -ZZZZZZZZZZ9.99.
025200     05  DLR180-ST-DECLARED       PIC -ZZZZZZZZZZ9.99.
025300     05  DLR180-ST-VARIANCE       PIC -ZZZZZZZZZZ9.99.
025400     05  FILLER                   PIC X(02)  VALUE SPACES.
025500     05  DLR180-ST-SHIFTS         PIC ZZZZZZ9.
025600     05  FILLER                   PIC X(07)  VALUE ' SHIFTS'.
025700 01  DLR180-MISSING-HEADING.
025800     05  FILLER                   PIC X(10)  VALUE 'STORE'.
025900     05  FILLER                   PIC X(05)  VALUE 'TERM'.
026000     05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
026100     05  FILLER                   PIC X(10)  VALUE 'SHIFT DATE'.
026200     05  FILLER                   PIC X(09)  VALUE '   TRANS'.
026300     05  FILLER                   PIC X(15)  VALUE
026400         '       TRADED'.
026500 01  DLR180-MISSING-LINE.
026600     05  DLR180-M-STORE-KEY       PIC X(08).
026700     05  FILLER                   PIC X(02)  VALUE SPACES.
026800     05  DLR180-M-TERMINAL        PIC ZZ9.
026900     05  FILLER                   PIC X(02)  VALUE SPACES.
027000     05  DLR180-M-OPERATOR        PIC Z(07)9.
027100     05  FILLER                   PIC X(02)  VALUE SPACES.
027200     05  DLR180-M-SHIFT-DATE      PIC 9(08).
027300     05  FILLER                   PIC X(02)  VALUE SPACES.
027400     05  DLR180-M-TRANS-COUNT     PIC ZZZZZZ9.
027500     05  FILLER                   PIC X(02)  VALUE SPACES.
027600     05  DLR180-M-TRADED          PIC -ZZZZZZZZ9.99.
027700 01  DLR180-FLAG-HEADING.
027800     05  FILLER                   PIC X(10)  VALUE 'STORE'.
027900     05  FILLER                   PIC X(10)  VALUE 'OPERATOR'.
028000     05  FILLER                   PIC X(09)  VALUE '  SHIFTS'.
028100     05  FILLER                   PIC X(09)  VALUE '  SHORTS'.
028200     05  FILLER                   PIC X(15)  VALUE
028300         ' CUM OVR/SHORT'.
028400     05  FILLER                   PIC X(15)  VALUE
028500         '    CUM SHORT'.
028600     05  FILLER                   PIC X(12)  VALUE 'LAST TEN'.
028700     05  FILLER                   PIC X(07)  VALUE 'SHORT'.
028800     05  FILLER                   PIC X(10)  VALUE 'FLAGGED'.
028900     05  FILLER                   PIC X(10)  VALUE 'STATUS'.
029000 01  DLR180-FLAG-LINE.
029100     05  DLR180-FL-STORE-KEY      PIC X(08).
029200     05  FILLER                   PIC X(02)  VALUE SPACES.
029300     05  DLR180-FL-OPERATOR       PIC Z(07)9.
029400     05  FILLER                   PIC X(02)  VALUE SPACES.
029500     05  DLR180-FL-SHIFTS         PIC ZZZZZZ9.
029600     05  FILLER                   PIC X(02)  VALUE SPACES.
029700     05  DLR180-FL-SHORTS         PIC ZZZZZZ9.
029800     05  FILLER                   PIC X(02)  VALUE SPACES.
029900     05  DLR180-FL-CUM-VAR        PIC -ZZZZZZZZ9.99.
030000     05  FILLER                   PIC X(02)  VALUE SPACES.
030100     05  DLR180-FL-CUM-SHORT      PIC -ZZZZZZZZ9.99.
030200     05  FILLER                   PIC X(02)  VALUE SPACES.
030300     05  DLR180-FL-RECENT         PIC X(10).
030400     05  FILLER                   PIC X(02)  VALUE SPACES.
030500     05  DLR180-FL-RECENT-SHORTS  PIC Z9.
030600     05  FILLER                   PIC X(05)  VALUE SPACES.
030700     05  DLR180-FL-FLAG-DATE      PIC 9(08).
030800     05  FILLER                   PIC X(02)  VALUE SPACES.
030900     05  DLR180-FL-STATUS         PIC X(10).
031000 01  DLR180-REJECT-LINE.
031100     05  FILLER                   PIC X(20)  VALUE
031200         'REJECTED CASH-UP   '.
031300     05  DLR180-R-STORE-KEY       PIC X(08).
031400     05  FILLER                   PIC X(02)  VALUE SPACES.
031500     05  DLR180-R-TERMINAL        PIC X(03).
031600     05  FILLER                   PIC X(02)  VALUE SPACES.
031700     05  DLR180-R-OPERATOR        PIC X(08).
031800     05  FILLER                   PIC X(02)  VALUE SPACES.
031900     05  DLR180-R-SHIFT-DATE      PIC X(08).
032000     05  FILLER                   PIC X(02)  VALUE SPACES.
032100     05  DLR180-R-REASON          PIC X(30).
032200 01  DLR180-SECTION-LINE          PIC X(60).
032300 01  DLR180-TOTAL-LINE.
032400     05  DLR180-T-LABEL           PIC X(40).
032500     05  DLR180-T-COUNT           PIC ZZZZZZZZ9.
032600     05  FILLER                   PIC X(02)  VALUE SPACES.
032700     05  DLR180-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
032800 01  DLR180-BLANK-LINE            PIC X(01)  VALUE SPACE.
032900 PROCEDURE DIVISION.
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE.
033200     PERFORM 2000-PROCESS-RECORD
033300         UNTIL DLR180-EOF.
033400     PERFORM 3000-PROCESS-CASHUP
033500         UNTIL DLR180-CASH-EOF.
033600     PERFORM 4000-PRINT-RECONCILIATION.
033700     PERFORM 5000-PRINT-MISSING.
033800     PERFORM 6000-PRINT-FLAGGED.
033900     PERFORM 8000-PRINT-TOTALS.
034000     PERFORM 9000-TERMINATE.
034100     STOP RUN.
034200
034300 1000-INITIALIZE.
034400     OPEN INPUT  DTAR107-FILE
034500                 CASHUP-FILE.
034600     OPEN I-O    HISTORY-MASTER.
034700     OPEN OUTPUT CASHUP-REPORT.
034800     ACCEPT DLR180-RUN-DATE FROM DATE YYYYMMDD.
034900     PERFORM 1100-LOAD-PARAMETERS.
035000     COMPUTE DLR180-TOLERANCE = DLR180-TOLERANCE-CENTS / 100.
035100     DISPLAY 'DLR180 TOLERANCE USED        = ' DLR180-TOLERANCE.
035200     DISPLAY 'DLR180 CUMULATIVE LIMIT USED = '
035300         DLR180-CUM-VAR-LIMIT.
035400     DISPLAY 'DLR180 SHORT FREQUENCY USED  = '
035500         DLR180-SHORT-FREQ.
035600     MOVE DLR180-RUN-DATE TO DLR180-H-RUN-DATE.
035700     MOVE DLR180-TOLERANCE TO DLR180-H-TOLERANCE.
035800     MOVE DLR180-CUM-VAR-LIMIT TO DLR180-H-CUM-LIMIT.
035900     MOVE DLR180-SHORT-FREQ TO DLR180-H-SHORT-FREQ.
036000     WRITE CASHUP-LINE FROM DLR180-HEADING-1.
036100     WRITE CASHUP-LINE FROM DLR180-HEADING-PARMS.
036200     WRITE CASHUP-LINE FROM DLR180-BLANK-LINE.
036300     INITIALIZE DLR180-TOTALS.
036400     PERFORM 2100-READ-DTAR107.
036500     PERFORM 3100-READ-CASHUP.
036600 1000-EXIT.
036700     EXIT.
036800
036900*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
037000*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
037100 1100-LOAD-PARAMETERS.
037200     OPEN INPUT PARAM-FILE.
037300     PERFORM 1110-READ-PARAM.
037400     PERFORM 1120-TEST-ONE-PARAM
037500         UNTIL DLR180-PARM-EOF.
037600     CLOSE PARAM-FILE.
037700 1100-EXIT.
037800     EXIT.
037900
038000 1110-READ-PARAM.
038100     READ PARAM-FILE
038200         AT END
038300             MOVE 'Y' TO DLR180-PARM-EOF-SW
038400     END-READ.
038500 1110-EXIT.
038600     EXIT.
038700
038800 1120-TEST-ONE-PARAM.
038900     IF  DLPARAMM-JOB-NAME = 'DLR180  '
039000     AND DLPARAMM-EFF-FROM <= DLR180-RUN-DATE
039100         EVALUATE TRUE
039200             WHEN DLPARAMM-PARAM-NAME = 'TOLERANCE   '
039300             AND  DLPARAMM-EFF-FROM >= DLR180-BEST-EFF-TOL
039400                 MOVE DLPARAMM-EFF-FROM
039500                     TO DLR180-BEST-EFF-TOL
039600                 MOVE DLPARAMM-PARAM-VALUE
039700                     TO DLR180-TOLERANCE-CENTS
039800             WHEN DLPARAMM-PARAM-NAME = 'CUM-VAR-LIM '
039900             AND  DLPARAMM-EFF-FROM >= DLR180-BEST-EFF-CUM
040000                 MOVE DLPARAMM-EFF-FROM
040100                     TO DLR180-BEST-EFF-CUM
040200                 MOVE DLPARAMM-PARAM-VALUE
040300                     TO DLR180-CUM-VAR-LIMIT
040400             WHEN DLPARAMM-PARAM-NAME = 'SHORT-FREQ  '
040500             AND  DLPARAMM-EFF-FROM >= DLR180-BEST-EFF-FREQ
040600                 MOVE DLPARAMM-EFF-FROM
040700                     TO DLR180-BEST-EFF-FREQ
040800                 MOVE DLPARAMM-PARAM-VALUE
040900                     TO DLR180-SHORT-FREQ
041000             WHEN OTHER
041100                 CONTINUE
041200         END-EVALUATE
041300     END-IF.
041400     PERFORM 1110-READ-PARAM.
041500 1120-EXIT.
041600     EXIT.
041700
041800*    ONLY THE TRANSACTION TYPES THAT MOVE MONEY INTO OR OUT OF
041900*    THE DRAWER ARE TAKEN; GIFT CARD REDEMPTIONS ARE SKIPPED.
042000 2000-PROCESS-RECORD.
042100     ADD 1 TO DLR180-RECS-READ.
042200     IF  DTAR107-SALE
042300     OR  DTAR107-REFUND
042400     OR  DTAR107-LAYBY
042500     OR  DTAR107-VOID
042600     OR  DTAR107-GIFT-LOAD
042700         ADD 1 TO DLR180-RECS-USED
042800         PERFORM 2150-DERIVE-STORE-KEY
042900         MOVE DTAR107-OPERATOR-NO TO DLR180-N-OPERATOR-NO
043000         COMPUTE DLR180-N-SHIFT-DATE =
043100             DTAR107-TRANS-DATE + 20000000
043200         MOVE DTAR107-TERMINAL-NO TO DLR180-N-TERMINAL-NO
043300         PERFORM 2500-FIND-SHIFT
043400         IF  DLR180-FOUND
043500             PERFORM 2200-ADD-TAKINGS
043600         END-IF
043700     END-IF.
043800     PERFORM 2100-READ-DTAR107.
043900 2000-EXIT.
044000     EXIT.
044100
044200 2100-READ-DTAR107.
044300     READ DTAR107-FILE
044400         AT END
044500             MOVE 'Y' TO DLR180-EOF-SW
044600     END-READ.
044700 2100-EXIT.
044800     EXIT.
044900
045000 2150-DERIVE-STORE-KEY.
045100     MOVE SPACES TO DLR180-N-STORE-KEY.
045200     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
045300         MOVE DTAR107-STORE-NO-REDEF TO DLR180-N-STORE-KEY
045400     ELSE
045500         MOVE DTAR107-STORE-NO TO DLR180-STORE-NO-EDIT
045600         MOVE DLR180-STORE-NO-EDIT TO DLR180-N-STORE-KEY
045700     END-IF.
045800 2150-EXIT.
045900     EXIT.
046000
046100 2200-ADD-TAKINGS.
046200     ADD 1 TO DLR180-S-TRANS-COUNT (DLR180-SHIFT-IX).
046300     MOVE 'Y' TO DLR180-S-TRADED-SW (DLR180-SHIFT-IX).
046400     IF  DTAR107-REFUND
046500     OR  DTAR107-VOID
046600         SUBTRACT DTAR107-AMOUNT
046700             FROM DLR180-S-TRADED (DLR180-SHIFT-IX)
046800     ELSE
046900         ADD DTAR107-AMOUNT
047000             TO DLR180-S-TRADED (DLR180-SHIFT-IX)
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.
047400
047500*    THE SHIFT TABLE IS KEPT IN STORE, OPERATOR, DATE AND
047600*    TERMINAL ORDER SO THE REPORT NEEDS NO SORT. A SHIFT NOT
047700*    YET HELD IS INSERTED AT ITS PLACE IN THE TABLE.
047800 2500-FIND-SHIFT.
047900     MOVE 'N' TO DLR180-FOUND-SW.
048000     SET DLR180-SHIFT-IX TO 1.
048100     SEARCH DLR180-SHIFT-ENTRY
048200         AT END
048300             CONTINUE
048400         WHEN DLR180-SHIFT-IX > DLR180-SHIFT-COUNT
048500             CONTINUE
048600         WHEN DLR180-S-KEY (DLR180-SHIFT-IX)
048700                 NOT < DLR180-NEW-KEY
048800             CONTINUE
048900     END-SEARCH.
049000     IF  DLR180-SHIFT-IX NOT > DLR180-SHIFT-COUNT
049060         IF  DLR180-S-KEY (DLR180-SHIFT-IX) = DLR180-NEW-KEY
049120             MOVE 'Y' TO DLR180-FOUND-SW
049180         END-IF
049240     END-IF.
049300     IF  NOT DLR180-FOUND
049400         IF  DLR180-SHIFT-COUNT < 5000
049500             PERFORM 2510-SHIFT-ONE-ENTRY
049600                 VARYING DLR180-MOVE-IX
049700                     FROM DLR180-SHIFT-COUNT BY -1
049800                 UNTIL DLR180-MOVE-IX < DLR180-SHIFT-IX
049900             ADD 1 TO DLR180-SHIFT-COUNT
050000             INITIALIZE DLR180-SHIFT-ENTRY (DLR180-SHIFT-IX)
050100             MOVE DLR180-NEW-KEY
050200                 TO DLR180-S-KEY (DLR180-SHIFT-IX)
050300             MOVE 'N' TO DLR180-S-TRADED-SW (DLR180-SHIFT-IX)
050400             MOVE 'N' TO DLR180-S-DECLARED-SW (DLR180-SHIFT-IX)
050500             MOVE 'Y' TO DLR180-FOUND-SW
050600         ELSE
050700             ADD 1 TO DLR180-ENTRIES-DROPPED
050800         END-IF
050900     END-IF.
051000 2500-EXIT.
051100     EXIT.
051200
051300 2510-SHIFT-ONE-ENTRY.
051400     MOVE DLR180-SHIFT-ENTRY (DLR180-MOVE-IX)
051500         TO DLR180-SHIFT-ENTRY (DLR180-MOVE-IX + 1).
051600 2510-EXIT.
051700     EXIT.
051800
051900*    A DECLARATION MUST CARRY A STORE AND NUMERIC TERMINAL,
052000*    OPERATOR AND SHIFT DATE. A SECOND DECLARATION FOR THE SAME
052100*    SHIFT IS ADDED TO THE FIRST AND COUNTED.
052200 3000-PROCESS-CASHUP.
052300     ADD 1 TO DLR180-CASH-READ.
052400     EVALUATE TRUE
052500         WHEN DLCASHUP-STORE-KEY = SPACES
052600             MOVE 'NO STORE' TO DLR180-R-REASON
052700             PERFORM 3200-REJECT-CASHUP
052800         WHEN DLCASHUP-TERMINAL-NO NOT NUMERIC
052900         OR   DLCASHUP-OPERATOR-NO NOT NUMERIC
053000             MOVE 'TERMINAL OR OPERATOR NOT NUMERIC'
053100                 TO DLR180-R-REASON
053200             PERFORM 3200-REJECT-CASHUP
053300         WHEN DLCASHUP-SHIFT-DATE NOT NUMERIC
053400         OR   DLCASHUP-SHIFT-DATE = ZERO
053500         OR   DLCASHUP-SHIFT-DATE > DLR180-RUN-DATE
053600             MOVE 'SHIFT DATE INVALID' TO DLR180-R-REASON
053700             PERFORM 3200-REJECT-CASHUP
053800         WHEN DLCASHUP-DECL-CASH NOT NUMERIC
053900         OR   DLCASHUP-DECL-EFTPOS NOT NUMERIC
054000         OR   DLCASHUP-DECL-CHEQUE NOT NUMERIC
054100         OR   DLCASHUP-DECL-VOUCHER NOT NUMERIC
054200             MOVE 'DECLARED AMOUNT NOT NUMERIC'
054300                 TO DLR180-R-REASON
054400             PERFORM 3200-REJECT-CASHUP
054500         WHEN OTHER
054600             MOVE DLCASHUP-STORE-KEY   TO DLR180-N-STORE-KEY
054700             MOVE DLCASHUP-OPERATOR-NO TO DLR180-N-OPERATOR-NO
054800             MOVE DLCASHUP-SHIFT-DATE  TO DLR180-N-SHIFT-DATE
054900             MOVE DLCASHUP-TERMINAL-NO TO DLR180-N-TERMINAL-NO
055000             PERFORM 2500-FIND-SHIFT
055100             IF  DLR180-FOUND
055200                 PERFORM 3300-ADD-DECLARATION
055300             END-IF
055400     END-EVALUATE.
055500     PERFORM 3100-READ-CASHUP.
055600 3000-EXIT.
055700     EXIT.
055800
055900 3100-READ-CASHUP.
056000     READ CASHUP-FILE
056100         AT END
056200             MOVE 'Y' TO DLR180-CASH-EOF-SW
056300     END-READ.
056400 3100-EXIT.
056500     EXIT.
056600
056700 3200-REJECT-CASHUP.
056800     ADD 1 TO DLR180-CASH-REJECTED.
056900     IF  NOT DLR180-REJ-HEAD-DONE
057000         MOVE 'CASH-UP DECLARATIONS REJECTED'
057100             TO DLR180-SECTION-LINE
057200         WRITE CASHUP-LINE FROM DLR180-SECTION-LINE
057300         MOVE 'Y' TO DLR180-REJ-HEAD-SW
057400     END-IF.
057500     MOVE DLCASHUP-STORE-KEY   TO DLR180-R-STORE-KEY.
057600     MOVE DLCASHUP-TERMINAL-NO TO DLR180-R-TERMINAL.
057700     MOVE DLCASHUP-OPERATOR-NO TO DLR180-R-OPERATOR.
057800     MOVE DLCASHUP-SHIFT-DATE  TO DLR180-R-SHIFT-DATE.
057900     WRITE CASHUP-LINE FROM DLR180-REJECT-LINE.
058000 3200-EXIT.
058100     EXIT.
058200
058300 3300-ADD-DECLARATION.
058400     IF  DLR180-S-DECLARED (DLR180-SHIFT-IX)
058500         ADD 1 TO DLR180-CASH-DUPLICATE
058600     END-IF.
058700     MOVE 'Y' TO DLR180-S-DECLARED-SW (DLR180-SHIFT-IX).
058800     ADD 1 TO DLR180-S-DECL-COUNT (DLR180-SHIFT-IX).
058900     ADD DLCASHUP-DECL-CASH
059000         TO DLR180-S-DECL-CASH (DLR180-SHIFT-IX).
059100     ADD DLCASHUP-DECL-EFTPOS
059200         DLCASHUP-DECL-CHEQUE
059300         DLCASHUP-DECL-VOUCHER
059400         TO DLR180-S-DECL-OTHER (DLR180-SHIFT-IX).
059500 3300-EXIT.
059600     EXIT.
059700
059800*    ONE LINE PER DECLARED SHIFT, SUBTOTALLED BY OPERATOR
059900*    WITHIN STORE. SHIFTS THAT TRADED WITH NO DECLARATION ARE
060000*    LEFT FOR THE MISSING CASH-UP LIST.
060100 4000-PRINT-RECONCILIATION.
060200     IF  DLR180-REJ-HEAD-DONE
060300         WRITE CASHUP-LINE FROM DLR180-BLANK-LINE
060400     END-IF.
060500     WRITE CASHUP-LINE FROM DLR180-HEADING-2.
060600     PERFORM 4100-PRINT-ONE-SHIFT
060700         VARYING DLR180-SHIFT-IX FROM 1 BY 1
060800         UNTIL DLR180-SHIFT-IX > DLR180-SHIFT-COUNT.
060900     IF  DLR180-OPER-OPEN
061000         PERFORM 4400-CLOSE-OPERATOR
061100         PERFORM 4500-CLOSE-STORE
061200     END-IF.
061300     SET DLR180-TOT-IX TO 3.
061400     MOVE 'RUN TOTAL' TO DLR180-ST-LABEL.
061500     PERFORM 4600-PRINT-SUBTOTAL.
061600 4000-EXIT.
061700     EXIT.
061800
061900 4100-PRINT-ONE-SHIFT.
062000     IF  DLR180-S-DECLARED (DLR180-SHIFT-IX)
062100         IF  NOT DLR180-FIRST
062200         AND DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
062300                 NOT = DLR180-L-STORE-KEY
062400             PERFORM 4400-CLOSE-OPERATOR
062500             PERFORM 4500-CLOSE-STORE
062600         END-IF
062700         IF  NOT DLR180-FIRST
062800         AND DLR180-OPER-OPEN
062900         AND DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
063000                 NOT = DLR180-L-OPERATOR-NO
063100             PERFORM 4400-CLOSE-OPERATOR
063200         END-IF
063300         IF  NOT DLR180-OPER-OPEN
063400             PERFORM 4300-OPEN-OPERATOR
063500         END-IF
063600         MOVE 'N' TO DLR180-FIRST-SW
063700         MOVE DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
063800             TO DLR180-L-STORE-KEY
063900         MOVE DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
064000             TO DLR180-L-OPERATOR-NO
064100         PERFORM 4150-RECONCILE-SHIFT
064200         PERFORM 4200-POST-HISTORY
064300     END-IF.
064400 4100-EXIT.
064500     EXIT.
064600
064700 4150-RECONCILE-SHIFT.
064800     ADD 1 TO DLR180-SHIFTS-MATCHED.
064900     COMPUTE DLR180-E-DECLARED =
065000         DLR180-S-DECL-CASH (DLR180-SHIFT-IX)
065100       + DLR180-S-DECL-OTHER (DLR180-SHIFT-IX).
065200     COMPUTE DLR180-E-VARIANCE =
065300         DLR180-E-DECLARED - DLR180-S-TRADED (DLR180-SHIFT-IX).
065400     EVALUATE TRUE
065500         WHEN DLR180-E-VARIANCE > DLR180-TOLERANCE
065600             MOVE 'O' TO DLR180-RESULT
065700             MOVE 'OVER' TO DLR180-D-RESULT
065800             ADD 1 TO DLR180-SHIFTS-OVER
065900         WHEN DLR180-E-VARIANCE < ZERO - DLR180-TOLERANCE
066000             MOVE 'S' TO DLR180-RESULT
066100             MOVE 'SHORT' TO DLR180-D-RESULT
066200             ADD 1 TO DLR180-SHIFTS-SHORT
066300         WHEN OTHER
066400             MOVE 'B' TO DLR180-RESULT
066500             MOVE 'BALANCED' TO DLR180-D-RESULT
066600     END-EVALUATE.
066700     IF  NOT DLR180-S-HAS-TRADING (DLR180-SHIFT-IX)
066800         MOVE 'NO TRADING' TO DLR180-D-RESULT
066900         ADD 1 TO DLR180-SHIFTS-NO-TRADE
067000     END-IF.
067100     PERFORM 4160-ADD-TO-TOTALS
067200         VARYING DLR180-TOT-IX FROM 1 BY 1
067300         UNTIL DLR180-TOT-IX > 3.
067400     MOVE DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
067500         TO DLR180-D-STORE-KEY.
067600     MOVE DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
067700         TO DLR180-D-OPERATOR.
067800     MOVE DLR180-S-TERMINAL-NO (DLR180-SHIFT-IX)
067900         TO DLR180-D-TERMINAL.
068000     MOVE DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
068100         TO DLR180-D-SHIFT-DATE.
068200     MOVE DLR180-S-TRADED (DLR180-SHIFT-IX) TO DLR180-D-TRADED.
068300     MOVE DLR180-S-DECL-CASH (DLR180-SHIFT-IX) TO DLR180-D-CASH.
068400     MOVE DLR180-S-DECL-OTHER (DLR180-SHIFT-IX)
068500         TO DLR180-D-OTHER.
068600     MOVE DLR180-E-DECLARED TO DLR180-D-DECLARED.
068700     MOVE DLR180-E-VARIANCE TO DLR180-D-VARIANCE.
068800     WRITE CASHUP-LINE FROM DLR180-DETAIL-LINE.
068900 4150-EXIT.
069000     EXIT.
069100
069200 4160-ADD-TO-TOTALS.
069300     ADD DLR180-S-TRADED (DLR180-SHIFT-IX)
069400         TO DLR180-TT-TRADED (DLR180-TOT-IX).
069500     ADD DLR180-S-DECL-CASH (DLR180-SHIFT-IX)
069600         TO DLR180-TT-CASH (DLR180-TOT-IX).
069700     ADD DLR180-S-DECL-OTHER (DLR180-SHIFT-IX)
069800         TO DLR180-TT-OTHER (DLR180-TOT-IX).
069900     ADD DLR180-E-DECLARED TO DLR180-TT-DECLARED (DLR180-TOT-IX).
070000     ADD DLR180-E-VARIANCE TO DLR180-TT-VARIANCE (DLR180-TOT-IX).
070100     ADD 1 TO DLR180-TT-SHIFTS (DLR180-TOT-IX).
070200 4160-EXIT.
070300     EXIT.
070400
070500*    A SHIFT IS POSTED ONLY WHEN IT IS LATER THAN THE LAST ONE
070600*    THE HISTORY HELD BEFORE THIS RUN. THE RECENT RESULTS ARE
070700*    PUSHED DOWN ONE PLACE AND THIS SHIFT'S RESULT PUT FIRST.
070800 4200-POST-HISTORY.
070900     IF  DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
071000             NOT > DLR180-PRIOR-LAST-DATE
071100         ADD 1 TO DLR180-ALREADY-POSTED
071200     ELSE
071300         ADD 1 TO DLR180-SHIFTS-POSTED
071400         MOVE 'Y' TO DLR180-HIST-POSTED-SW
071500         ADD 1 TO DLOPSHST-SHIFTS
071600         ADD DLR180-E-VARIANCE TO DLOPSHST-CUM-VARIANCE
071700         EVALUATE TRUE
071800             WHEN DLR180-RESULT-SHORT
071900                 ADD 1 TO DLOPSHST-SHORT-COUNT
072000                 SUBTRACT DLR180-E-VARIANCE
072100                     FROM DLOPSHST-CUM-SHORT
072200             WHEN DLR180-RESULT-OVER
072300                 ADD 1 TO DLOPSHST-OVER-COUNT
072400                 ADD DLR180-E-VARIANCE TO DLOPSHST-CUM-OVER
072500             WHEN OTHER
072600                 CONTINUE
072700         END-EVALUATE
072800         PERFORM 4210-PUSH-ONE-RESULT
072900             VARYING DLR180-RES-SUB FROM 10 BY -1
073000             UNTIL DLR180-RES-SUB < 2
073100         MOVE DLR180-RESULT TO DLOPSHST-RECENT-RESULT (1)
073200         IF  DLOPSHST-FIRST-SHIFT-DATE = ZERO
073300             MOVE DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
073400                 TO DLOPSHST-FIRST-SHIFT-DATE
073500         END-IF
073600         IF  DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
073700                 > DLOPSHST-LAST-SHIFT-DATE
073800             MOVE DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
073900                 TO DLOPSHST-LAST-SHIFT-DATE
074000         END-IF
074100     END-IF.
074200 4200-EXIT.
074300     EXIT.
074400
074500 4210-PUSH-ONE-RESULT.
074600     MOVE DLOPSHST-RECENT-RESULT (DLR180-RES-SUB - 1)
074700         TO DLOPSHST-RECENT-RESULT (DLR180-RES-SUB).
074800 4210-EXIT.
074900     EXIT.
075000
075100 4300-OPEN-OPERATOR.
075200     MOVE DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
075300         TO DLOPSHST-STORE-KEY.
075400     MOVE DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
075500         TO DLOPSHST-OPERATOR-NO.
075600     READ HISTORY-MASTER
075700         INVALID KEY
075800             MOVE 'Y' TO DLR180-HIST-NEW-SW
075900         NOT INVALID KEY
076000             MOVE 'N' TO DLR180-HIST-NEW-SW
076100     END-READ.
076200     IF  DLR180-HIST-NEW
076300         MOVE DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
076400             TO DLOPSHST-STORE-KEY
076500         MOVE DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
076600             TO DLOPSHST-OPERATOR-NO
076700         MOVE ZERO TO DLOPSHST-SHIFTS
076800                      DLOPSHST-SHORT-COUNT
076900                      DLOPSHST-OVER-COUNT
077000                      DLOPSHST-CUM-VARIANCE
077100                      DLOPSHST-CUM-SHORT
077200                      DLOPSHST-CUM-OVER
077300                      DLOPSHST-FIRST-SHIFT-DATE
077400                      DLOPSHST-LAST-SHIFT-DATE
077500                      DLOPSHST-FLAG-DATE
077600         MOVE SPACES TO DLOPSHST-RECENT-RESULTS
077700         MOVE 'N' TO DLOPSHST-FLAG
077800     END-IF.
077900     MOVE DLOPSHST-LAST-SHIFT-DATE TO DLR180-PRIOR-LAST-DATE.
078000     MOVE DLOPSHST-FLAG TO DLR180-WAS-FLAGGED-SW.
078100     MOVE 'N' TO DLR180-HIST-POSTED-SW.
078200     MOVE 'Y' TO DLR180-OPER-OPEN-SW.
078300     SET DLR180-TOT-IX TO 1.
078400     INITIALIZE DLR180-TOTAL-ENTRY (DLR180-TOT-IX).
078500 4300-EXIT.
078600     EXIT.
078700
078800*    THE OPERATOR IS JUDGED ON THE HISTORY AS IT STANDS AFTER
078900*    TONIGHT'S SHIFTS. THE FLAG CLEARS ONCE NEITHER THRESHOLD
079000*    IS REACHED.
079100 4400-CLOSE-OPERATOR.
079200     SET DLR180-TOT-IX TO 1.
079300     MOVE 'OPERATOR TOTAL' TO DLR180-ST-LABEL.
079400     PERFORM 4600-PRINT-SUBTOTAL.
079500     IF  DLR180-HIST-POSTED
079600         PERFORM 4410-TEST-THRESHOLDS
079700         IF  DLR180-HIST-NEW
079800             WRITE DLOPSHST-RECORD
079900                 INVALID KEY
080000                     DISPLAY 'DLR180 HISTORY WRITE FAILED '
080100                         DLOPSHST-KEY
080200             END-WRITE
080300         ELSE
080400             REWRITE DLOPSHST-RECORD
080500                 INVALID KEY
080600                     DISPLAY 'DLR180 HISTORY REWRITE FAILED '
080700                         DLOPSHST-KEY
080800             END-REWRITE
080900         END-IF
081000         IF  DLOPSHST-FLAGGED
081100             PERFORM 4420-SAVE-FLAGGED
081200         END-IF
081300     END-IF.
081400     MOVE 'N' TO DLR180-OPER-OPEN-SW.
081500 4400-EXIT.
081600     EXIT.
081700
081800 4410-TEST-THRESHOLDS.
081900     MOVE ZERO TO DLR180-RECENT-SHORTS.
082000     PERFORM 4415-COUNT-ONE-RESULT
082100         VARYING DLR180-RES-SUB FROM 1 BY 1
082200         UNTIL DLR180-RES-SUB > 10.
082300     IF  DLOPSHST-CUM-VARIANCE < ZERO
082400         COMPUTE DLR180-ABS-VARIANCE =
082500             ZERO - DLOPSHST-CUM-VARIANCE
082600     ELSE
082700         MOVE DLOPSHST-CUM-VARIANCE TO DLR180-ABS-VARIANCE
082800     END-IF.
082900     IF  DLR180-ABS-VARIANCE NOT < DLR180-CUM-VAR-LIMIT
083000     OR  DLR180-RECENT-SHORTS NOT < DLR180-SHORT-FREQ
083100         IF  NOT DLOPSHST-FLAGGED
083200             MOVE DLR180-RUN-DATE TO DLOPSHST-FLAG-DATE
083300         END-IF
083400         MOVE 'Y' TO DLOPSHST-FLAG
083500     ELSE
083600         MOVE 'N' TO DLOPSHST-FLAG
083700         MOVE ZERO TO DLOPSHST-FLAG-DATE
083800     END-IF.
083900 4410-EXIT.
084000     EXIT.
084100
084200 4415-COUNT-ONE-RESULT.
084300     IF  DLOPSHST-RECENT-RESULT (DLR180-RES-SUB) = 'S'
084400         ADD 1 TO DLR180-RECENT-SHORTS
084500     END-IF.
084600 4415-EXIT.
084700     EXIT.
084800
084900 4420-SAVE-FLAGGED.
085000     ADD 1 TO DLR180-OPERS-FLAGGED.
085100     IF  DLR180-FLAG-COUNT < 500
085200         ADD 1 TO DLR180-FLAG-COUNT
085300         SET DLR180-FLAG-IX TO DLR180-FLAG-COUNT
085400         MOVE DLOPSHST-STORE-KEY
085500             TO DLR180-F-STORE-KEY (DLR180-FLAG-IX)
085600         MOVE DLOPSHST-OPERATOR-NO
085700             TO DLR180-F-OPERATOR-NO (DLR180-FLAG-IX)
085800         MOVE DLOPSHST-SHIFTS
085900             TO DLR180-F-SHIFTS (DLR180-FLAG-IX)
086000         MOVE DLOPSHST-SHORT-COUNT
086100             TO DLR180-F-SHORT-COUNT (DLR180-FLAG-IX)
086200         MOVE DLOPSHST-CUM-VARIANCE
086300             TO DLR180-F-CUM-VAR (DLR180-FLAG-IX)
086400         MOVE DLOPSHST-CUM-SHORT
086500             TO DLR180-F-CUM-SHORT (DLR180-FLAG-IX)
086600         MOVE DLOPSHST-RECENT-RESULTS
086700             TO DLR180-F-RECENT (DLR180-FLAG-IX)
086800         MOVE DLR180-RECENT-SHORTS
086900             TO DLR180-F-RECENT-SHORTS (DLR180-FLAG-IX)
087000         MOVE DLOPSHST-FLAG-DATE
087100             TO DLR180-F-FLAG-DATE (DLR180-FLAG-IX)
087200         IF  DLR180-WAS-FLAGGED
087300             MOVE 'N' TO DLR180-F-NEW-SW (DLR180-FLAG-IX)
087400         ELSE
087500             MOVE 'Y' TO DLR180-F-NEW-SW (DLR180-FLAG-IX)
087600         END-IF
087700     END-IF.
087800 4420-EXIT.
087900     EXIT.
088000
088100 4500-CLOSE-STORE.
088200     SET DLR180-TOT-IX TO 2.
088300     MOVE 'STORE TOTAL' TO DLR180-ST-LABEL.
088400     PERFORM 4600-PRINT-SUBTOTAL.
088500     WRITE CASHUP-LINE FROM DLR180-BLANK-LINE.
088600     INITIALIZE DLR180-TOTAL-ENTRY (DLR180-TOT-IX).
088700 4500-EXIT.
088800     EXIT.
088900
089000 4600-PRINT-SUBTOTAL.
089100     MOVE DLR180-TT-TRADED (DLR180-TOT-IX) TO DLR180-ST-TRADED.
089200     MOVE DLR180-TT-CASH (DLR180-TOT-IX) TO DLR180-ST-CASH.
089300     MOVE DLR180-TT-OTHER (DLR180-TOT-IX) TO DLR180-ST-OTHER.
089400     MOVE DLR180-TT-DECLARED (DLR180-TOT-IX)
089500         TO DLR180-ST-DECLARED.
089600     MOVE DLR180-TT-VARIANCE (DLR180-TOT-IX)
089700         TO DLR180-ST-VARIANCE.
089800     MOVE DLR180-TT-SHIFTS (DLR180-TOT-IX) TO DLR180-ST-SHIFTS.
089900     WRITE CASHUP-LINE FROM DLR180-SUBTOTAL-LINE.
090000 4600-EXIT.
090100     EXIT.
090200
090300 5000-PRINT-MISSING.
090400     WRITE CASHUP-LINE FROM DLR180-BLANK-LINE.
090500     MOVE 'TERMINALS TRADED WITH NO CASH-UP DECLARED'
090600         TO DLR180-SECTION-LINE.
090700     WRITE CASHUP-LINE FROM DLR180-SECTION-LINE.
090800     WRITE CASHUP-LINE FROM DLR180-MISSING-HEADING.
090900     PERFORM 5100-PRINT-ONE-MISSING
091000         VARYING DLR180-SHIFT-IX FROM 1 BY 1
091100         UNTIL DLR180-SHIFT-IX > DLR180-SHIFT-COUNT.
091200 5000-EXIT.
091300     EXIT.
091400
091500 5100-PRINT-ONE-MISSING.
091600     IF  DLR180-S-HAS-TRADING (DLR180-SHIFT-IX)
091700     AND NOT DLR180-S-DECLARED (DLR180-SHIFT-IX)
091800         ADD 1 TO DLR180-SHIFTS-MISSING
091900         ADD DLR180-S-TRADED (DLR180-SHIFT-IX)
092000             TO DLR180-MISSING-AMOUNT
092100         MOVE DLR180-S-STORE-KEY (DLR180-SHIFT-IX)
092200             TO DLR180-M-STORE-KEY
092300         MOVE DLR180-S-TERMINAL-NO (DLR180-SHIFT-IX)
092400             TO DLR180-M-TERMINAL
092500         MOVE DLR180-S-OPERATOR-NO (DLR180-SHIFT-IX)
092600             TO DLR180-M-OPERATOR
092700         MOVE DLR180-S-SHIFT-DATE (DLR180-SHIFT-IX)
092800             TO DLR180-M-SHIFT-DATE
092900         MOVE DLR180-S-TRANS-COUNT (DLR180-SHIFT-IX)
093000             TO DLR180-M-TRANS-COUNT
093100         MOVE DLR180-S-TRADED (DLR180-SHIFT-IX)
093200             TO DLR180-M-TRADED
093300         WRITE CASHUP-LINE FROM DLR180-MISSING-LINE
093400     END-IF.
093500 5100-EXIT.
093600     EXIT.
093700
093800 6000-PRINT-FLAGGED.
093900     WRITE CASHUP-LINE FROM DLR180-BLANK-LINE.
094000     MOVE 'OPERATORS OVER THE OVER/SHORT THRESHOLDS'
094100         TO DLR180-SECTION-LINE.
094200     WRITE CASHUP-LINE FROM DLR180-SECTION-LINE.
094300     WRITE CASHUP-LINE FROM DLR180-FLAG-HEADING.
094400     PERFORM 6100-PRINT-ONE-FLAGGED
094500         VARYING DLR180-FLAG-IX FROM 1 BY 1
094600         UNTIL DLR180-FLAG-IX > DLR180-FLAG-COUNT.
094700 6000-EXIT.
094800     EXIT.
094900
095000 6100-PRINT-ONE-FLAGGED.
095100     MOVE DLR180-F-STORE-KEY (DLR180-FLAG-IX)
095200         TO DLR180-FL-STORE-KEY.
095300     MOVE DLR180-F-OPERATOR-NO (DLR180-FLAG-IX)
095400         TO DLR180-FL-OPERATOR.
095500     MOVE DLR180-F-SHIFTS (DLR180-FLAG-IX) TO DLR180-FL-SHIFTS.
095600     MOVE DLR180-F-SHORT-COUNT (DLR180-FLAG-IX)
095700         TO DLR180-FL-SHORTS.
095800     MOVE DLR180-F-CUM-VAR (DLR180-FLAG-IX)
095900         TO DLR180-FL-CUM-VAR.
096000     MOVE DLR180-F-CUM-SHORT (DLR180-FLAG-IX)
096100         TO DLR180-FL-CUM-SHORT.
096200     MOVE DLR180-F-RECENT (DLR180-FLAG-IX) TO DLR180-FL-RECENT.
096300     MOVE DLR180-F-RECENT-SHORTS (DLR180-FLAG-IX)
096400         TO DLR180-FL-RECENT-SHORTS.
096500     MOVE DLR180-F-FLAG-DATE (DLR180-FLAG-IX)
096600         TO DLR180-FL-FLAG-DATE.
096700     IF  DLR180-F-NEW (DLR180-FLAG-IX)
096800         MOVE 'NEW' TO DLR180-FL-STATUS
096900     ELSE
097000         MOVE 'CONTINUING' TO DLR180-FL-STATUS
097100     END-IF.
097200     WRITE CASHUP-LINE FROM DLR180-FLAG-LINE.
097300 6100-EXIT.
097400     EXIT.
097500
097600 8000-PRINT-TOTALS.
097700     WRITE CASHUP-LINE FROM DLR180-BLANK-LINE.
097800     MOVE 'DTAR107 RECORDS READ' TO DLR180-T-LABEL.
097900     MOVE DLR180-RECS-READ TO DLR180-T-COUNT.
098000     MOVE ZERO TO DLR180-T-AMOUNT.
098100     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
098200     MOVE 'DTAR107 RECORDS TAKEN AS TAKINGS' TO DLR180-T-LABEL.
098300     MOVE DLR180-RECS-USED TO DLR180-T-COUNT.
098400     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
098500     MOVE 'CASH-UP DECLARATIONS READ' TO DLR180-T-LABEL.
098600     MOVE DLR180-CASH-READ TO DLR180-T-COUNT.
098700     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
098800     MOVE 'CASH-UP DECLARATIONS REJECTED' TO DLR180-T-LABEL.
098900     MOVE DLR180-CASH-REJECTED TO DLR180-T-COUNT.
099000     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
099100     MOVE 'DUPLICATE DECLARATIONS COMBINED' TO DLR180-T-LABEL.
099200     MOVE DLR180-CASH-DUPLICATE TO DLR180-T-COUNT.
099300     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
099400     MOVE 'SHIFTS RECONCILED' TO DLR180-T-LABEL.
099500     MOVE DLR180-SHIFTS-MATCHED TO DLR180-T-COUNT.
099600     MOVE DLR180-TT-VARIANCE (3) TO DLR180-T-AMOUNT.
099700     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
099800     MOVE ZERO TO DLR180-T-AMOUNT.
099900     MOVE 'SHIFTS SHORT' TO DLR180-T-LABEL.
100000     MOVE DLR180-SHIFTS-SHORT TO DLR180-T-COUNT.
100100     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
100200     MOVE 'SHIFTS OVER' TO DLR180-T-LABEL.
100300     MOVE DLR180-SHIFTS-OVER TO DLR180-T-COUNT.
100400     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
100500     MOVE 'DECLARED WITH NO TRADING' TO DLR180-T-LABEL.
100600     MOVE DLR180-SHIFTS-NO-TRADE TO DLR180-T-COUNT.
100700     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
100800     MOVE 'MISSING CASH-UPS' TO DLR180-T-LABEL.
100900     MOVE DLR180-SHIFTS-MISSING TO DLR180-T-COUNT.
101000     MOVE DLR180-MISSING-AMOUNT TO DLR180-T-AMOUNT.
101100     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
101200     MOVE ZERO TO DLR180-T-AMOUNT.
101300     MOVE 'SHIFTS POSTED TO OPERATOR HISTORY' TO DLR180-T-LABEL.
101400     MOVE DLR180-SHIFTS-POSTED TO DLR180-T-COUNT.
101500     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
101600     MOVE 'SHIFTS ALREADY ON HISTORY - NOT POSTED'
101700         TO DLR180-T-LABEL.
101800     MOVE DLR180-ALREADY-POSTED TO DLR180-T-COUNT.
101900     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
102000     MOVE 'OPERATORS FLAGGED' TO DLR180-T-LABEL.
102100     MOVE DLR180-OPERS-FLAGGED TO DLR180-T-COUNT.
102200     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
102300     MOVE 'SHIFTS DROPPED - TABLE FULL' TO DLR180-T-LABEL.
102400     MOVE DLR180-ENTRIES-DROPPED TO DLR180-T-COUNT.
102500     WRITE CASHUP-LINE FROM DLR180-TOTAL-LINE.
102600 8000-EXIT.
102700     EXIT.
102800
102900 9000-TERMINATE.
103000     DISPLAY 'DLR180 DTAR107 RECORDS READ  = ' DLR180-RECS-READ.
103100     DISPLAY 'DLR180 CASH-UPS READ         = ' DLR180-CASH-READ.
103200     DISPLAY 'DLR180 CASH-UPS REJECTED     = '
103300         DLR180-CASH-REJECTED.
103400     DISPLAY 'DLR180 MISSING CASH-UPS      = '
103500         DLR180-SHIFTS-MISSING.
103600     DISPLAY 'DLR180 OPERATORS FLAGGED     = '
103700         DLR180-OPERS-FLAGGED.
103800     IF  DLR180-ENTRIES-DROPPED > ZERO
103900         DISPLAY 'DLR180 SHIFT TABLE FULL - SHIFTS DROPPED = '
104000             DLR180-ENTRIES-DROPPED
104100     END-IF.
104200     IF  DLR180-CASH-REJECTED > ZERO
104300     OR  DLR180-SHIFTS-MISSING > ZERO
104400     OR  DLR180-OPERS-FLAGGED > ZERO
104500     OR  DLR180-ENTRIES-DROPPED > ZERO
104600         MOVE 4 TO RETURN-CODE
104700     END-IF.
104800     CLOSE DTAR107-FILE
104900           CASHUP-FILE
105000           HISTORY-MASTER
105100           CASHUP-REPORT.
105200 9000-EXIT.
105300     EXIT.
