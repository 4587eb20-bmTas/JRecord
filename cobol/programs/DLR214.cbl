000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR214.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR214 - DAILY TERM DEPOSIT INTEREST ACCRUAL AND JOURNAL     *
001000*                                                                *
001100*   KEEPS THE DLDEPACR ACCRUAL MASTER FROM THE AQTRANS DEPOSIT   *
001200*   RECORDS - SD OPENS A DEPOSIT (TAKING ON THE DEPOSIT          *
001300*   SYSTEM'S OWN ACCRUED FIGURE) AND REFRESHES ITS BALANCE, UDP  *
001400*   CHANGES ITS RATE OR MATURITY, AND IPD RELEASES THE INTEREST  *
001500*   ACCRUED ONCE IT HAS BEEN PAID. EVERY OPEN DEPOSIT IS THEN    *
001600*   ACCRUED UP TO THE RUN DATE AT TRN-SD-CR-INT-RTE ON THE       *
001700*   OUTSTANDING BALANCE, ON THE DAY-COUNT BASIS OF ITS CURRENCY  *
001800*   (DLCCYATT). THE DAY'S MOVEMENT IS POSTED TO THE GENERAL      *
001900*   LEDGER BY BRANCH AND CURRENCY - DEBIT INTEREST EXPENSE,      *
002000*   CREDIT ACCRUED INTEREST PAYABLE, AND THE REVERSE FOR A       *
002100*   RELEASE - AT THE DLFXRATE RATE IN FORCE ON THE RUN DATE.     *
002110*   AN IPD IS RELEASED ONCE - ITS TRANS-REF IS KEPT ON THE       *
002120*   MASTER AND THE SAME IPD SEEN AGAIN ON A RERUN IS PASSED BY,  *
002130*   AS IS ONE DATED BEFORE THE DEPOSIT WAS TAKEN ON. AN IPD FOR  *
002140*   A DEPOSIT NOT ON THE MASTER, OR DATED AFTER THE RUN DATE, IS *
002150*   LISTED AS NOT RELEASED AND ENDS THE RUN RC 4.                *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002510*  02 | 15/10/26 | IPD RERUN GUARD ON TRANS-REF | R. GEALL       *
002520*     |          | INSTEAD OF THE IPD DATE;     |                *
002530*     |          | IPDS NOT RELEASED ARE LISTED |                *
002540*     |          | AND END THE RUN RC 4         |                *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT ACCRUAL-MASTER    ASSIGN TO DLDEPACR
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS DYNAMIC
004300                              RECORD KEY IS DLDEPACR-DEP-NO.
004400     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLIA
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACCRUAL-REPORT    ASSIGN TO INTACRPT
004700                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  AQTRANS-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300     COPY AQTRANS.
005400 FD  CCY-ATTR-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DLCCYATT-RECORD.
005800     COPY DLCCYATT.
005900 FD  FXRATE-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLFXRATE-RECORD.
006300     COPY DLFXRATE.
006400 FD  ACCRUAL-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLDEPACR-RECORD.
006700     COPY DLDEPACR.
006800 FD  GL-JOURNAL-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLGLJRNL-RECORD.
007200     COPY DLGLJRNL.
007300 FD  ACCRUAL-REPORT
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  ACCRUAL-LINE                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  DLR214-SWITCHES.
007900     05  DLR214-EOF-SW            PIC X(01)  VALUE 'N'.
008000         88  DLR214-EOF                      VALUE 'Y'.
008100     05  DLR214-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
008200         88  DLR214-ATT-EOF                  VALUE 'Y'.
008300     05  DLR214-RATE-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR214-RATE-EOF                 VALUE 'Y'.
008500     05  DLR214-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR214-MAST-EOF                 VALUE 'Y'.
008700     05  DLR214-FOUND-SW          PIC X(01)  VALUE 'N'.
008800         88  DLR214-FOUND                    VALUE 'Y'.
008900     05  DLR214-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
009000         88  DLR214-RATE-FOUND               VALUE 'Y'.
009010     05  DLR214-IPD-DUE-SW        PIC X(01)  VALUE 'N'.
009020         88  DLR214-IPD-DUE                  VALUE 'Y'.
009100 01  DLR214-CONSTANTS.
009200     05  DLR214-LOCAL-CCY         PIC X(03)  VALUE 'SGD'.
009300     05  DLR214-EXPENSE-ACCT      PIC X(08)  VALUE 'INTEXP01'.
009400     05  DLR214-PAYABLE-ACCT      PIC X(08)  VALUE 'INTPAY01'.
009500 01  DLR214-RUN-DATE-FIELDS.
009600     05  DLR214-RUN-DATE          PIC 9(08)  VALUE ZERO.
009700     05  DLR214-RUN-PARTS REDEFINES DLR214-RUN-DATE.
009800         10  DLR214-RUN-CCYYMM    PIC 9(06).
009900         10  DLR214-RUN-DD        PIC 9(02).
010000     05  DLR214-RUN-CYYMMDD       PIC S9(07)   COMP-3.
010100     05  DLR214-YESTERDAY         PIC 9(08)  VALUE ZERO.
010200 01  DLR214-DATE-WORK.
010300     05  DLR214-ACCRUE-TO         PIC 9(08).
010400     05  DLR214-LAST-DAY          PIC 9(08).
010500     05  DLR214-DAY-NO            PIC S9(09)   COMP.
010600     05  DLR214-DAYS              PIC S9(09)   COMP.
010700*    CURRENCY ATTRIBUTES - DECIMALS TO SCALE AQTRANS MINOR UNITS
010800*    BY, AND THE DAY-COUNT BASIS.
010900 01  DLR214-ATT-CONTROL.
011000     05  DLR214-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
011100 01  DLR214-ATT-TABLE.
011200     05  DLR214-ATT-ENTRY OCCURS 50 TIMES
011300                          INDEXED BY DLR214-ATT-IX.
011400         10  DLR214-A-CCY         PIC X(03).
011500         10  DLR214-A-DECIMALS    PIC 9(01).
011600         10  DLR214-A-DAY-BASIS   PIC 9(03).
011700 01  DLR214-CCY-FIELDS.
011800     05  DLR214-CCY               PIC X(03).
011900     05  DLR214-CCY-DECIMALS      PIC 9(01).
012000     05  DLR214-SCALE-DIVISOR     PIC 9(06).
012100     05  DLR214-DAY-BASIS         PIC 9(03).
012200 01  DLR214-RATE-CONTROL.
012300     05  DLR214-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012400     05  DLR214-BEST-EFF-DATE     PIC 9(08)  VALUE ZERO.
012500     05  DLR214-RATE-USED         PIC S9(7)V9(10) COMP-3.
012600 01  DLR214-RATE-TABLE.
012700     05  DLR214-RATE-ENTRY OCCURS 200 TIMES
012800                           INDEXED BY DLR214-RX.
012900         10  DLR214-R-CCY         PIC X(03).
013000         10  DLR214-R-EFF-DATE    PIC 9(08).
013100         10  DLR214-R-RATE        PIC S9(7)V9(10) COMP-3.
013200*    THE DAY'S MOVEMENT BY BRANCH AND CURRENCY.
013300 01  DLR214-CELL-CONTROL.
013400     05  DLR214-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
013500 01  DLR214-CELL-TABLE.
013600     05  DLR214-CELL-ENTRY OCCURS 500 TIMES
013700                           INDEXED BY DLR214-CX.
013800         10  DLR214-C-BRANCH      PIC X(04).
013900         10  DLR214-C-CCY         PIC X(03).
014000         10  DLR214-C-ACCRUED     PIC S9(13)V99 COMP-3.
014100         10  DLR214-C-RELEASED    PIC S9(13)V99 COMP-3.
014200 01  DLR214-CELL-KEY.
014300     05  DLR214-K-BRANCH          PIC X(04).
014400     05  DLR214-K-CCY             PIC X(03).
014410*    INTEREST PAYMENTS NOT RELEASED, LISTED AFTER THE JOURNAL.
014415 01  DLR214-IPD-CONTROL.
014420     05  DLR214-IPD-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014425 01  DLR214-IPD-TABLE.
014430     05  DLR214-IPD-ENTRY OCCURS 200 TIMES
014435                          INDEXED BY DLR214-IX.
014440         10  DLR214-I-DEP-NO      PIC X(11).
014445         10  DLR214-I-REF         PIC X(13).
014450         10  DLR214-I-DATE        PIC 9(08).
014455         10  DLR214-I-CCY         PIC X(03).
014460         10  DLR214-I-AMOUNT      PIC S9(13)V99 COMP-3.
014465         10  DLR214-I-REASON      PIC X(24).
014470 01  DLR214-IPD-REASON            PIC X(24)  VALUE SPACES.
014500 01  DLR214-AMOUNTS.
014600     05  DLR214-ADD-ACCRUED       PIC S9(13)V99 COMP-3.
014700     05  DLR214-ADD-RELEASED      PIC S9(13)V99 COMP-3.
014800     05  DLR214-MOVEMENT          PIC S9(13)V99 COMP-3.
014900     05  DLR214-PAID              PIC S9(13)V99 COMP-3.
015000     05  DLR214-RELEASE           PIC S9(13)V99 COMP-3.
015100     05  DLR214-LOCAL-ACCRUED     PIC S9(13)V99 COMP-3.
015200     05  DLR214-LOCAL-RELEASED    PIC S9(13)V99 COMP-3.
015300     05  DLR214-T-JRNL-DEBITS     PIC S9(13)V99 COMP-3
015400                                              VALUE ZERO.
015500     05  DLR214-T-JRNL-CREDITS    PIC S9(13)V99 COMP-3
015600                                              VALUE ZERO.
015700 01  DLR214-COUNTERS.
015800     05  DLR214-TRANS-READ        PIC 9(09)  VALUE ZERO.
015900     05  DLR214-SD-READ           PIC 9(07)  VALUE ZERO.
016000     05  DLR214-TAKEN-ON          PIC 9(07)  VALUE ZERO.
016100     05  DLR214-SETTLED           PIC 9(07)  VALUE ZERO.
016200     05  DLR214-UDP-APPLIED       PIC 9(07)  VALUE ZERO.
016300     05  DLR214-IPD-RELEASED      PIC 9(07)  VALUE ZERO.
016400     05  DLR214-NOT-ON-MASTER     PIC 9(07)  VALUE ZERO.
016410     05  DLR214-IPD-REPEATED      PIC 9(07)  VALUE ZERO.
016420     05  DLR214-IPD-PRE-TAKE-ON   PIC 9(07)  VALUE ZERO.
016430     05  DLR214-IPD-UNAPPLIED     PIC 9(07)  VALUE ZERO.
016440     05  DLR214-IPD-NOT-LISTED    PIC 9(07)  VALUE ZERO.
016500     05  DLR214-DEPS-ACCRUED      PIC 9(07)  VALUE ZERO.
016600     05  DLR214-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
016700     05  DLR214-NO-RATE           PIC 9(07)  VALUE ZERO.
016800     05  DLR214-CELLS-LOST        PIC 9(07)  VALUE ZERO.
016900 01  DLR214-HEADING-1.
017000     05  FILLER                   PIC X(53)  VALUE
017100         'DLR214 - DEPOSIT INTEREST ACCRUAL JOURNAL        RUN '.
017200     05  DLR214-H-RUN-DATE        PIC 9(08).
017300 01  DLR214-HEADING-2.
017400     05  FILLER                   PIC X(40)  VALUE
017500         'BRCH CCY         ACCRUED        RELEASED'.
017600     05  FILLER                   PIC X(40)  VALUE
017700         '   LOCAL ACCRUED  LOCAL RELEASED NOTE'.
017800 01  DLR214-DETAIL-LINE.
017900     05  DLR214-D-BRANCH          PIC X(04).
018000     05  FILLER                   PIC X(01)  VALUE SPACES.
018100     05  DLR214-D-CCY             PIC X(03).
018200     05  FILLER                   PIC X(01)  VALUE SPACES.
018300     05  DLR214-D-ACCRUED         PIC -ZZZ,ZZZ,ZZ9.99.
018400     05  FILLER                   PIC X(01)  VALUE SPACES.
018500     05  DLR214-D-RELEASED        PIC -ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER                   PIC X(01)  VALUE SPACES.
018700     05  DLR214-D-LOCAL-ACCRUED   PIC -ZZZ,ZZZ,ZZ9.99.
018800     05  FILLER                   PIC X(01)  VALUE SPACES.
018900     05  DLR214-D-LOCAL-RELEASED  PIC -ZZZ,ZZZ,ZZ9.99.
019000     05  FILLER                   PIC X(01)  VALUE SPACES.
019100     05  DLR214-D-NOTE            PIC X(24).
019200 01  DLR214-TOTAL-LINE.
019300     05  DLR214-T-LABEL           PIC X(40).
019400     05  DLR214-T-COUNT           PIC ZZZZZZZZ9.
019500 01  DLR214-VALUE-TOTAL-LINE.
019600     05  DLR214-T-V-LABEL         PIC X(40).
019700     05  DLR214-T-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
019704 01  DLR214-IPD-HEADING-1.
019708     05  FILLER                   PIC X(40)  VALUE
019712         'INTEREST PAYMENTS NOT RELEASED'.
019716 01  DLR214-IPD-HEADING-2.
019720     05  FILLER                   PIC X(39)  VALUE
019724         'DEPOSIT NO  TRANS REF     IPD DATE CCY '.
019728     05  FILLER                   PIC X(22)  VALUE
019732         '    AMOUNT PAID REASON'.
019736 01  DLR214-IPD-LINE.
019740     05  DLR214-L-DEP-NO          PIC X(11).
019744     05  FILLER                   PIC X(01)  VALUE SPACES.
019748     05  DLR214-L-REF             PIC X(13).
019752     05  FILLER                   PIC X(01)  VALUE SPACES.
019756     05  DLR214-L-DATE            PIC 9(08).
019760     05  FILLER                   PIC X(01)  VALUE SPACES.
019764     05  DLR214-L-CCY             PIC X(03).
019768     05  FILLER                   PIC X(01)  VALUE SPACES.
019772     05  DLR214-L-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
019776     05  FILLER                   PIC X(01)  VALUE SPACES.
019780     05  DLR214-L-REASON          PIC X(24).
019800 01  DLR214-BLANK-LINE            PIC X(01)  VALUE SPACE.
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE.
020200     PERFORM 2000-PROCESS-TRANS
020300         UNTIL DLR214-EOF.
020400     PERFORM 3000-ACCRUE-DEPOSITS.
020500     PERFORM 4000-POST-JOURNAL.
020600     PERFORM 8000-PRINT-TOTALS.
020700     PERFORM 9000-TERMINATE.
020800     STOP RUN.
020900
021000 1000-INITIALIZE.
021100     ACCEPT DLR214-RUN-DATE FROM DATE YYYYMMDD.
021200     COMPUTE DLR214-RUN-CYYMMDD = DLR214-RUN-DATE - 19000000.
021300     COMPUTE DLR214-DAY-NO =
021400         FUNCTION INTEGER-OF-DATE (DLR214-RUN-DATE) - 1.
021500     COMPUTE DLR214-YESTERDAY =
021600         FUNCTION DATE-OF-INTEGER (DLR214-DAY-NO).
021700     PERFORM 1100-LOAD-CCY-ATTRS.
021800     PERFORM 1200-LOAD-RATES.
021900     OPEN INPUT  AQTRANS-FILE.
022000     OPEN I-O    ACCRUAL-MASTER.
022100     OPEN OUTPUT GL-JOURNAL-FILE.
022200     OPEN OUTPUT ACCRUAL-REPORT.
022300     MOVE DLR214-RUN-DATE TO DLR214-H-RUN-DATE.
022400     WRITE ACCRUAL-LINE FROM DLR214-HEADING-1.
022500     WRITE ACCRUAL-LINE FROM DLR214-BLANK-LINE.
022600     WRITE ACCRUAL-LINE FROM DLR214-HEADING-2.
022700     PERFORM 2100-READ-AQTRANS.
022800 1000-EXIT.
022900     EXIT.
023000
023100 1100-LOAD-CCY-ATTRS.
023200     OPEN INPUT CCY-ATTR-FILE.
023300     PERFORM 1110-READ-CCY-ATTR.
023400     PERFORM 1120-HOLD-ONE-CCY-ATTR
023500         UNTIL DLR214-ATT-EOF.
023600     CLOSE CCY-ATTR-FILE.
023700 1100-EXIT.
023800     EXIT.
023900
024000 1110-READ-CCY-ATTR.
024100     READ CCY-ATTR-FILE
024200         AT END
024300             MOVE 'Y' TO DLR214-ATT-EOF-SW
024400     END-READ.
024500 1110-EXIT.
024600     EXIT.
024700
024800 1120-HOLD-ONE-CCY-ATTR.
024900     IF  DLR214-ATT-COUNT < 50
025000         ADD 1 TO DLR214-ATT-COUNT
025100         SET DLR214-ATT-IX TO DLR214-ATT-COUNT
025200         MOVE DLCCYATT-CCY
025300             TO DLR214-A-CCY (DLR214-ATT-IX)
025400         MOVE DLCCYATT-DECIMALS
025500             TO DLR214-A-DECIMALS (DLR214-ATT-IX)
025600         IF  DLCCYATT-DAY-BASIS = 360
025700             MOVE 360 TO DLR214-A-DAY-BASIS (DLR214-ATT-IX)
025800         ELSE
025900             MOVE 365 TO DLR214-A-DAY-BASIS (DLR214-ATT-IX)
026000         END-IF
026100     END-IF.
026200     PERFORM 1110-READ-CCY-ATTR.
026300 1120-EXIT.
026400     EXIT.
026500
026600 1200-LOAD-RATES.
026700     OPEN INPUT FXRATE-FILE.
026800     PERFORM 1210-READ-RATE.
026900     PERFORM 1220-HOLD-ONE-RATE
027000         UNTIL DLR214-RATE-EOF.
027100     CLOSE FXRATE-FILE.
027200 1200-EXIT.
027300     EXIT.
027400
027500 1210-READ-RATE.
027600     READ FXRATE-FILE
027700         AT END
027800             MOVE 'Y' TO DLR214-RATE-EOF-SW
027900     END-READ.
028000 1210-EXIT.
028100     EXIT.
028200
028300 1220-HOLD-ONE-RATE.
028400     IF  DLR214-RATE-COUNT < 200
028500     AND DLFXRATE-EFF-DATE <= DLR214-RUN-DATE
028600         ADD 1 TO DLR214-RATE-COUNT
028700         SET DLR214-RX TO DLR214-RATE-COUNT
028800         MOVE DLFXRATE-CCY      TO DLR214-R-CCY (DLR214-RX)
028900         MOVE DLFXRATE-EFF-DATE TO DLR214-R-EFF-DATE (DLR214-RX)
029000         MOVE DLFXRATE-RATE     TO DLR214-R-RATE (DLR214-RX)
029100     END-IF.
029200     PERFORM 1210-READ-RATE.
029300 1220-EXIT.
029400     EXIT.
029500
029600 2000-PROCESS-TRANS.
029700     ADD 1 TO DLR214-TRANS-READ.
029800     EVALUATE TRANS-BASIC-TRNTYP
029900         WHEN 'SD  '
030000             PERFORM 2200-APPLY-START-DEPOSIT
030100         WHEN 'UDP '
030200             PERFORM 2300-APPLY-UPDATE
030300         WHEN 'IPD '
030400             PERFORM 2400-APPLY-INTEREST-PAID
030500         WHEN OTHER
030600             CONTINUE
030700     END-EVALUATE.
030800     PERFORM 2100-READ-AQTRANS.
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-READ-AQTRANS.
031300     READ AQTRANS-FILE
031400         AT END
031500             MOVE 'Y' TO DLR214-EOF-SW
031600     END-READ.
031700 2100-EXIT.
031800     EXIT.
031900
032000*    A DEPOSIT FIRST SEEN IS TAKEN ON AT THE ACCRUED FIGURE THE
032100*    DEPOSIT SYSTEM CARRIES, ACCRUED THROUGH YESTERDAY (OR FROM
032200*    ITS VALUE START IF THAT IS STILL TO COME), AND THE TAKE-ON
032300*    IS PART OF THE DAY'S MOVEMENT SO THE LEDGER CATCHES UP.
032400*    AFTER THAT THE SD ONLY REFRESHES THE BALANCE AND STATUS -
032500*    THE RATE AND MATURITY FOLLOW THE UDP RECORDS.
032600 2200-APPLY-START-DEPOSIT.
032700     ADD 1 TO DLR214-SD-READ.
032800     MOVE TRN-SD-CCY TO DLR214-CCY.
032900     MOVE TRN-SD-CCY-DEC TO DLR214-CCY-DECIMALS.
033000     PERFORM 2900-SET-CCY-ATTRS.
033100     MOVE TRANS-DEP-NO TO DLDEPACR-DEP-NO.
033200     PERFORM 2950-READ-MASTER.
033300     IF  DLR214-FOUND
033400         PERFORM 2960-ROLL-MONTH
033500         COMPUTE DLDEPACR-BALANCE =
033600             TRN-SD-BAL / DLR214-SCALE-DIVISOR
033700         COMPUTE DLDEPACR-CORE-ACCRUED ROUNDED =
033800             TRN-SD-CR-INT-ACCRUED / DLR214-SCALE-DIVISOR
033900         MOVE TRANS-PROC-BRCH TO DLDEPACR-BRANCH
034000         IF  TRN-SD-SETLED-IND = 'Y'
034100         AND DLDEPACR-OPEN
034200             SET DLDEPACR-SETTLED TO TRUE
034300             ADD 1 TO DLR214-SETTLED
034400         END-IF
034500         PERFORM 2970-REWRITE-MASTER
034600     ELSE
034700         IF  TRN-SD-SETLED-IND NOT = 'Y'
034800             PERFORM 2250-TAKE-ON-DEPOSIT
034900         END-IF
035000     END-IF.
035100 2200-EXIT.
035200     EXIT.
035300
035400 2250-TAKE-ON-DEPOSIT.
035500     MOVE SPACES TO DLDEPACR-RECORD.
035600     MOVE TRANS-DEP-NO       TO DLDEPACR-DEP-NO.
035700     MOVE TRANS-ACC-NO       TO DLDEPACR-ACC-NO.
035800     MOVE TRANS-PROD-TYP     TO DLDEPACR-PROD-TYP.
035900     MOVE TRANS-PROC-BRCH    TO DLDEPACR-BRANCH.
036000     MOVE TRN-SD-CCY         TO DLDEPACR-CCY.
036100     COMPUTE DLDEPACR-BALANCE =
036200         TRN-SD-BAL / DLR214-SCALE-DIVISOR.
036300     MOVE TRN-SD-CR-INT-RTE  TO DLDEPACR-INT-RATE.
036400     MOVE DLR214-DAY-BASIS   TO DLDEPACR-DAY-BASIS.
036500     MOVE TRN-SD-DTE-VAL-START TO DLDEPACR-VAL-START.
036600     MOVE TRN-SD-DTE-VAL-END TO DLDEPACR-VAL-END.
036700     SET DLDEPACR-OPEN       TO TRUE.
036800     COMPUTE DLDEPACR-CORE-ACCRUED ROUNDED =
036900         TRN-SD-CR-INT-ACCRUED / DLR214-SCALE-DIVISOR.
037000     IF  TRN-SD-DTE-VAL-START > DLR214-RUN-DATE
037100         COMPUTE DLR214-DAY-NO =
037200             FUNCTION INTEGER-OF-DATE (TRN-SD-DTE-VAL-START)
037300                 - 1
037400         COMPUTE DLDEPACR-ACCRUED-THRU =
037500             FUNCTION DATE-OF-INTEGER (DLR214-DAY-NO)
037600         MOVE ZERO TO DLDEPACR-ACCRUED-TO-DATE
037700     ELSE
037800         MOVE DLR214-YESTERDAY TO DLDEPACR-ACCRUED-THRU
037900         MOVE DLDEPACR-CORE-ACCRUED
038000             TO DLDEPACR-ACCRUED-TO-DATE
038100     END-IF.
038200     MOVE DLR214-YESTERDAY   TO DLDEPACR-IPD-THRU.
038300     MOVE DLR214-RUN-CCYYMM  TO DLDEPACR-ACCR-MONTH.
038400     MOVE ZERO               TO DLDEPACR-MONTH-OPENING.
038500     MOVE DLDEPACR-ACCRUED-TO-DATE TO DLDEPACR-MTD-ACCRUED.
038600     MOVE ZERO               TO DLDEPACR-MTD-RELEASED.
038700     MOVE ZERO               TO DLDEPACR-MTD-PAID.
038800     MOVE DLR214-RUN-DATE    TO DLDEPACR-OPENED-DATE.
038900     MOVE ZERO               TO DLDEPACR-LAST-RUN-DATE.
039000     WRITE DLDEPACR-RECORD
039100         INVALID KEY
039200             DISPLAY 'DLR214 DLDEPACR WRITE FAILED '
039300                 DLDEPACR-DEP-NO
039400     END-WRITE.
039500     ADD 1 TO DLR214-TAKEN-ON.
039600     MOVE DLDEPACR-ACCRUED-TO-DATE TO DLR214-ADD-ACCRUED.
039700     MOVE ZERO TO DLR214-ADD-RELEASED.
039800     PERFORM 2800-ADD-TO-CELL.
039900 2250-EXIT.
040000     EXIT.
040100
040200 2300-APPLY-UPDATE.
040300     MOVE TRANS-DEP-NO TO DLDEPACR-DEP-NO.
040400     PERFORM 2950-READ-MASTER.
040500     IF  DLR214-FOUND
040600         PERFORM 2960-ROLL-MONTH
040700         IF  TRN-UDP-CR-INT-RTE > ZERO
040800             MOVE TRN-UDP-CR-INT-RTE TO DLDEPACR-INT-RATE
040900         END-IF
041000         IF  TRN-UDP-DTE-VAL-END IS NUMERIC
041100         AND TRN-UDP-DTE-VAL-END > ZERO
041200             MOVE TRN-UDP-DTE-VAL-END TO DLDEPACR-VAL-END
041300         END-IF
041400         PERFORM 2970-REWRITE-MASTER
041500         ADD 1 TO DLR214-UDP-APPLIED
041600     ELSE
041700         ADD 1 TO DLR214-NOT-ON-MASTER
041800     END-IF.
041900 2300-EXIT.
042000     EXIT.
042100
042200*    AN IPD NOT YET RELEASED RELEASES THE INTEREST ACCRUED, UP TO
042300*    THE AMOUNT PAID. ANY SHORTFALL IN THE ACCRUAL IS EXPENSED BY
042400*    THE PAYMENT ITSELF.
042500 2400-APPLY-INTEREST-PAID.
042600     MOVE TRANS-DEP-NO TO DLDEPACR-DEP-NO.
042700     PERFORM 2950-READ-MASTER.
042800     IF  NOT DLR214-FOUND
042900         MOVE 'DEPOSIT NOT ON MASTER' TO DLR214-IPD-REASON
042950         PERFORM 2450-LIST-UNAPPLIED
043000     ELSE
043100         PERFORM 2410-CHECK-IPD
043150         IF  DLR214-IPD-DUE
043300             PERFORM 2960-ROLL-MONTH
043400             MOVE DLDEPACR-CCY TO DLR214-CCY
043500             MOVE TRN-DEP-CCY-DEC TO DLR214-CCY-DECIMALS
043600             PERFORM 2900-SET-CCY-ATTRS
043700             COMPUTE DLR214-PAID ROUNDED =
043800                 TRN-IPD-AMT / DLR214-SCALE-DIVISOR
043900             IF  DLR214-PAID < DLDEPACR-ACCRUED-TO-DATE
044000                 MOVE DLR214-PAID TO DLR214-RELEASE
044100             ELSE
044200                 MOVE DLDEPACR-ACCRUED-TO-DATE TO DLR214-RELEASE
044300             END-IF
044400             IF  DLR214-RELEASE < ZERO
044500                 MOVE ZERO TO DLR214-RELEASE
044600             END-IF
044700             SUBTRACT DLR214-RELEASE
044800                 FROM DLDEPACR-ACCRUED-TO-DATE
044900             ADD DLR214-RELEASE TO DLDEPACR-MTD-RELEASED
045000             ADD DLR214-PAID    TO DLDEPACR-MTD-PAID
045100             MOVE TRANS-REF     TO DLDEPACR-LAST-IPD-REF
045110             IF  TRN-IPD-DTE-TRN > DLDEPACR-IPD-THRU
045120                 MOVE TRN-IPD-DTE-TRN TO DLDEPACR-IPD-THRU
045130             END-IF
045200             PERFORM 2970-REWRITE-MASTER
045300             ADD 1 TO DLR214-IPD-RELEASED
045400             MOVE ZERO TO DLR214-ADD-ACCRUED
045500             MOVE DLR214-RELEASE TO DLR214-ADD-RELEASED
045600             PERFORM 2800-ADD-TO-CELL
045700         END-IF
045800     END-IF.
045900 2400-EXIT.
046000     EXIT.
046005
046010*    THE IPD LAST RELEASED IS KNOWN BY ITS TRANS-REF, SO RUNNING
046012*    THE SAME AQTRANS AGAIN RELEASES NOTHING TWICE. ONE DATED
046014*    BEFORE THE DEPOSIT WAS TAKEN ON IS ALREADY OUT OF THE
046016*    ACCRUED FIGURE TAKEN ON. A LATE IPD DATED EARLIER THAN ONE
046018*    ALREADY RELEASED IS STILL RELEASED.
046020 2410-CHECK-IPD.
046022     MOVE 'N' TO DLR214-IPD-DUE-SW.
046024     EVALUATE TRUE
046026         WHEN TRANS-REF = DLDEPACR-LAST-IPD-REF
046028             ADD 1 TO DLR214-IPD-REPEATED
046030         WHEN TRN-IPD-DTE-TRN < DLDEPACR-OPENED-DATE
046032             ADD 1 TO DLR214-IPD-PRE-TAKE-ON
046034         WHEN TRN-IPD-DTE-TRN > DLR214-RUN-DATE
046036             MOVE 'DATED AFTER THE RUN DATE' TO DLR214-IPD-REASON
046038             PERFORM 2450-LIST-UNAPPLIED
046040         WHEN OTHER
046042             MOVE 'Y' TO DLR214-IPD-DUE-SW
046044     END-EVALUATE.
046046 2410-EXIT.
046048     EXIT.
046050
046052 2450-LIST-UNAPPLIED.
046054     ADD 1 TO DLR214-IPD-UNAPPLIED.
046056     IF  DLR214-IPD-COUNT < 200
046058         ADD 1 TO DLR214-IPD-COUNT
046060         SET DLR214-IX TO DLR214-IPD-COUNT
046062         MOVE TRN-DEP-CCY TO DLR214-CCY
046064         MOVE TRN-DEP-CCY-DEC TO DLR214-CCY-DECIMALS
046066         PERFORM 2900-SET-CCY-ATTRS
046068         MOVE TRANS-DEP-NO      TO DLR214-I-DEP-NO (DLR214-IX)
046070         MOVE TRANS-REF         TO DLR214-I-REF (DLR214-IX)
046072         MOVE TRN-IPD-DTE-TRN   TO DLR214-I-DATE (DLR214-IX)
046074         MOVE TRN-DEP-CCY       TO DLR214-I-CCY (DLR214-IX)
046076         COMPUTE DLR214-I-AMOUNT (DLR214-IX) ROUNDED =
046078             TRN-IPD-AMT / DLR214-SCALE-DIVISOR
046080         MOVE DLR214-IPD-REASON TO DLR214-I-REASON (DLR214-IX)
046082     ELSE
046084         ADD 1 TO DLR214-IPD-NOT-LISTED
046086     END-IF.
046088 2450-EXIT.
046090     EXIT.
046100
046200 2800-ADD-TO-CELL.
046300     MOVE DLDEPACR-BRANCH TO DLR214-K-BRANCH.
046400     MOVE DLDEPACR-CCY    TO DLR214-K-CCY.
046500     SET DLR214-CX TO 1.
046600     SEARCH DLR214-CELL-ENTRY
046700         AT END
046800             ADD 1 TO DLR214-CELLS-LOST
046900         WHEN DLR214-CX > DLR214-CELL-COUNT
047000             ADD 1 TO DLR214-CELL-COUNT
047100             MOVE DLR214-K-BRANCH TO DLR214-C-BRANCH (DLR214-CX)
047200             MOVE DLR214-K-CCY    TO DLR214-C-CCY (DLR214-CX)
047300             MOVE DLR214-ADD-ACCRUED
047400                 TO DLR214-C-ACCRUED (DLR214-CX)
047500             MOVE DLR214-ADD-RELEASED
047600                 TO DLR214-C-RELEASED (DLR214-CX)
047700         WHEN DLR214-C-BRANCH (DLR214-CX) = DLR214-K-BRANCH
047800         AND  DLR214-C-CCY (DLR214-CX) = DLR214-K-CCY
047900             ADD DLR214-ADD-ACCRUED
048000                 TO DLR214-C-ACCRUED (DLR214-CX)
048100             ADD DLR214-ADD-RELEASED
048200                 TO DLR214-C-RELEASED (DLR214-CX)
048300     END-SEARCH.
048400 2800-EXIT.
048500     EXIT.
048600
048700*    THE ATTRIBUTES MASTER (FALLBACK: THE DECIMALS CARRIED ON
048800*    THE TRANSACTION) SAYS HOW MANY DECIMALS TO SCALE OFF THE
048900*    RAW AMOUNTS; A CURRENCY NOT ON IT ACCRUES ON 365 DAYS.
049000 2900-SET-CCY-ATTRS.
049100     MOVE 365 TO DLR214-DAY-BASIS.
049200     SET DLR214-ATT-IX TO 1.
049300     SEARCH DLR214-ATT-ENTRY
049400         AT END
049500             CONTINUE
049600         WHEN DLR214-ATT-IX > DLR214-ATT-COUNT
049700             CONTINUE
049800         WHEN DLR214-A-CCY (DLR214-ATT-IX) = DLR214-CCY
049900             MOVE DLR214-A-DECIMALS (DLR214-ATT-IX)
050000                 TO DLR214-CCY-DECIMALS
050100             MOVE DLR214-A-DAY-BASIS (DLR214-ATT-IX)
050200                 TO DLR214-DAY-BASIS
050300     END-SEARCH.
050400     EVALUATE DLR214-CCY-DECIMALS
050500         WHEN 0
050600             MOVE 1      TO DLR214-SCALE-DIVISOR
050700         WHEN 1
050800             MOVE 10     TO DLR214-SCALE-DIVISOR
050900         WHEN 2
051000             MOVE 100    TO DLR214-SCALE-DIVISOR
051100         WHEN 3
051200             MOVE 1000   TO DLR214-SCALE-DIVISOR
051300         WHEN OTHER
051400             MOVE 100    TO DLR214-SCALE-DIVISOR
051500     END-EVALUATE.
051600 2900-EXIT.
051700     EXIT.
051800
051900 2950-READ-MASTER.
052000     READ ACCRUAL-MASTER
052100         INVALID KEY
052200             MOVE 'N' TO DLR214-FOUND-SW
052300         NOT INVALID KEY
052400             MOVE 'Y' TO DLR214-FOUND-SW
052500     END-READ.
052600 2950-EXIT.
052700     EXIT.
052800
052900*    THE FIRST TOUCH IN A NEW CALENDAR MONTH CARRIES THE ACCRUED
053000*    BALANCE FORWARD AS THE MONTH'S OPENING AND CLEARS THE
053100*    MONTH-TO-DATE MOVEMENT.
053200 2960-ROLL-MONTH.
053300     IF  DLDEPACR-ACCR-MONTH NOT = DLR214-RUN-CCYYMM
053400         MOVE DLR214-RUN-CCYYMM TO DLDEPACR-ACCR-MONTH
053500         MOVE DLDEPACR-ACCRUED-TO-DATE
053600             TO DLDEPACR-MONTH-OPENING
053700         MOVE ZERO TO DLDEPACR-MTD-ACCRUED
053800         MOVE ZERO TO DLDEPACR-MTD-RELEASED
053900         MOVE ZERO TO DLDEPACR-MTD-PAID
054000     END-IF.
054100 2960-EXIT.
054200     EXIT.
054300
054400 2970-REWRITE-MASTER.
054500     REWRITE DLDEPACR-RECORD
054600         INVALID KEY
054700             DISPLAY 'DLR214 DLDEPACR REWRITE FAILED '
054800                 DLDEPACR-DEP-NO
054900     END-REWRITE.
055000 2970-EXIT.
055100     EXIT.
055200
055300*    EVERY OPEN DEPOSIT IS ACCRUED FROM THE DAY AFTER ITS
055400*    ACCRUED-THRU DATE TO THE RUN DATE, OR TO THE DAY BEFORE ITS
055500*    VALUE END IF THAT COMES FIRST - SO A MISSED RUN IS MADE UP
055600*    ON THE NEXT ONE.
055700 3000-ACCRUE-DEPOSITS.
055800     MOVE LOW-VALUES TO DLDEPACR-DEP-NO.
055900     START ACCRUAL-MASTER KEY NOT < DLDEPACR-DEP-NO
056000         INVALID KEY
056100             MOVE 'Y' TO DLR214-MAST-EOF-SW
056200     END-START.
056300     PERFORM 3100-ACCRUE-ONE-DEPOSIT
056400         UNTIL DLR214-MAST-EOF.
056500 3000-EXIT.
056600     EXIT.
056700
056800 3100-ACCRUE-ONE-DEPOSIT.
056900     READ ACCRUAL-MASTER NEXT RECORD
057000         AT END
057100             MOVE 'Y' TO DLR214-MAST-EOF-SW
057200     END-READ.
057300     IF  NOT DLR214-MAST-EOF
057400         PERFORM 2960-ROLL-MONTH
057500         IF  DLDEPACR-OPEN
057600             PERFORM 3200-ACCRUE-INTEREST
057700         END-IF
057900         MOVE DLR214-RUN-DATE TO DLDEPACR-LAST-RUN-DATE
058000         PERFORM 2970-REWRITE-MASTER
058100     END-IF.
058200 3100-EXIT.
058300     EXIT.
058400
058500 3200-ACCRUE-INTEREST.
058600     MOVE DLR214-RUN-DATE TO DLR214-ACCRUE-TO.
058700     IF  DLDEPACR-VAL-END > ZERO
058800         COMPUTE DLR214-DAY-NO =
058900             FUNCTION INTEGER-OF-DATE (DLDEPACR-VAL-END) - 1
059000         COMPUTE DLR214-LAST-DAY =
059100             FUNCTION DATE-OF-INTEGER (DLR214-DAY-NO)
059200         IF  DLR214-LAST-DAY < DLR214-ACCRUE-TO
059300             MOVE DLR214-LAST-DAY TO DLR214-ACCRUE-TO
059400         END-IF
059500     END-IF.
059600     IF  DLR214-ACCRUE-TO > DLDEPACR-ACCRUED-THRU
059700         COMPUTE DLR214-DAYS =
059800             FUNCTION INTEGER-OF-DATE (DLR214-ACCRUE-TO)
059900           - FUNCTION INTEGER-OF-DATE (DLDEPACR-ACCRUED-THRU)
060000         COMPUTE DLR214-MOVEMENT ROUNDED =
060100             DLDEPACR-BALANCE * DLDEPACR-INT-RATE * DLR214-DAYS
060200                 / (DLDEPACR-DAY-BASIS * 100)
060300             ON SIZE ERROR
060400                 MOVE ZERO TO DLR214-MOVEMENT
060500                 DISPLAY 'DLR214 ACCRUAL OVERFLOW '
060600                     DLDEPACR-DEP-NO
060700         END-COMPUTE
060800         ADD DLR214-MOVEMENT TO DLDEPACR-ACCRUED-TO-DATE
060900         ADD DLR214-MOVEMENT TO DLDEPACR-MTD-ACCRUED
061000         MOVE DLR214-ACCRUE-TO TO DLDEPACR-ACCRUED-THRU
061100         ADD 1 TO DLR214-DEPS-ACCRUED
061200         MOVE DLR214-MOVEMENT TO DLR214-ADD-ACCRUED
061300         MOVE ZERO TO DLR214-ADD-RELEASED
061400         PERFORM 2800-ADD-TO-CELL
061500     END-IF.
061600 3200-EXIT.
061700     EXIT.
061800
061900*    PER BRANCH AND CURRENCY - DEBIT INTEREST EXPENSE AND CREDIT
062000*    ACCRUED INTEREST PAYABLE WITH THE DAY'S ACCRUAL, AND THE
062100*    REVERSE WITH THE DAY'S RELEASES. A FOREIGN CURRENCY WITH NO
062200*    RATE ON FILE IS POSTED AT FACE VALUE AND COUNTED.
062300 4000-POST-JOURNAL.
062400     PERFORM 4100-POST-ONE-CELL
062500         VARYING DLR214-CX FROM 1 BY 1
062600         UNTIL DLR214-CX > DLR214-CELL-COUNT.
062700 4000-EXIT.
062800     EXIT.
062900
063000 4100-POST-ONE-CELL.
063100     MOVE SPACES TO DLR214-D-NOTE.
063200     IF  DLR214-C-CCY (DLR214-CX) = DLR214-LOCAL-CCY
063300         MOVE 1 TO DLR214-RATE-USED
063400         MOVE SPACES TO DLGLJRNL-ORIG-CCY
063500     ELSE
063600         PERFORM 4200-PICK-RATE
063700         MOVE DLR214-C-CCY (DLR214-CX) TO DLGLJRNL-ORIG-CCY
063800         IF  NOT DLR214-RATE-FOUND
063900             MOVE 1 TO DLR214-RATE-USED
064000             ADD 1 TO DLR214-NO-RATE
064100             MOVE 'NO RATE - AT FACE VALUE' TO DLR214-D-NOTE
064200         END-IF
064300     END-IF.
064400     COMPUTE DLR214-LOCAL-ACCRUED ROUNDED =
064500         DLR214-C-ACCRUED (DLR214-CX) * DLR214-RATE-USED.
064600     COMPUTE DLR214-LOCAL-RELEASED ROUNDED =
064700         DLR214-C-RELEASED (DLR214-CX) * DLR214-RATE-USED.
064800     MOVE DLR214-RUN-CYYMMDD TO DLGLJRNL-BATCH-DATE.
064900     MOVE DLR214-C-BRANCH (DLR214-CX) TO DLGLJRNL-COST-CENTRE.
065000     MOVE ZERO TO DLGLJRNL-DEPT-NO.
065100     MOVE ZERO TO DLGLJRNL-QTY-SOLD.
065200     MOVE DLR214-LOCAL-ACCRUED TO DLGLJRNL-AMOUNT.
065300     IF  DLR214-C-CCY (DLR214-CX) = DLR214-LOCAL-CCY
065400         MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT
065500     ELSE
065600         MOVE DLR214-C-ACCRUED (DLR214-CX)
065700             TO DLGLJRNL-ORIG-AMOUNT
065800     END-IF.
065900     MOVE DLR214-EXPENSE-ACCT TO DLGLJRNL-GL-ACCOUNT.
066000     SET DLGLJRNL-IS-DEBIT    TO TRUE.
066100     MOVE 'DEPOSIT INTEREST ACCRUED' TO DLGLJRNL-NARRATIVE.
066200     PERFORM 4300-WRITE-JOURNAL-REC.
066300     MOVE DLR214-PAYABLE-ACCT TO DLGLJRNL-GL-ACCOUNT.
066400     SET DLGLJRNL-IS-CREDIT   TO TRUE.
066500     PERFORM 4300-WRITE-JOURNAL-REC.
066600     MOVE DLR214-LOCAL-RELEASED TO DLGLJRNL-AMOUNT.
066700     IF  DLR214-C-CCY (DLR214-CX) = DLR214-LOCAL-CCY
066800         MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT
066900     ELSE
067000         MOVE DLR214-C-RELEASED (DLR214-CX)
067100             TO DLGLJRNL-ORIG-AMOUNT
067200     END-IF.
067300     MOVE DLR214-PAYABLE-ACCT TO DLGLJRNL-GL-ACCOUNT.
067400     SET DLGLJRNL-IS-DEBIT    TO TRUE.
067500     MOVE 'DEPOSIT INTEREST RELEASED' TO DLGLJRNL-NARRATIVE.
067600     PERFORM 4300-WRITE-JOURNAL-REC.
067700     MOVE DLR214-EXPENSE-ACCT TO DLGLJRNL-GL-ACCOUNT.
067800     SET DLGLJRNL-IS-CREDIT   TO TRUE.
067900     PERFORM 4300-WRITE-JOURNAL-REC.
068000     MOVE DLR214-C-BRANCH (DLR214-CX) TO DLR214-D-BRANCH.
068100     MOVE DLR214-C-CCY (DLR214-CX)    TO DLR214-D-CCY.
068200     MOVE DLR214-C-ACCRUED (DLR214-CX)  TO DLR214-D-ACCRUED.
068300     MOVE DLR214-C-RELEASED (DLR214-CX) TO DLR214-D-RELEASED.
068400     MOVE DLR214-LOCAL-ACCRUED  TO DLR214-D-LOCAL-ACCRUED.
068500     MOVE DLR214-LOCAL-RELEASED TO DLR214-D-LOCAL-RELEASED.
068600     WRITE ACCRUAL-LINE FROM DLR214-DETAIL-LINE.
068700 4100-EXIT.
068800     EXIT.
068900
069000 4200-PICK-RATE.
069100     MOVE 'N' TO DLR214-RATE-FOUND-SW.
069200     MOVE ZERO TO DLR214-BEST-EFF-DATE.
069300     MOVE ZERO TO DLR214-RATE-USED.
069400     PERFORM 4250-TEST-ONE-RATE
069500         VARYING DLR214-RX FROM 1 BY 1
069600         UNTIL DLR214-RX > DLR214-RATE-COUNT.
069700 4200-EXIT.
069800     EXIT.
069900
070000 4250-TEST-ONE-RATE.
070100     IF  DLR214-R-CCY (DLR214-RX) = DLR214-C-CCY (DLR214-CX)
070200     AND DLR214-R-EFF-DATE (DLR214-RX) >= DLR214-BEST-EFF-DATE
070300         MOVE DLR214-R-EFF-DATE (DLR214-RX)
070400             TO DLR214-BEST-EFF-DATE
070500         MOVE DLR214-R-RATE (DLR214-RX) TO DLR214-RATE-USED
070600         MOVE 'Y' TO DLR214-RATE-FOUND-SW
070700     END-IF.
070800 4250-EXIT.
070900     EXIT.
071000
071100 4300-WRITE-JOURNAL-REC.
071200     IF  DLGLJRNL-AMOUNT NOT = ZERO
071300         WRITE DLGLJRNL-RECORD
071400         ADD 1 TO DLR214-JOURNALS-WRITTEN
071500         IF  DLGLJRNL-IS-DEBIT
071600             ADD DLGLJRNL-AMOUNT TO DLR214-T-JRNL-DEBITS
071700         ELSE
071800             ADD DLGLJRNL-AMOUNT TO DLR214-T-JRNL-CREDITS
071900         END-IF
072000     END-IF.
072100 4300-EXIT.
072200     EXIT.
072300
072400 8000-PRINT-TOTALS.
072410     IF  DLR214-IPD-COUNT > ZERO
072420         PERFORM 8100-PRINT-UNAPPLIED
072430     END-IF.
072500     WRITE ACCRUAL-LINE FROM DLR214-BLANK-LINE.
072600     MOVE 'AQTRANS RECORDS READ' TO DLR214-T-LABEL.
072700     MOVE DLR214-TRANS-READ TO DLR214-T-COUNT.
072800     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
072900     MOVE 'START-DEPOSIT RECORDS' TO DLR214-T-LABEL.
073000     MOVE DLR214-SD-READ TO DLR214-T-COUNT.
073100     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
073200     MOVE 'DEPOSITS TAKEN ON' TO DLR214-T-LABEL.
073300     MOVE DLR214-TAKEN-ON TO DLR214-T-COUNT.
073400     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
073500     MOVE 'DEPOSITS SETTLED' TO DLR214-T-LABEL.
073600     MOVE DLR214-SETTLED TO DLR214-T-COUNT.
073700     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
073800     MOVE 'UPDATES APPLIED' TO DLR214-T-LABEL.
073900     MOVE DLR214-UDP-APPLIED TO DLR214-T-COUNT.
074000     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074100     MOVE 'INTEREST PAYMENTS RELEASED' TO DLR214-T-LABEL.
074200     MOVE DLR214-IPD-RELEASED TO DLR214-T-COUNT.
074300     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074400     MOVE 'UPDATES FOR A DEPOSIT NOT ON MASTER' TO DLR214-T-LABEL.
074500     MOVE DLR214-NOT-ON-MASTER TO DLR214-T-COUNT.
074600     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074605     MOVE 'IPD ALREADY RELEASED - PASSED BY' TO DLR214-T-LABEL.
074610     MOVE DLR214-IPD-REPEATED TO DLR214-T-COUNT.
074615     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074620     MOVE 'IPD DATED BEFORE TAKE-ON - PASSED BY'
074625         TO DLR214-T-LABEL.
074630     MOVE DLR214-IPD-PRE-TAKE-ON TO DLR214-T-COUNT.
074635     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074640     MOVE 'INTEREST PAYMENTS NOT RELEASED' TO DLR214-T-LABEL.
074645     MOVE DLR214-IPD-UNAPPLIED TO DLR214-T-COUNT.
074650     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074655     MOVE 'OF WHICH NOT LISTED - TABLE FULL' TO DLR214-T-LABEL.
074660     MOVE DLR214-IPD-NOT-LISTED TO DLR214-T-COUNT.
074665     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
074700     MOVE 'DEPOSITS ACCRUED' TO DLR214-T-LABEL.
074800     MOVE DLR214-DEPS-ACCRUED TO DLR214-T-COUNT.
074900     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
075000     MOVE 'CURRENCIES POSTED WITH NO RATE' TO DLR214-T-LABEL.
075100     MOVE DLR214-NO-RATE TO DLR214-T-COUNT.
075200     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
075300     MOVE 'MOVEMENTS LOST - CELL TABLE FULL' TO DLR214-T-LABEL.
075400     MOVE DLR214-CELLS-LOST TO DLR214-T-COUNT.
075500     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
075600     MOVE 'JOURNAL RECORDS WRITTEN' TO DLR214-T-LABEL.
075700     MOVE DLR214-JOURNALS-WRITTEN TO DLR214-T-COUNT.
075800     WRITE ACCRUAL-LINE FROM DLR214-TOTAL-LINE.
075900     MOVE 'JOURNAL DEBITS' TO DLR214-T-V-LABEL.
076000     MOVE DLR214-T-JRNL-DEBITS TO DLR214-T-VALUE.
076100     WRITE ACCRUAL-LINE FROM DLR214-VALUE-TOTAL-LINE.
076200     MOVE 'JOURNAL CREDITS' TO DLR214-T-V-LABEL.
076300     MOVE DLR214-T-JRNL-CREDITS TO DLR214-T-VALUE.
076400     WRITE ACCRUAL-LINE FROM DLR214-VALUE-TOTAL-LINE.
076500 8000-EXIT.
076600     EXIT.
076605
076610 8100-PRINT-UNAPPLIED.
076612     WRITE ACCRUAL-LINE FROM DLR214-BLANK-LINE.
076614     WRITE ACCRUAL-LINE FROM DLR214-IPD-HEADING-1.
076616     WRITE ACCRUAL-LINE FROM DLR214-IPD-HEADING-2.
076618     PERFORM 8110-PRINT-ONE-IPD
076620         VARYING DLR214-IX FROM 1 BY 1
076622         UNTIL DLR214-IX > DLR214-IPD-COUNT.
076624 8100-EXIT.
076626     EXIT.
076628
076630 8110-PRINT-ONE-IPD.
076632     MOVE DLR214-I-DEP-NO (DLR214-IX)  TO DLR214-L-DEP-NO.
076634     MOVE DLR214-I-REF (DLR214-IX)     TO DLR214-L-REF.
076636     MOVE DLR214-I-DATE (DLR214-IX)    TO DLR214-L-DATE.
076638     MOVE DLR214-I-CCY (DLR214-IX)     TO DLR214-L-CCY.
076640     MOVE DLR214-I-AMOUNT (DLR214-IX)  TO DLR214-L-AMOUNT.
076642     MOVE DLR214-I-REASON (DLR214-IX)  TO DLR214-L-REASON.
076644     WRITE ACCRUAL-LINE FROM DLR214-IPD-LINE.
076646 8110-EXIT.
076648     EXIT.
076700
076800 9000-TERMINATE.
076900     DISPLAY 'DLR214 DEPOSITS TAKEN ON = ' DLR214-TAKEN-ON.
077000     DISPLAY 'DLR214 DEPOSITS ACCRUED  = ' DLR214-DEPS-ACCRUED.
077100     DISPLAY 'DLR214 JOURNALS WRITTEN  = '
077200         DLR214-JOURNALS-WRITTEN.
077300     IF  DLR214-NOT-ON-MASTER > ZERO
077400     OR  DLR214-NO-RATE > ZERO
077450     OR  DLR214-IPD-UNAPPLIED > ZERO
077500     OR  DLR214-CELLS-LOST > ZERO
077600         MOVE 4 TO RETURN-CODE
077700     END-IF.
077800     CLOSE AQTRANS-FILE
077900           ACCRUAL-MASTER
078000           GL-JOURNAL-FILE
078100           ACCRUAL-REPORT.
078200 9000-EXIT.
078300     EXIT.
