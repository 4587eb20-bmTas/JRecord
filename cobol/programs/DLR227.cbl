000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR227.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR227 - MONTH-END BAD DEBT PROVISION                        *
001000*                                                                *
001100*   AGES EVERY OPEN INVOICE INTO THE DLR039 BANDS (0-30, 31-60,  *
001200*   61-90, OVER 90 DAYS) AND APPLIES A LOSS RATE FROM A MATRIX   *
001300*   HELD ON DLPARAMM IN BASIS POINTS. A CUSTOMER WITH AN         *
001400*   INVOICE ON CREDIT HOLD, OR SENT A FINAL NOTICE (STAGE 3) OR  *
001500*   RETURNED DIRECT DEBIT LETTER (STAGE 4) WITHIN COLL-DAYS, IS  *
001600*   UNDER COLLECTIONS AND TAKES THE HIGHER ROW OF THE MATRIX.    *
001700*   THE REQUIRED PROVISION IS COMPARED WITH THE BALANCE HELD ON  *
001800*   DLBDPROV (ALREADY REDUCED BY THE MONTH'S DLR226 WRITE-OFFS)  *
001900*   AND THE MOVEMENT IS JOURNALLED - A CHARGE TO BAD DEBT        *
002000*   EXPENSE WHEN IT RISES, A RELEASE WHEN IT FALLS.              *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT HOLD-FILE         ASSIGN TO CRHOLD
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT LETTER-HISTORY    ASSIGN TO DLLTRHST
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS SEQUENTIAL
004000                              RECORD KEY IS DLLTRHST-KEY.
004100     SELECT INVOICE-FILE      ASSIGN TO INVOICE
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT PROVISION-IN      ASSIGN TO BDPROVI
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT PROVISION-OUT     ASSIGN TO BDPROVO
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLBP
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT PROVISION-REPORT  ASSIGN TO BDPROVRP
005000                              ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  PARAM-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLPARAMM-RECORD.
005700     COPY DLPARAMM.
005800 FD  HOLD-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  CREDIT-HOLD-REC.
006200     05  HLD-CUSTOMER-NUMBER     PIC 9(09).
006300     05  FILLER                  PIC X(70).
006400 FD  LETTER-HISTORY
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLLTRHST-RECORD.
006700     COPY DLLTRHST.
006800 FD  INVOICE-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100     COPY INVOICE.
007200 FD  PROVISION-IN
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLBDPROV-RECORD.
007600     COPY DLBDPROV.
007700 FD  PROVISION-OUT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  PROVISION-OUT-REC           PIC X(80).
008100 FD  GL-JOURNAL-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  DLGLJRNL-RECORD.
008500     COPY DLGLJRNL.
008600 FD  PROVISION-REPORT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  PROVISION-LINE              PIC X(132).
009000 WORKING-STORAGE SECTION.
009100 01  DLR227-SWITCHES.
009200     05  DLR227-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
009300         88  DLR227-PARM-EOF                 VALUE 'Y'.
009400     05  DLR227-HOLD-EOF-SW       PIC X(01)  VALUE 'N'.
009500         88  DLR227-HOLD-EOF                 VALUE 'Y'.
009600     05  DLR227-LTR-EOF-SW        PIC X(01)  VALUE 'N'.
009700         88  DLR227-LTR-EOF                  VALUE 'Y'.
009800     05  DLR227-INV-EOF-SW        PIC X(01)  VALUE 'N'.
009900         88  DLR227-INV-EOF                  VALUE 'Y'.
010000     05  DLR227-HIGH-RISK-SW      PIC X(01)  VALUE 'N'.
010100         88  DLR227-HIGH-RISK                VALUE 'Y'.
010200*    GENERAL LEDGER ACCOUNTS FOR THE PROVISION JOURNAL.
010300 01  DLR227-GL-ACCOUNTS.
010400     05  DLR227-EXPENSE-ACCT      PIC X(08)  VALUE 'BDEXP001'.
010500     05  DLR227-PROVISION-ACCT    PIC X(08)  VALUE 'BDPROV01'.
010600     05  DLR227-COST-CENTRE       PIC X(06)  VALUE 'CREDIT'.
010700*    DLPARAMM NAMES OF THE LOSS-RATE MATRIX - ROW 1 IS THE
010800*    STANDARD RATE, ROW 2 THE COLLECTIONS RATE; ONE COLUMN PER
010900*    AGEING BAND.
011000 01  DLR227-RATE-NAME-VALUES.
011100     05  FILLER                   PIC X(12)  VALUE 'LOSS-BP-CUR '.
011200     05  FILLER                   PIC X(12)  VALUE 'LOSS-BP-31  '.
011300     05  FILLER                   PIC X(12)  VALUE 'LOSS-BP-61  '.
011400     05  FILLER                   PIC X(12)  VALUE 'LOSS-BP-91  '.
011500     05  FILLER                   PIC X(12)  VALUE 'HIGH-BP-CUR '.
011600     05  FILLER                   PIC X(12)  VALUE 'HIGH-BP-31  '.
011700     05  FILLER                   PIC X(12)  VALUE 'HIGH-BP-61  '.
011800     05  FILLER                   PIC X(12)  VALUE 'HIGH-BP-91  '.
011900 01  DLR227-RATE-NAMES REDEFINES DLR227-RATE-NAME-VALUES.
012000     05  DLR227-RATE-NAME-ROW OCCURS 2 TIMES.
012100         10  DLR227-RATE-NAME     PIC X(12)  OCCURS 4 TIMES.
012200*    BUILT-IN DEFAULT RATES - THE LIVE VALUES COME FROM DLPARAMM.
012300 01  DLR227-RATE-DEFAULTS.
012400     05  FILLER                   PIC 9(05)  VALUE 00100.
012500     05  FILLER                   PIC 9(05)  VALUE 00500.
012600     05  FILLER                   PIC 9(05)  VALUE 02000.
012700     05  FILLER                   PIC 9(05)  VALUE 05000.
012800     05  FILLER                   PIC 9(05)  VALUE 00500.
012900     05  FILLER                   PIC 9(05)  VALUE 02000.
013000     05  FILLER                   PIC 9(05)  VALUE 05000.
013100     05  FILLER                   PIC 9(05)  VALUE 10000.
013200 01  DLR227-MATRIX REDEFINES DLR227-RATE-DEFAULTS.
013300     05  DLR227-RATE-ROW OCCURS 2 TIMES.
013400         10  DLR227-RATE-BP       PIC 9(05)  OCCURS 4 TIMES.
013500 01  DLR227-BEST-EFF-TABLE.
013600     05  DLR227-BEST-EFF-ROW OCCURS 2 TIMES.
013700         10  DLR227-BEST-EFF      PIC 9(08)  OCCURS 4 TIMES.
013800 01  DLR227-PARAMETERS.
013900     05  DLR227-COLL-DAYS         PIC 9(04)  VALUE 90.
014000     05  DLR227-BEST-EFF-COLL     PIC 9(08)  VALUE ZERO.
014100*    EXPOSURE AND PROVISION BY MATRIX CELL.
014200 01  DLR227-CELL-TABLE.
014300     05  DLR227-CELL-ROW OCCURS 2 TIMES.
014400         10  DLR227-CELL OCCURS 4 TIMES.
014500             15  DLR227-CELL-COUNT    PIC 9(07).
014600             15  DLR227-CELL-AMOUNT   PIC 9(11).
014700             15  DLR227-CELL-PROV     PIC 9(11)V99.
014800 01  DLR227-BAND-LABEL-VALUES.
014900     05  FILLER                   PIC X(08)  VALUE '0-30    '.
015000     05  FILLER                   PIC X(08)  VALUE '31-60   '.
015100     05  FILLER                   PIC X(08)  VALUE '61-90   '.
015200     05  FILLER                   PIC X(08)  VALUE 'OVER 90 '.
015300 01  DLR227-BAND-LABELS REDEFINES DLR227-BAND-LABEL-VALUES.
015400     05  DLR227-BAND-LABEL        PIC X(08)  OCCURS 4 TIMES.
015500 01  DLR227-ROW-LABEL-VALUES.
015600     05  FILLER                   PIC X(12)  VALUE 'STANDARD    '.
015700     05  FILLER                   PIC X(12)  VALUE 'COLLECTIONS '.
015800 01  DLR227-ROW-LABELS REDEFINES DLR227-ROW-LABEL-VALUES.
015900     05  DLR227-ROW-LABEL         PIC X(12)  OCCURS 2 TIMES.
016000*    CUSTOMERS UNDER COLLECTIONS OR CREDIT HOLD.
016100 01  DLR227-HIGH-COUNT            PIC S9(04)  COMP  VALUE ZERO.
016200 01  DLR227-HIGH-TABLE.
016300     05  DLR227-HIGH-CUSTOMER     PIC 9(09)  OCCURS 3000 TIMES
016400                                  INDEXED BY DLR227-HX.
016500 01  DLR227-CONTROL.
016600     05  DLR227-ROW               PIC S9(04)  COMP.
016700     05  DLR227-BAND              PIC S9(04)  COMP.
016800     05  DLR227-INV-SUB           PIC S9(04)  COMP.
016900 01  DLR227-RUN-DATE              PIC 9(08)  VALUE ZERO.
017000 01  DLR227-RUN-DAY-NO            PIC S9(09)  COMP.
017100 01  DLR227-RUN-CYYMMDD           PIC S9(07)  COMP-3.
017200 01  DLR227-LETTER-AGE            PIC S9(09)  COMP.
017300 01  DLR227-AGE-DAYS              PIC S9(09)  COMP.
017400 01  DLR227-DATE-WORK.
017500     05  DLR227-DATE-NUM.
017600         10  DLR227-DATE-YYYY     PIC X(04).
017700         10  DLR227-DATE-MM       PIC X(02).
017800         10  DLR227-DATE-DD       PIC X(02).
017900     05  DLR227-DATE-NUM-X REDEFINES DLR227-DATE-NUM
018000                                  PIC 9(08).
018100 01  DLR227-INV-PROV              PIC 9(07)V99.
018200 01  DLR227-CUST-BALANCE          PIC 9(09).
018300 01  DLR227-CUST-PROV             PIC 9(09)V99.
018400 01  DLR227-MOVEMENT              PIC S9(11)V99.
018500 01  DLR227-BALANCE-BF            PIC S9(11)V99.
018600 01  DLR227-WOFF-SINCE-CALC       PIC 9(11)V99.
018700 01  DLR227-COUNTERS.
018800     05  DLR227-CUSTOMERS-READ    PIC 9(07)  VALUE ZERO.
018900     05  DLR227-HIGH-RISK-CUSTS   PIC 9(07)  VALUE ZERO.
019000     05  DLR227-HIGH-NOT-TABLED   PIC 9(07)  VALUE ZERO.
019100     05  DLR227-OPEN-INVOICES     PIC 9(07)  VALUE ZERO.
019200     05  DLR227-TOTAL-EXPOSURE    PIC 9(11)  VALUE ZERO.
019300     05  DLR227-TOTAL-REQUIRED    PIC 9(11)V99  VALUE ZERO.
019400     05  DLR227-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
019500 01  DLR227-HEADING-1.
019600     05  FILLER                   PIC X(53)  VALUE
019700         'DLR227 - MONTH-END BAD DEBT PROVISION            RUN '.
019800     05  DLR227-H1-RUN-DATE       PIC 9(08).
019900 01  DLR227-HEADING-2.
020000     05  FILLER                   PIC X(40)  VALUE
020100         'CUSTOMER  NAME                  RISK    '.
020200     05  FILLER                   PIC X(40)  VALUE
020300         '     OPEN BALANCE        PROVISION      '.
020400 01  DLR227-DETAIL-LINE.
020500     05  DLR227-D-CUSTOMER        PIC 9(09).
020600     05  FILLER                   PIC X(01).
020700     05  DLR227-D-NAME            PIC X(20).
020800     05  FILLER                   PIC X(02).
020900     05  DLR227-D-RISK            PIC X(12).
021000     05  FILLER                   PIC X(01).
021100     05  DLR227-D-BALANCE         PIC ZZZZZZZZZZZZ9.
021200     05  FILLER                   PIC X(01).
021300     05  DLR227-D-PROVISION       PIC ZZZZZZZZZZZZ9.99.
021400 01  DLR227-MATRIX-HEADING.
021500     05  FILLER                   PIC X(40)  VALUE
021600         'RISK        BAND      RATE BP  INVOICES '.
021700     05  FILLER                   PIC X(40)  VALUE
021800         '        EXPOSURE        PROVISION       '.
021900 01  DLR227-MATRIX-LINE.
022000     05  DLR227-M-ROW             PIC X(12).
022100     05  DLR227-M-BAND            PIC X(08).
022200     05  FILLER                   PIC X(02).
022300     05  DLR227-M-RATE            PIC ZZZZ9.
022400     05  FILLER                   PIC X(03).
022500     05  DLR227-M-COUNT           PIC ZZZZZZ9.
022600     05  FILLER                   PIC X(03).
022700     05  DLR227-M-AMOUNT          PIC ZZZZZZZZZZZZ9.
022800     05  FILLER                   PIC X(01).
022900     05  DLR227-M-PROVISION       PIC ZZZZZZZZZZZZ9.99.
023000 01  DLR227-TOTAL-LINE.
023100     05  DLR227-T-LABEL           PIC X(40).
023200     05  DLR227-T-COUNT           PIC ZZZZZZZZ9.
023300 01  DLR227-AMOUNT-LINE.
023400     05  DLR227-A-LABEL           PIC X(40).
023500     05  DLR227-A-AMOUNT          PIC -ZZZZZZZZZZ9.99.
023600 01  DLR227-BLANK-LINE            PIC X(01)  VALUE SPACE.
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE.
024000     PERFORM 2000-PROVIDE-ONE-CUSTOMER
024100         UNTIL DLR227-INV-EOF.
024200     PERFORM 5000-PRINT-MATRIX.
024300     PERFORM 6000-POST-MOVEMENT.
024400     PERFORM 8000-PRINT-TOTALS.
024500     PERFORM 9000-TERMINATE.
024600     STOP RUN.
024700
024800 1000-INITIALIZE.
024900     ACCEPT DLR227-RUN-DATE FROM DATE YYYYMMDD.
025000     COMPUTE DLR227-RUN-DAY-NO =
025100         FUNCTION INTEGER-OF-DATE (DLR227-RUN-DATE).
025200     COMPUTE DLR227-RUN-CYYMMDD = DLR227-RUN-DATE - 19000000.
025300     INITIALIZE DLR227-CELL-TABLE
025400                DLR227-BEST-EFF-TABLE.
025500     PERFORM 1100-LOAD-PARAMETERS.
025600     PERFORM 1200-LOAD-CREDIT-HOLDS.
025700     PERFORM 1300-LOAD-COLLECTIONS.
025800     OPEN INPUT  INVOICE-FILE.
025900     OPEN OUTPUT GL-JOURNAL-FILE
026000                 PROVISION-REPORT.
026100     MOVE DLR227-RUN-DATE TO DLR227-H1-RUN-DATE.
026200     WRITE PROVISION-LINE FROM DLR227-HEADING-1.
026300     WRITE PROVISION-LINE FROM DLR227-HEADING-2.
026400     PERFORM 2100-READ-INVOICE.
026500 1000-EXIT.
026600     EXIT.
026700
026800*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
026900*    DATE WINS FOR EACH PARAMETER; WITH NO ROW THE BUILT-IN
027000*    DEFAULT STANDS.
027100 1100-LOAD-PARAMETERS.
027200     OPEN INPUT PARAM-FILE.
027300     PERFORM 1110-READ-PARAM.
027400     PERFORM 1120-TEST-ONE-PARAM
027500         UNTIL DLR227-PARM-EOF.
027600     CLOSE PARAM-FILE.
027700 1100-EXIT.
027800     EXIT.
027900
028000 1110-READ-PARAM.
028100     READ PARAM-FILE
028200         AT END
028300             MOVE 'Y' TO DLR227-PARM-EOF-SW
028400     END-READ.
028500 1110-EXIT.
028600     EXIT.
028700
028800 1120-TEST-ONE-PARAM.
028900     IF  DLPARAMM-JOB-NAME = 'DLR227  '
029000     AND DLPARAMM-EFF-FROM <= DLR227-RUN-DATE
029100         IF  DLPARAMM-PARAM-NAME = 'COLL-DAYS   '
029200         AND DLPARAMM-EFF-FROM >= DLR227-BEST-EFF-COLL
029300             MOVE DLPARAMM-EFF-FROM    TO DLR227-BEST-EFF-COLL
029400             MOVE DLPARAMM-PARAM-VALUE TO DLR227-COLL-DAYS
029500         ELSE
029600             PERFORM 1130-TEST-ONE-RATE
029700                 VARYING DLR227-ROW FROM 1 BY 1
029800                 UNTIL DLR227-ROW > 2
029900                 AFTER DLR227-BAND FROM 1 BY 1
030000                 UNTIL DLR227-BAND > 4
030100         END-IF
030200     END-IF.
030300     PERFORM 1110-READ-PARAM.
030400 1120-EXIT.
030500     EXIT.
030600
030700 1130-TEST-ONE-RATE.
030800     IF  DLPARAMM-PARAM-NAME
030900             = DLR227-RATE-NAME (DLR227-ROW, DLR227-BAND)
031000     AND DLPARAMM-EFF-FROM
031100             >= DLR227-BEST-EFF (DLR227-ROW, DLR227-BAND)
031200         MOVE DLPARAMM-EFF-FROM
031300             TO DLR227-BEST-EFF (DLR227-ROW, DLR227-BAND)
031400         MOVE DLPARAMM-PARAM-VALUE
031500             TO DLR227-RATE-BP (DLR227-ROW, DLR227-BAND)
031600     END-IF.
031700 1130-EXIT.
031800     EXIT.
031900
032000*    EVERY CUSTOMER WITH AN INVOICE WAITING ON CREDIT HOLD.
032100 1200-LOAD-CREDIT-HOLDS.
032200     OPEN INPUT HOLD-FILE.
032300     PERFORM 1210-READ-HOLD.
032400     PERFORM 1220-HOLD-ONE-CUSTOMER
032500         UNTIL DLR227-HOLD-EOF.
032600     CLOSE HOLD-FILE.
032700 1200-EXIT.
032800     EXIT.
032900
033000 1210-READ-HOLD.
033100     READ HOLD-FILE
033200         AT END
033300             MOVE 'Y' TO DLR227-HOLD-EOF-SW
033400     END-READ.
033500 1210-EXIT.
033600     EXIT.
033700
033800 1220-HOLD-ONE-CUSTOMER.
033900     PERFORM 1400-ADD-HIGH-RISK.
034000     PERFORM 1210-READ-HOLD.
034100 1220-EXIT.
034200     EXIT.
034300
034400*    EVERY CUSTOMER SENT A FINAL NOTICE OR A RETURNED DIRECT
034500*    DEBIT LETTER WITHIN THE LAST COLL-DAYS DAYS.
034600 1300-LOAD-COLLECTIONS.
034700     OPEN INPUT LETTER-HISTORY.
034800     PERFORM 1310-READ-LETTER.
034900     PERFORM 1320-TEST-ONE-LETTER
035000         UNTIL DLR227-LTR-EOF.
035100     CLOSE LETTER-HISTORY.
035200 1300-EXIT.
035300     EXIT.
035400
035500 1310-READ-LETTER.
035600     READ LETTER-HISTORY NEXT RECORD
035700         AT END
035800             MOVE 'Y' TO DLR227-LTR-EOF-SW
035900     END-READ.
036000 1310-EXIT.
036100     EXIT.
036200
036300 1320-TEST-ONE-LETTER.
036400     IF  DLLTRHST-STAGE >= 3
036500         COMPUTE DLR227-LETTER-AGE =
036600             DLR227-RUN-DAY-NO
036700             - FUNCTION INTEGER-OF-DATE (DLLTRHST-SENT-DATE)
036800         IF  DLR227-LETTER-AGE <= DLR227-COLL-DAYS
036900             MOVE DLLTRHST-CUSTOMER-NO TO HLD-CUSTOMER-NUMBER
037000             PERFORM 1400-ADD-HIGH-RISK
037100         END-IF
037200     END-IF.
037300     PERFORM 1310-READ-LETTER.
037400 1320-EXIT.
037500     EXIT.
037600
037700 1400-ADD-HIGH-RISK.
037800     PERFORM 1500-FIND-HIGH-RISK.
037900     IF  NOT DLR227-HIGH-RISK
038000         IF  DLR227-HIGH-COUNT < 3000
038100             ADD 1 TO DLR227-HIGH-COUNT
038200             SET DLR227-HX TO DLR227-HIGH-COUNT
038300             MOVE HLD-CUSTOMER-NUMBER
038400                 TO DLR227-HIGH-CUSTOMER (DLR227-HX)
038500         ELSE
038600             ADD 1 TO DLR227-HIGH-NOT-TABLED
038700         END-IF
038800     END-IF.
038900 1400-EXIT.
039000     EXIT.
039100
039200 1500-FIND-HIGH-RISK.
039300     MOVE 'N' TO DLR227-HIGH-RISK-SW.
039400     SET DLR227-HX TO 1.
039500     SEARCH DLR227-HIGH-CUSTOMER
039600         AT END
039700             CONTINUE
039800         WHEN DLR227-HX > DLR227-HIGH-COUNT
039900             CONTINUE
040000         WHEN DLR227-HIGH-CUSTOMER (DLR227-HX)
040100                  = HLD-CUSTOMER-NUMBER
040200             MOVE 'Y' TO DLR227-HIGH-RISK-SW
040300     END-SEARCH.
040400 1500-EXIT.
040500     EXIT.
040600
040700 2000-PROVIDE-ONE-CUSTOMER.
040800     ADD 1 TO DLR227-CUSTOMERS-READ.
040900     MOVE CUSTOMER-NUMBER TO HLD-CUSTOMER-NUMBER.
041000     PERFORM 1500-FIND-HIGH-RISK.
041100     IF  DLR227-HIGH-RISK
041200         MOVE 2 TO DLR227-ROW
041300         ADD 1 TO DLR227-HIGH-RISK-CUSTS
041400     ELSE
041500         MOVE 1 TO DLR227-ROW
041600     END-IF.
041700     MOVE ZERO TO DLR227-CUST-BALANCE
041800                  DLR227-CUST-PROV.
041900     PERFORM 2200-PROVIDE-ONE-INVOICE
042000         VARYING DLR227-INV-SUB FROM 1 BY 1
042100         UNTIL DLR227-INV-SUB > INVOICE-COUNT.
042200     IF  DLR227-CUST-BALANCE > ZERO
042300         MOVE CUSTOMER-NUMBER    TO DLR227-D-CUSTOMER
042400         MOVE LAST-NAME          TO DLR227-D-NAME
042500         MOVE DLR227-ROW-LABEL (DLR227-ROW) TO DLR227-D-RISK
042600         MOVE DLR227-CUST-BALANCE TO DLR227-D-BALANCE
042700         MOVE DLR227-CUST-PROV    TO DLR227-D-PROVISION
042800         WRITE PROVISION-LINE FROM DLR227-DETAIL-LINE
042900     END-IF.
043000     PERFORM 2100-READ-INVOICE.
043100 2000-EXIT.
043200     EXIT.
043300
043400 2100-READ-INVOICE.
043500     READ INVOICE-FILE
043600         AT END
043700             MOVE 'Y' TO DLR227-INV-EOF-SW
043800     END-READ.
043900 2100-EXIT.
044000     EXIT.
044100
044200*    A SETTLED INVOICE (LEFT AT ZERO BY DLR091) CARRIES NO
044300*    PROVISION.
044400 2200-PROVIDE-ONE-INVOICE.
044500     IF  INVOICE-AMOUNT (DLR227-INV-SUB) > ZERO
044600         MOVE INVOICE-DATE (DLR227-INV-SUB) (7:4)
044700             TO DLR227-DATE-YYYY
044800         MOVE INVOICE-DATE (DLR227-INV-SUB) (1:2)
044900             TO DLR227-DATE-MM
045000         MOVE INVOICE-DATE (DLR227-INV-SUB) (4:2)
045100             TO DLR227-DATE-DD
045200         COMPUTE DLR227-AGE-DAYS =
045300             DLR227-RUN-DAY-NO
045400             - FUNCTION INTEGER-OF-DATE (DLR227-DATE-NUM-X)
045500         EVALUATE TRUE
045600             WHEN DLR227-AGE-DAYS <= 30
045700                 MOVE 1 TO DLR227-BAND
045800             WHEN DLR227-AGE-DAYS <= 60
045900                 MOVE 2 TO DLR227-BAND
046000             WHEN DLR227-AGE-DAYS <= 90
046100                 MOVE 3 TO DLR227-BAND
046200             WHEN OTHER
046300                 MOVE 4 TO DLR227-BAND
046400         END-EVALUATE
046500         COMPUTE DLR227-INV-PROV ROUNDED =
046600             INVOICE-AMOUNT (DLR227-INV-SUB)
046700             * DLR227-RATE-BP (DLR227-ROW, DLR227-BAND)
046800             / 10000
046900         ADD 1 TO DLR227-OPEN-INVOICES
047000         ADD 1 TO DLR227-CELL-COUNT (DLR227-ROW, DLR227-BAND)
047100         ADD INVOICE-AMOUNT (DLR227-INV-SUB)
047200             TO DLR227-CELL-AMOUNT (DLR227-ROW, DLR227-BAND)
047300                DLR227-CUST-BALANCE
047400                DLR227-TOTAL-EXPOSURE
047500         ADD DLR227-INV-PROV
047600             TO DLR227-CELL-PROV (DLR227-ROW, DLR227-BAND)
047700                DLR227-CUST-PROV
047800                DLR227-TOTAL-REQUIRED
047900     END-IF.
048000 2200-EXIT.
048100     EXIT.
048200
048300 5000-PRINT-MATRIX.
048400     WRITE PROVISION-LINE FROM DLR227-BLANK-LINE.
048500     WRITE PROVISION-LINE FROM DLR227-MATRIX-HEADING.
048600     PERFORM 5100-PRINT-ONE-CELL
048700         VARYING DLR227-ROW FROM 1 BY 1
048800         UNTIL DLR227-ROW > 2
048900         AFTER DLR227-BAND FROM 1 BY 1
049000         UNTIL DLR227-BAND > 4.
049100 5000-EXIT.
049200     EXIT.
049300
049400 5100-PRINT-ONE-CELL.
049500     MOVE SPACES TO DLR227-MATRIX-LINE.
049600     MOVE DLR227-ROW-LABEL (DLR227-ROW)   TO DLR227-M-ROW.
049700     MOVE DLR227-BAND-LABEL (DLR227-BAND) TO DLR227-M-BAND.
049800     MOVE DLR227-RATE-BP (DLR227-ROW, DLR227-BAND)
049900         TO DLR227-M-RATE.
050000     MOVE DLR227-CELL-COUNT (DLR227-ROW, DLR227-BAND)
050100         TO DLR227-M-COUNT.
050200     MOVE DLR227-CELL-AMOUNT (DLR227-ROW, DLR227-BAND)
050300         TO DLR227-M-AMOUNT.
050400     MOVE DLR227-CELL-PROV (DLR227-ROW, DLR227-BAND)
050500         TO DLR227-M-PROVISION.
050600     WRITE PROVISION-LINE FROM DLR227-MATRIX-LINE.
050700 5100-EXIT.
050800     EXIT.
050900
051000*    THE MOVEMENT BRINGS THE BALANCE HELD UP (OR DOWN) TO THE
051100*    REQUIREMENT. AN INCREASE IS CHARGED TO BAD DEBT EXPENSE;
051200*    A DECREASE IS RELEASED BACK TO IT.
051300 6000-POST-MOVEMENT.
051400     OPEN INPUT  PROVISION-IN.
051500     OPEN OUTPUT PROVISION-OUT.
051600     READ PROVISION-IN
051700         AT END
051800             MOVE ZERO   TO DLBDPROV-BALANCE
051900                            DLBDPROV-LAST-CALC-DATE
052000                            DLBDPROV-LAST-REQUIRED
052100                            DLBDPROV-WOFF-SINCE-CALC
052200     END-READ.
052300     MOVE DLBDPROV-BALANCE TO DLR227-BALANCE-BF.
052400     MOVE DLBDPROV-WOFF-SINCE-CALC TO DLR227-WOFF-SINCE-CALC.
052500     COMPUTE DLR227-MOVEMENT =
052600         DLR227-TOTAL-REQUIRED - DLR227-BALANCE-BF.
052700     MOVE DLR227-RUN-CYYMMDD TO DLGLJRNL-BATCH-DATE.
052800     MOVE DLR227-COST-CENTRE TO DLGLJRNL-COST-CENTRE.
052900     MOVE ZERO TO DLGLJRNL-DEPT-NO.
053000     MOVE ZERO TO DLGLJRNL-QTY-SOLD.
053100     MOVE SPACES TO DLGLJRNL-ORIG-CCY.
053200     MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT.
053300     IF  DLR227-MOVEMENT > ZERO
053400         MOVE DLR227-MOVEMENT TO DLGLJRNL-AMOUNT
053500         MOVE 'BAD DEBT PROVISION CHARGE'
053600             TO DLGLJRNL-NARRATIVE
053700         MOVE DLR227-EXPENSE-ACCT   TO DLGLJRNL-GL-ACCOUNT
053800         SET DLGLJRNL-IS-DEBIT      TO TRUE
053900         PERFORM 6100-WRITE-JOURNAL-REC
054000         MOVE DLR227-PROVISION-ACCT TO DLGLJRNL-GL-ACCOUNT
054100         SET DLGLJRNL-IS-CREDIT     TO TRUE
054200         PERFORM 6100-WRITE-JOURNAL-REC
054300     END-IF.
054400     IF  DLR227-MOVEMENT < ZERO
054500         COMPUTE DLGLJRNL-AMOUNT = ZERO - DLR227-MOVEMENT
054600         MOVE 'BAD DEBT PROVISION RELEASE'
054700             TO DLGLJRNL-NARRATIVE
054800         MOVE DLR227-PROVISION-ACCT TO DLGLJRNL-GL-ACCOUNT
054900         SET DLGLJRNL-IS-DEBIT      TO TRUE
055000         PERFORM 6100-WRITE-JOURNAL-REC
055100         MOVE DLR227-EXPENSE-ACCT   TO DLGLJRNL-GL-ACCOUNT
055200         SET DLGLJRNL-IS-CREDIT     TO TRUE
055300         PERFORM 6100-WRITE-JOURNAL-REC
055400     END-IF.
055500     MOVE DLR227-TOTAL-REQUIRED TO DLBDPROV-BALANCE
055600                                   DLBDPROV-LAST-REQUIRED.
055700     MOVE DLR227-RUN-DATE       TO DLBDPROV-LAST-CALC-DATE
055800                                   DLBDPROV-UPDATED-DATE.
055900     MOVE 'DLR227  '            TO DLBDPROV-UPDATED-BY.
056000     MOVE ZERO                  TO DLBDPROV-WOFF-SINCE-CALC.
056100     WRITE PROVISION-OUT-REC FROM DLBDPROV-RECORD.
056200     CLOSE PROVISION-IN
056300           PROVISION-OUT.
056400 6000-EXIT.
056500     EXIT.
056600
056700 6100-WRITE-JOURNAL-REC.
056800     WRITE DLGLJRNL-RECORD.
056900     ADD 1 TO DLR227-JOURNALS-WRITTEN.
057000 6100-EXIT.
057100     EXIT.
057200
057300 8000-PRINT-TOTALS.
057400     WRITE PROVISION-LINE FROM DLR227-BLANK-LINE.
057500     MOVE 'CUSTOMERS READ' TO DLR227-T-LABEL.
057600     MOVE DLR227-CUSTOMERS-READ TO DLR227-T-COUNT.
057700     WRITE PROVISION-LINE FROM DLR227-TOTAL-LINE.
057800     MOVE 'CUSTOMERS UNDER COLLECTIONS OR HOLD'
057900         TO DLR227-T-LABEL.
058000     MOVE DLR227-HIGH-RISK-CUSTS TO DLR227-T-COUNT.
058100     WRITE PROVISION-LINE FROM DLR227-TOTAL-LINE.
058200     MOVE 'OPEN INVOICES PROVIDED' TO DLR227-T-LABEL.
058300     MOVE DLR227-OPEN-INVOICES TO DLR227-T-COUNT.
058400     WRITE PROVISION-LINE FROM DLR227-TOTAL-LINE.
058500     MOVE 'TOTAL EXPOSURE' TO DLR227-T-LABEL.
058600     MOVE DLR227-TOTAL-EXPOSURE TO DLR227-T-COUNT.
058700     WRITE PROVISION-LINE FROM DLR227-TOTAL-LINE.
058800     MOVE 'PROVISION BROUGHT FORWARD' TO DLR227-A-LABEL.
058900     MOVE DLR227-BALANCE-BF TO DLR227-A-AMOUNT.
059000     WRITE PROVISION-LINE FROM DLR227-AMOUNT-LINE.
059100     MOVE 'WRITTEN OFF SINCE LAST CALCULATION'
059200         TO DLR227-A-LABEL.
059300     MOVE DLR227-WOFF-SINCE-CALC TO DLR227-A-AMOUNT.
059400     WRITE PROVISION-LINE FROM DLR227-AMOUNT-LINE.
059500     MOVE 'PROVISION REQUIRED' TO DLR227-A-LABEL.
059600     MOVE DLR227-TOTAL-REQUIRED TO DLR227-A-AMOUNT.
059700     WRITE PROVISION-LINE FROM DLR227-AMOUNT-LINE.
059800     MOVE 'MOVEMENT JOURNALLED' TO DLR227-A-LABEL.
059900     MOVE DLR227-MOVEMENT TO DLR227-A-AMOUNT.
060000     WRITE PROVISION-LINE FROM DLR227-AMOUNT-LINE.
060100     MOVE 'CUSTOMERS NOT TABLED (TABLE FULL)'
060200         TO DLR227-T-LABEL.
060300     MOVE DLR227-HIGH-NOT-TABLED TO DLR227-T-COUNT.
060400     WRITE PROVISION-LINE FROM DLR227-TOTAL-LINE.
060500 8000-EXIT.
060600     EXIT.
060700
060800 9000-TERMINATE.
060900     IF  DLR227-HIGH-NOT-TABLED > ZERO
061000         MOVE 8 TO RETURN-CODE
061100     END-IF.
061200     DISPLAY 'DLR227 PROVISION REQUIRED   = '
061300             DLR227-TOTAL-REQUIRED.
061400     DISPLAY 'DLR227 MOVEMENT JOURNALLED  = ' DLR227-MOVEMENT.
061500     DISPLAY 'DLR227 JOURNALS WRITTEN     = '
061600             DLR227-JOURNALS-WRITTEN.
061700     CLOSE INVOICE-FILE
061800           GL-JOURNAL-FILE
061900           PROVISION-REPORT.
062000 9000-EXIT.
062100     EXIT.
