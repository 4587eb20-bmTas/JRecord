000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR200.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR200 - MONTH-END CARRIER FREIGHT INVOICE AUDIT             *
001000*                                                                *
001100*   MATCHES EACH LINE OF THE CARRIERS' MONTHLY INVOICE FILE      *
001200*   (DLCARINV) ON CONNOTE TO THE FREIGHT DLR199 ACCRUED ON THE   *
001300*   DLFRTACR LEDGER FOR THAT CONNOTE, AND REPORTS:               *
001400*     - CONNOTES NEVER RECEIVED - NO DELIVERY ON THE LEDGER;     *
001500*     - DUPLICATE BILLING - A CONNOTE ALREADY BILLED, ON AN      *
001600*       EARLIER INVOICE OR EARLIER ON THIS ONE;                  *
001700*     - OVERCHARGES - BILLED MORE THAN ACCRUED BY MORE THAN THE  *
001800*       TOLERANCE;                                               *
001900*     - CONNOTES STILL UNRATED, WHICH CANNOT BE AUDITED UNTIL    *
002000*       THE CARRIER HAS A RATE CARD.                             *
002100*   A CONNOTE THAT MATCHES IS MARKED ON THE LEDGER AS BILLED     *
002200*   WITH THE INVOICE, WHICH IS WHAT CATCHES THE NEXT BILLING OF  *
002300*   IT. ANY EXCEPTION ENDS THE RUN WITH RETURN CODE 4. THE       *
002400*   TOLERANCE IS HELD ON DLPARAMM (JOB DLR200):                  *
002500*     TOLER-CENTS   OVERCHARGE TOLERANCE, CENTS   DEFAULT 100    *
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
003800     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT CARRIER-INVOICE   ASSIGN TO CARRINV
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT ACCRUAL-LEDGER    ASSIGN TO DLFRTACR
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLFRTACR-KEY.
004600     SELECT AUDIT-REPORT      ASSIGN TO FRTAUDIT
004700                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARAM-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  DLPARAMM-RECORD.
005400     COPY DLPARAMM.
005500 FD  CARRIER-INVOICE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  DLCARINV-RECORD.
005900     COPY DLCARINV.
006000 FD  ACCRUAL-LEDGER
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLFRTACR-RECORD.
006300     COPY DLFRTACR.
006400 FD  AUDIT-REPORT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  AUDIT-LINE                  PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 01  DLR200-SWITCHES.
007000     05  DLR200-EOF-SW            PIC X(01)  VALUE 'N'.
007100         88  DLR200-EOF                      VALUE 'Y'.
007200     05  DLR200-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
007300         88  DLR200-PARM-EOF                 VALUE 'Y'.
007400     05  DLR200-LEDG-END-SW       PIC X(01)  VALUE 'N'.
007500         88  DLR200-LEDG-END                 VALUE 'Y'.
007600     05  DLR200-BILLED-SW         PIC X(01)  VALUE 'N'.
007700         88  DLR200-ALREADY-BILLED           VALUE 'Y'.
007800     05  DLR200-UNRATED-SW        PIC X(01)  VALUE 'N'.
007900         88  DLR200-HAS-UNRATED              VALUE 'Y'.
008000 01  DLR200-CONSTANTS.
008100*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
008200     05  DLR200-TOLER-CENTS       PIC 9(09)  VALUE 100.
008300 01  DLR200-BEST-EFF-TOLER        PIC 9(08)  VALUE ZERO.
008400 01  DLR200-RUN-DATE              PIC 9(08)  VALUE ZERO.
008500 01  DLR200-CONNOTE-WORK.
008600     05  DLR200-CONNOTE           PIC X(20).
008700     05  DLR200-ROWS              PIC S9(05)  COMP.
008800     05  DLR200-ACCRUED           PIC S9(09)V99 COMP-3.
008900     05  DLR200-DIFFERENCE        PIC S9(09)V99 COMP-3.
008950     05  DLR200-BILLED-TO-POST    PIC S9(07)V99 COMP-3.
009000     05  DLR200-TOLERANCE         PIC S9(07)V99 COMP-3.
009100     05  DLR200-EARLIER-INVOICE   PIC X(12).
009200     05  DLR200-REASON            PIC X(26).
009300 01  DLR200-COUNTERS.
009400     05  DLR200-LINES-READ        PIC 9(07)  VALUE ZERO.
009500     05  DLR200-MATCHED           PIC 9(07)  VALUE ZERO.
009600     05  DLR200-OVERCHARGED       PIC 9(07)  VALUE ZERO.
009700     05  DLR200-DUPLICATES        PIC 9(07)  VALUE ZERO.
009800     05  DLR200-NOT-RECEIVED      PIC 9(07)  VALUE ZERO.
009900     05  DLR200-NOT-RATED         PIC 9(07)  VALUE ZERO.
010000     05  DLR200-EXCEPTIONS        PIC 9(07)  VALUE ZERO.
010100 01  DLR200-TOTALS.
010200     05  DLR200-T-BILLED          PIC S9(11)V99 COMP-3
010300                                             VALUE ZERO.
010400     05  DLR200-T-MATCHED         PIC S9(11)V99 COMP-3
010500                                             VALUE ZERO.
010600     05  DLR200-T-OVERCHARGE      PIC S9(11)V99 COMP-3
010700                                             VALUE ZERO.
010800     05  DLR200-T-DUPLICATE       PIC S9(11)V99 COMP-3
010900                                             VALUE ZERO.
011000     05  DLR200-T-NOT-RECEIVED    PIC S9(11)V99 COMP-3
011100                                             VALUE ZERO.
011200     05  DLR200-T-NOT-RATED       PIC S9(11)V99 COMP-3
011300                                             VALUE ZERO.
011400 01  DLR200-HEADING-1.
011500     05  FILLER                   PIC X(53)  VALUE
011600         'DLR200 - CARRIER FREIGHT INVOICE AUDIT           RUN '.
011700     05  DLR200-H-RUN-DATE        PIC 9(08).
011800 01  DLR200-HEADING-PARMS.
011900     05  FILLER                   PIC X(30)  VALUE
012000         'OVERCHARGE TOLERANCE (CENTS) '.
012100     05  DLR200-H-TOLER           PIC ZZZZZZZZ9.
012200 01  DLR200-HEADING-2.
012300     05  FILLER                   PIC X(40)  VALUE
012400         'CARRIER  INVOICE      CONNOTE           '.
012500     05  FILLER                   PIC X(40)  VALUE
012600         '        BILLED     ACCRUED  DIFFERENCE  '.
012700     05  FILLER                   PIC X(40)  VALUE
012800         'EXCEPTION                  EARLIER INV'.
012900 01  DLR200-DETAIL-LINE.
013000     05  DLR200-D-CARRIER         PIC X(08).
013100     05  FILLER                   PIC X(01)  VALUE SPACE.
013200     05  DLR200-D-INVOICE         PIC X(12).
013300     05  FILLER                   PIC X(01)  VALUE SPACE.
013400     05  DLR200-D-CONNOTE         PIC X(20).
013500     05  FILLER                   PIC X(02)  VALUE SPACES.
013600     05  DLR200-D-BILLED          PIC ZZZZZZZ9.99.
013700     05  FILLER                   PIC X(01)  VALUE SPACE.
013800     05  DLR200-D-ACCRUED         PIC ZZZZZZZ9.99.
013900     05  FILLER                   PIC X(01)  VALUE SPACE.
014000     05  DLR200-D-DIFFERENCE      PIC -ZZZZZZZ9.99.
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR200-D-REASON          PIC X(26).
014300     05  FILLER                   PIC X(01)  VALUE SPACE.
014400     05  DLR200-D-EARLIER         PIC X(12).
014500 01  DLR200-TOTAL-LINE.
014600     05  DLR200-T-LABEL           PIC X(40).
014700     05  DLR200-T-COUNT           PIC ZZZZZZZZ9.
014800     05  FILLER                   PIC X(02)  VALUE SPACES.
014900     05  DLR200-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
015000 01  DLR200-BLANK-LINE            PIC X(01)  VALUE SPACE.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE.
015400     PERFORM 2000-AUDIT-LINE
015500         UNTIL DLR200-EOF.
015600     PERFORM 8000-PRINT-TOTALS.
015700     PERFORM 9000-TERMINATE.
015800     STOP RUN.
015900
016000 1000-INITIALIZE.
016100     OPEN INPUT  CARRIER-INVOICE.
016200     OPEN I-O    ACCRUAL-LEDGER.
016300     OPEN OUTPUT AUDIT-REPORT.
016400     ACCEPT DLR200-RUN-DATE FROM DATE YYYYMMDD.
016500     PERFORM 1100-LOAD-PARAMETERS.
016600     COMPUTE DLR200-TOLERANCE = DLR200-TOLER-CENTS / 100.
016700     DISPLAY 'DLR200 TOLERANCE CENTS USED = '
016800         DLR200-TOLER-CENTS.
016900     MOVE DLR200-RUN-DATE TO DLR200-H-RUN-DATE.
017000     MOVE DLR200-TOLER-CENTS TO DLR200-H-TOLER.
017100     WRITE AUDIT-LINE FROM DLR200-HEADING-1.
017200     WRITE AUDIT-LINE FROM DLR200-HEADING-PARMS.
017300     WRITE AUDIT-LINE FROM DLR200-BLANK-LINE.
017400     WRITE AUDIT-LINE FROM DLR200-HEADING-2.
017500     PERFORM 2100-READ-INVOICE.
017600 1000-EXIT.
017700     EXIT.
017800
017900*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
018000*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
018100 1100-LOAD-PARAMETERS.
018200     OPEN INPUT PARAM-FILE.
018300     PERFORM 1110-READ-PARAM.
018400     PERFORM 1120-TEST-ONE-PARAM
018500         UNTIL DLR200-PARM-EOF.
018600     CLOSE PARAM-FILE.
018700 1100-EXIT.
018800     EXIT.
018900
019000 1110-READ-PARAM.
019100     READ PARAM-FILE
019200         AT END
019300             MOVE 'Y' TO DLR200-PARM-EOF-SW
019400     END-READ.
019500 1110-EXIT.
019600     EXIT.
019700
019800 1120-TEST-ONE-PARAM.
019900     IF  DLPARAMM-JOB-NAME = 'DLR200  '
020000     AND DLPARAMM-PARAM-NAME = 'TOLER-CENTS '
020100     AND DLPARAMM-EFF-FROM <= DLR200-RUN-DATE
020200     AND DLPARAMM-EFF-FROM >= DLR200-BEST-EFF-TOLER
020300         MOVE DLPARAMM-EFF-FROM    TO DLR200-BEST-EFF-TOLER
020400         MOVE DLPARAMM-PARAM-VALUE TO DLR200-TOLER-CENTS
020500     END-IF.
020600     PERFORM 1110-READ-PARAM.
020700 1120-EXIT.
020800     EXIT.
020900
021000 2000-AUDIT-LINE.
021100     ADD 1 TO DLR200-LINES-READ.
021200     ADD DLCARINV-BILLED-AMT TO DLR200-T-BILLED.
021300     MOVE DLCARINV-CONNOTE TO DLR200-CONNOTE.
021400     PERFORM 2200-GATHER-CONNOTE.
021500     MOVE SPACES TO DLR200-REASON.
021600     MOVE SPACES TO DLR200-EARLIER-INVOICE.
021700     COMPUTE DLR200-DIFFERENCE =
021800         DLCARINV-BILLED-AMT - DLR200-ACCRUED.
021900     EVALUATE TRUE
022000         WHEN DLR200-ROWS = ZERO
022100             ADD 1 TO DLR200-NOT-RECEIVED
022200             ADD DLCARINV-BILLED-AMT TO DLR200-T-NOT-RECEIVED
022300             MOVE 'CONNOTE NEVER RECEIVED' TO DLR200-REASON
022400         WHEN DLR200-ALREADY-BILLED
022500             ADD 1 TO DLR200-DUPLICATES
022600             ADD DLCARINV-BILLED-AMT TO DLR200-T-DUPLICATE
022700             MOVE 'DUPLICATE - ALREADY BILLED' TO DLR200-REASON
022800             MOVE DLFRTACR-INVOICE-NO TO DLR200-EARLIER-INVOICE
022900         WHEN OTHER
023000             PERFORM 2400-MARK-CONNOTE
023100             PERFORM 2500-CHECK-CHARGE
023200     END-EVALUATE.
023300     IF  DLR200-REASON NOT = SPACES
023400         PERFORM 2900-WRITE-EXCEPTION
023500     END-IF.
023600     PERFORM 2100-READ-INVOICE.
023700 2000-EXIT.
023800     EXIT.
023900
024000 2100-READ-INVOICE.
024100     READ CARRIER-INVOICE
024200         AT END
024300             MOVE 'Y' TO DLR200-EOF-SW
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.
024700
024800*    ADDS UP WHAT WAS ACCRUED ACROSS EVERY ASN THE CONNOTE
024900*    CARRIED AND NOTES WHETHER IT HAS BEEN BILLED BEFORE. THE
025000*    ROW LEFT IN THE RECORD AREA WHEN A BILLED ROW IS SEEN IS
025100*    THAT ROW, SO ITS INVOICE NUMBER CAN BE QUOTED.
025200 2200-GATHER-CONNOTE.
025300     MOVE ZERO   TO DLR200-ROWS.
025400     MOVE ZERO   TO DLR200-ACCRUED.
025500     MOVE 'N'    TO DLR200-BILLED-SW.
025600     MOVE 'N'    TO DLR200-UNRATED-SW.
025700     PERFORM 2300-START-CONNOTE.
025800     PERFORM 2210-ADD-ONE-ROW
025900         UNTIL DLR200-LEDG-END
026000            OR DLR200-ALREADY-BILLED.
026100 2200-EXIT.
026200     EXIT.
026300
026400 2210-ADD-ONE-ROW.
026500     ADD 1 TO DLR200-ROWS.
026600     ADD DLFRTACR-ACCRUED-AMT TO DLR200-ACCRUED.
026700     IF  DLFRTACR-UNRATED
026800         MOVE 'Y' TO DLR200-UNRATED-SW
026900     END-IF.
027000     IF  DLFRTACR-INVOICED
027100         MOVE 'Y' TO DLR200-BILLED-SW
027200     ELSE
027300         PERFORM 2310-READ-NEXT-ROW
027400     END-IF.
027500 2210-EXIT.
027600     EXIT.
027700
027800 2300-START-CONNOTE.
027900     MOVE 'N' TO DLR200-LEDG-END-SW.
028000     MOVE DLR200-CONNOTE TO DLFRTACR-CONNOTE.
028100     MOVE LOW-VALUES     TO DLFRTACR-ASN.
028200     START ACCRUAL-LEDGER
028300             KEY NOT LESS THAN DLFRTACR-KEY
028400         INVALID KEY
028500             MOVE 'Y' TO DLR200-LEDG-END-SW
028600     END-START.
028700     IF  NOT DLR200-LEDG-END
028800         PERFORM 2310-READ-NEXT-ROW
028900     END-IF.
029000 2300-EXIT.
029100     EXIT.
029200
029300 2310-READ-NEXT-ROW.
029400     READ ACCRUAL-LEDGER NEXT RECORD
029500         AT END
029600             MOVE 'Y' TO DLR200-LEDG-END-SW
029700     END-READ.
029800     IF  NOT DLR200-LEDG-END
029900     AND DLFRTACR-CONNOTE NOT = DLR200-CONNOTE
030000         MOVE 'Y' TO DLR200-LEDG-END-SW
030100     END-IF.
030200 2310-EXIT.
030300     EXIT.
030400
030500*    EVERY ROW OF THE CONNOTE IS MARKED BILLED ON THIS INVOICE;
030600*    THE BILLED AMOUNT GOES ON THE FIRST ROW ONLY.
030700 2400-MARK-CONNOTE.
030800     PERFORM 2300-START-CONNOTE.
030900     MOVE DLCARINV-BILLED-AMT TO DLR200-BILLED-TO-POST.
031000     PERFORM 2410-MARK-ONE-ROW
031100         UNTIL DLR200-LEDG-END.
031200     COMPUTE DLR200-DIFFERENCE =
031300         DLCARINV-BILLED-AMT - DLR200-ACCRUED.
031400 2400-EXIT.
031500     EXIT.
031600
031700 2410-MARK-ONE-ROW.
031800     SET DLFRTACR-INVOICED     TO TRUE.
031900     MOVE DLCARINV-INVOICE-NO   TO DLFRTACR-INVOICE-NO.
032000     MOVE DLCARINV-INVOICE-DATE TO DLFRTACR-INVOICE-DATE.
032100     MOVE DLR200-BILLED-TO-POST TO DLFRTACR-BILLED-AMT.
032200     MOVE ZERO                  TO DLR200-BILLED-TO-POST.
032300     REWRITE DLFRTACR-RECORD
032400         INVALID KEY
032500             DISPLAY 'DLR200 DLFRTACR REWRITE FAILED '
032600                 DLFRTACR-KEY
032700     END-REWRITE.
032800     PERFORM 2310-READ-NEXT-ROW.
032900 2410-EXIT.
033000     EXIT.
033100
033200 2500-CHECK-CHARGE.
033300     EVALUATE TRUE
033400         WHEN DLR200-HAS-UNRATED
033500             ADD 1 TO DLR200-NOT-RATED
033600             ADD DLCARINV-BILLED-AMT TO DLR200-T-NOT-RATED
033700             MOVE 'NOT RATED - CANNOT AUDIT' TO DLR200-REASON
033800         WHEN DLR200-DIFFERENCE > DLR200-TOLERANCE
033900             ADD 1 TO DLR200-OVERCHARGED
034000             ADD DLR200-DIFFERENCE TO DLR200-T-OVERCHARGE
034100             MOVE 'OVERCHARGED' TO DLR200-REASON
034200         WHEN OTHER
034300             ADD 1 TO DLR200-MATCHED
034400             ADD DLCARINV-BILLED-AMT TO DLR200-T-MATCHED
034500     END-EVALUATE.
034600 2500-EXIT.
034700     EXIT.
034800
034900 2900-WRITE-EXCEPTION.
035000     ADD 1 TO DLR200-EXCEPTIONS.
035100     MOVE DLCARINV-CARRIER     TO DLR200-D-CARRIER.
035200     MOVE DLCARINV-INVOICE-NO  TO DLR200-D-INVOICE.
035300     MOVE DLCARINV-CONNOTE     TO DLR200-D-CONNOTE.
035400     MOVE DLCARINV-BILLED-AMT  TO DLR200-D-BILLED.
035500     MOVE DLR200-ACCRUED       TO DLR200-D-ACCRUED.
035600     MOVE DLR200-DIFFERENCE    TO DLR200-D-DIFFERENCE.
035700     MOVE DLR200-REASON        TO DLR200-D-REASON.
035800     MOVE DLR200-EARLIER-INVOICE TO DLR200-D-EARLIER.
035900     WRITE AUDIT-LINE FROM DLR200-DETAIL-LINE.
036000 2900-EXIT.
036100     EXIT.
036200
036300 8000-PRINT-TOTALS.
036400     WRITE AUDIT-LINE FROM DLR200-BLANK-LINE.
036500     MOVE 'INVOICE LINES READ' TO DLR200-T-LABEL.
036600     MOVE DLR200-LINES-READ TO DLR200-T-COUNT.
036700     MOVE DLR200-T-BILLED TO DLR200-T-AMOUNT.
036800     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
036900     MOVE 'MATCHED WITHIN TOLERANCE' TO DLR200-T-LABEL.
037000     MOVE DLR200-MATCHED TO DLR200-T-COUNT.
037100     MOVE DLR200-T-MATCHED TO DLR200-T-AMOUNT.
037200     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
037300     MOVE 'OVERCHARGED - AMOUNT OVER ACCRUAL' TO DLR200-T-LABEL.
037400     MOVE DLR200-OVERCHARGED TO DLR200-T-COUNT.
037500     MOVE DLR200-T-OVERCHARGE TO DLR200-T-AMOUNT.
037600     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
037700     MOVE 'DUPLICATE BILLED CONNOTES' TO DLR200-T-LABEL.
037800     MOVE DLR200-DUPLICATES TO DLR200-T-COUNT.
037900     MOVE DLR200-T-DUPLICATE TO DLR200-T-AMOUNT.
038000     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
038100     MOVE 'CONNOTES NEVER RECEIVED' TO DLR200-T-LABEL.
038200     MOVE DLR200-NOT-RECEIVED TO DLR200-T-COUNT.
038300     MOVE DLR200-T-NOT-RECEIVED TO DLR200-T-AMOUNT.
038400     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
038500     MOVE 'CONNOTES NOT RATED - NOT AUDITED' TO DLR200-T-LABEL.
038600     MOVE DLR200-NOT-RATED TO DLR200-T-COUNT.
038700     MOVE DLR200-T-NOT-RATED TO DLR200-T-AMOUNT.
038800     WRITE AUDIT-LINE FROM DLR200-TOTAL-LINE.
038900 8000-EXIT.
039000     EXIT.
039100
039200 9000-TERMINATE.
039300     DISPLAY 'DLR200 INVOICE LINES     = ' DLR200-LINES-READ.
039400     DISPLAY 'DLR200 EXCEPTIONS        = ' DLR200-EXCEPTIONS.
039500     IF  DLR200-EXCEPTIONS > ZERO
039600         MOVE 4 TO RETURN-CODE
039700     END-IF.
039800     CLOSE CARRIER-INVOICE
039900           ACCRUAL-LEDGER
040000           AUDIT-REPORT.
040100 9000-EXIT.
040200     EXIT.
