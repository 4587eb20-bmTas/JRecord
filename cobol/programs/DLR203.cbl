000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR203.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR203 - ACCOUNTS PAYABLE PAYMENT RUN                        *
001000*                                                                *
001100*   WALKS THE DLAPOPEN OPEN-PAYABLES MASTER (LOADED BY DLR202)   *
001200*   A VENDOR AT A TIME. FOR EACH VENDOR IT SELECTS EVERY         *
001300*   UNPAID PAYABLE - INVOICE, ERS OR CONSIGNMENT SETTLEMENT -    *
001400*   DUE ON OR BEFORE THE RUN DATE AND EVERY UNPAID CLAIM AND     *
001450*   RTV CREDIT, AND PAYS THE NET IN THE VENDOR'S DLVENDMF        *
001500*   CURRENCY, CONVERTED FROM LOCAL THROUGH DLFXRATE. EACH        *
001600*   PAYMENT IS WRITTEN TO APPAYMT FOR THE DLR204 BANK FILES, A   *
001700*   REMITTANCE ADVICE LISTING EVERY ITEM PAID IS PRINTED, THE    *
001800*   ITEMS ARE MARKED PAID AND EACH CLAIM DEDUCTED IS SENT TO     *
001900*   DLR068 AS A SETTLEMENT CARD.                                 *
002000*   A VENDOR ON STOP-CREDIT OR NOT ON DLVENDMF HAS ITS ITEMS     *
002100*   HELD AND REPORTED; THEY ARE LOOKED AT AGAIN EACH RUN. A      *
002200*   VENDOR WHOSE DEDUCTIONS MEET OR EXCEED WHAT IS DUE, OR       *
002300*   WHOSE CURRENCY HAS NO RATE, IS REPORTED AND CARRIED.         *
002310*   APPAYRPT ENDS WITH THE PAYMENTS MADE IN EACH CURRENCY, THE   *
002320*   TOTALS EACH DLR204 BANK FILE STEP SHOULD BALANCE TO.         *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002730*  02 | 15/10/26 | CONSIGNMENT ITEMS NAMED ON   | R. GEALL       *
002760*     |          | THE ADVICE; CURRENCY TOTALS  |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPEN-PAYABLES     ASSIGN TO DLAPOPEN
003700                              ORGANIZATION IS INDEXED
003800                              ACCESS MODE IS DYNAMIC
003900                              RECORD KEY IS DLAPOPEN-KEY.
004000     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT PAYMENT-FILE      ASSIGN TO APPAYMT
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT SETTLE-CARDS      ASSIGN TO SETLCARD
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT REMITTANCE-FILE   ASSIGN TO REMITADV
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT PAYMENT-REPORT    ASSIGN TO APPAYRPT
005100                              ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  OPEN-PAYABLES
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLAPOPEN-RECORD.
005700     COPY DLAPOPEN.
005800 FD  VENDOR-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLVENDMF-RECORD.
006200     COPY DLVENDMF.
006300 FD  FXRATE-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLFXRATE-RECORD.
006700     COPY DLFXRATE.
006800 FD  PAYMENT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  PAYMENT-REC.
007200     05  PMT-PAYMENT-REF         PIC 9(12).
007300     05  PMT-SUP-ID              PIC 9(08).
007400     05  PMT-VENDOR-NAME         PIC X(30).
007500     05  PMT-CURRENCY            PIC X(03).
007600     05  PMT-PAY-AMOUNT          PIC 9(11)V99.
007700     05  PMT-LOCAL-AMOUNT        PIC 9(11)V99.
007800     05  PMT-PAY-DATE            PIC 9(08).
007900     05  PMT-ITEM-COUNT          PIC 9(05).
008000     05  FILLER                  PIC X(08).
008100 FD  SETTLE-CARDS
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  SETTLE-CARD-REC.
008500     05  STL-CLAIM-NO            PIC 9(08).
008600     05  FILLER                  PIC X(72).
008700 FD  REMITTANCE-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  REMIT-LINE                  PIC X(132).
009100 FD  PAYMENT-REPORT
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  REPORT-LINE                 PIC X(132).
009500 WORKING-STORAGE SECTION.
009600 01  DLR203-SWITCHES.
009700     05  DLR203-AP-EOF-SW         PIC X(01)  VALUE 'N'.
009800         88  DLR203-AP-EOF                   VALUE 'Y'.
009900     05  DLR203-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
010000         88  DLR203-VEND-EOF                 VALUE 'Y'.
010100     05  DLR203-FX-EOF-SW         PIC X(01)  VALUE 'N'.
010200         88  DLR203-FX-EOF                   VALUE 'Y'.
010300     05  DLR203-VEND-FOUND-SW     PIC X(01)  VALUE 'N'.
010400         88  DLR203-VEND-FOUND               VALUE 'Y'.
010500     05  DLR203-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
010600         88  DLR203-RATE-FOUND               VALUE 'Y'.
010700     05  DLR203-OVERFLOW-SW       PIC X(01)  VALUE 'N'.
010800         88  DLR203-OVERFLOW                 VALUE 'Y'.
010900 01  DLR203-RUN-DATE              PIC 9(08)  VALUE ZERO.
011000 01  DLR203-CURRENT-SUP-ID        PIC 9(08)  VALUE ZERO.
011100 01  DLR203-RESUME-KEY            PIC X(44).
011200 01  DLR203-VEND-CONTROL.
011300     05  DLR203-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
011400 01  DLR203-VEND-TABLE.
011500     05  DLR203-VEND-ENTRY OCCURS 1000 TIMES
011600                           INDEXED BY DLR203-VX.
011700         10  DLR203-V-VENDOR-NO   PIC 9(10).
011800         10  DLR203-V-NAME        PIC X(30).
011900         10  DLR203-V-STATUS      PIC X(01).
012000         10  DLR203-V-CURRENCY    PIC X(03).
012100 01  DLR203-FX-CONTROL.
012200     05  DLR203-FX-COUNT          PIC S9(04)  COMP  VALUE ZERO.
012300 01  DLR203-FX-TABLE.
012400     05  DLR203-FX-ENTRY OCCURS 50 TIMES
012500                         INDEXED BY DLR203-FX-IX.
012600         10  DLR203-X-CCY         PIC X(03).
012700         10  DLR203-X-RATE        PIC S9(7)V9(10) COMP-3.
012800         10  DLR203-X-BEST-EFF    PIC 9(08).
012900*    THE ITEMS SELECTED FOR THE VENDOR IN HAND.
013000 01  DLR203-ITEM-CONTROL.
013100     05  DLR203-ITEM-COUNT        PIC S9(04)  COMP  VALUE ZERO.
013200     05  DLR203-DUE-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013300 01  DLR203-ITEM-TABLE.
013400     05  DLR203-ITEM-ENTRY OCCURS 500 TIMES
013500                           INDEXED BY DLR203-IX.
013600         10  DLR203-I-KEY.
013700             15  DLR203-I-SUP-ID  PIC 9(08).
013800             15  DLR203-I-TYPE    PIC X(01).
013900                 88  DLR203-I-CLAIM          VALUE 'C'.
014000             15  DLR203-I-REF     PIC X(35).
014100             15  DLR203-I-CLAIM-REF REDEFINES DLR203-I-REF.
014200                 20  DLR203-I-CLAIM-NO
014300                                  PIC 9(08).
014400                 20  FILLER       PIC X(27).
014500         10  DLR203-I-ITEM-DATE   PIC 9(08).
014600         10  DLR203-I-DUE-DATE    PIC 9(08).
014700         10  DLR203-I-AMOUNT      PIC S9(11)V99 COMP-3.
014800 01  DLR203-VENDOR-WORK.
014900     05  DLR203-W-NAME            PIC X(30).
015000     05  DLR203-W-CURRENCY        PIC X(03).
015100     05  DLR203-W-PAYABLE         PIC S9(11)V99 COMP-3.
015200     05  DLR203-W-DEDUCTED        PIC S9(11)V99 COMP-3.
015300     05  DLR203-W-NET-LOCAL       PIC S9(11)V99 COMP-3.
015400     05  DLR203-W-NET-PAY         PIC S9(11)V99 COMP-3.
015500     05  DLR203-W-HOLD-REASON     PIC X(04).
015600 01  DLR203-PAYMENT-SEQ           PIC 9(04)  VALUE ZERO.
015700 01  DLR203-PAYMENT-REF           PIC 9(12)  VALUE ZERO.
015800 01  DLR203-COUNTERS.
015900     05  DLR203-VENDORS-PAID      PIC 9(07)  VALUE ZERO.
016000     05  DLR203-ITEMS-PAID        PIC 9(07)  VALUE ZERO.
016100     05  DLR203-VENDORS-HELD      PIC 9(07)  VALUE ZERO.
016200     05  DLR203-ITEMS-HELD        PIC 9(07)  VALUE ZERO.
016300     05  DLR203-VENDORS-CARRIED   PIC 9(07)  VALUE ZERO.
016400     05  DLR203-VENDORS-NO-RATE   PIC 9(07)  VALUE ZERO.
016500     05  DLR203-VENDORS-OVERFLOW  PIC 9(07)  VALUE ZERO.
016600     05  DLR203-CLAIMS-SETTLED    PIC 9(07)  VALUE ZERO.
016700     05  DLR203-VEND-DROPPED      PIC 9(07)  VALUE ZERO.
016800 01  DLR203-TOTALS.
016900     05  DLR203-T-PAID-LOCAL      PIC S9(13)V99 COMP-3
017000                                             VALUE ZERO.
017100     05  DLR203-T-HELD-LOCAL      PIC S9(13)V99 COMP-3
017200                                             VALUE ZERO.
017205*    PAYMENTS MADE, BY THE CURRENCY THEY WERE PAID IN.
017210 01  DLR203-CCY-CONTROL.
017215     05  DLR203-CCY-COUNT         PIC S9(04)  COMP  VALUE ZERO.
017220     05  DLR203-CCY-DROPPED       PIC 9(07)         VALUE ZERO.
017225 01  DLR203-CCY-TABLE.
017230     05  DLR203-CCY-ENTRY OCCURS 50 TIMES
017235                          INDEXED BY DLR203-CX.
017240         10  DLR203-C-CCY         PIC X(03).
017245         10  DLR203-C-COUNT       PIC S9(07)    COMP-3.
017250         10  DLR203-C-PAID        PIC S9(13)V99 COMP-3.
017255         10  DLR203-C-LOCAL       PIC S9(13)V99 COMP-3.
017300 01  DLR203-HEADING-1.
017400     05  FILLER                   PIC X(53)  VALUE
017500         'DLR203 - AP PAYMENT RUN                          RUN '.
017600     05  DLR203-H-RUN-DATE        PIC 9(08).
017700 01  DLR203-HEADING-2.
017800     05  FILLER                   PIC X(40)  VALUE
017900         'SUPPLIER  VENDOR NAME                   '.
018000     05  FILLER                   PIC X(40)  VALUE
018100         '     ITEMS        DUE LOCAL   DEDUCTIONS'.
018200     05  FILLER                   PIC X(40)  VALUE
018300         ' LOCAL     NET LOCAL   ACTION           '.
018400 01  DLR203-DETAIL-LINE.
018500     05  DLR203-L-SUP-ID          PIC 9(08).
018600     05  FILLER                   PIC X(02)  VALUE SPACES.
018700     05  DLR203-L-NAME            PIC X(30).
018800     05  FILLER                   PIC X(01)  VALUE SPACE.
018900     05  DLR203-L-ITEMS           PIC ZZZZ9.
019000     05  FILLER                   PIC X(01)  VALUE SPACE.
019100     05  DLR203-L-PAYABLE         PIC -ZZZZZZZZZ9.99.
019200     05  FILLER                   PIC X(01)  VALUE SPACE.
019300     05  DLR203-L-DEDUCTED        PIC -ZZZZZZZZZ9.99.
019400     05  FILLER                   PIC X(01)  VALUE SPACE.
019500     05  DLR203-L-NET             PIC -ZZZZZZZZZ9.99.
019600     05  FILLER                   PIC X(03)  VALUE SPACES.
019700     05  DLR203-L-ACTION          PIC X(30).
019800*    REMITTANCE ADVICE LINES.
019900 01  DLR203-REMIT-HEAD-1.
020000     05  FILLER                   PIC X(26)  VALUE
020100         'REMITTANCE ADVICE    DATE '.
020200     05  DLR203-RH-DATE           PIC 9(08).
020300     05  FILLER                   PIC X(16)  VALUE
020400         '   PAYMENT REF  '.
020500     05  DLR203-RH-PAYMENT-REF    PIC 9(12).
020600 01  DLR203-REMIT-HEAD-2.
020700     05  FILLER                   PIC X(09)  VALUE
020800         'SUPPLIER '.
020900     05  DLR203-RH-SUP-ID         PIC 9(08).
021000     05  FILLER                   PIC X(02)  VALUE SPACES.
021100     05  DLR203-RH-NAME           PIC X(30).
021200 01  DLR203-REMIT-HEAD-3.
021300     05  FILLER                   PIC X(44)  VALUE
021400         'ITEM                   REFERENCE            '.
021500     05  FILLER                   PIC X(40)  VALUE
021600         '                 ITEM DATE  DUE DATE    '.
021700     05  FILLER                   PIC X(10)  VALUE
021800         '    AMOUNT'.
021900 01  DLR203-REMIT-DETAIL.
022000     05  DLR203-RD-TYPE           PIC X(22).
022100     05  FILLER                   PIC X(01)  VALUE SPACE.
022200     05  DLR203-RD-REF            PIC X(35).
022300     05  FILLER                   PIC X(03)  VALUE SPACES.
022400     05  DLR203-RD-ITEM-DATE      PIC 9(08).
022500     05  FILLER                   PIC X(02)  VALUE SPACES.
022600     05  DLR203-RD-DUE-DATE       PIC 9(08).
022700     05  FILLER                   PIC X(01)  VALUE SPACE.
022800     05  DLR203-RD-AMOUNT         PIC -ZZZZZZZZZ9.99.
022900 01  DLR203-REMIT-TOTAL.
023000     05  DLR203-RT-LABEL          PIC X(40).
023100     05  FILLER                   PIC X(36)  VALUE SPACES.
023200     05  DLR203-RT-CCY            PIC X(03).
023300     05  FILLER                   PIC X(01)  VALUE SPACE.
023400     05  DLR203-RT-AMOUNT         PIC -ZZZZZZZZZ9.99.
023500 01  DLR203-TOTAL-LINE.
023600     05  DLR203-T-LABEL           PIC X(40).
023700     05  DLR203-T-COUNT           PIC ZZZZZZZZ9.
023800     05  FILLER                   PIC X(02)  VALUE SPACES.
023900     05  DLR203-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
023905 01  DLR203-CCY-HEADING.
023910     05  FILLER                   PIC X(40)  VALUE
023915         'PAYMENTS BY CURRENCY'.
023920     05  FILLER                   PIC X(43)  VALUE
023925         ' PAYMENTS      AMOUNT PAID LOCAL EQUIVALENT'.
023940 01  DLR203-CCY-LINE.
023945     05  FILLER                   PIC X(08)  VALUE 'PAID IN '.
023950     05  DLR203-CL-CCY            PIC X(05).
023955     05  FILLER                   PIC X(27)  VALUE SPACES.
023960     05  DLR203-CL-COUNT          PIC ZZZZZZZZ9.
023965     05  FILLER                   PIC X(02)  VALUE SPACES.
023970     05  DLR203-CL-PAID           PIC -ZZZZZZZZZZ9.99.
023975     05  FILLER                   PIC X(02)  VALUE SPACES.
023980     05  DLR203-CL-LOCAL          PIC -ZZZZZZZZZZ9.99.
024000 01  DLR203-BLANK-LINE            PIC X(01)  VALUE SPACE.
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 1000-INITIALIZE.
024400     PERFORM 2000-PROCESS-ITEM
024500         UNTIL DLR203-AP-EOF.
024600     IF  DLR203-CURRENT-SUP-ID > ZERO
024700         PERFORM 3000-SETTLE-VENDOR
024800     END-IF.
024900     PERFORM 8000-PRINT-TOTALS.
025000     PERFORM 9000-TERMINATE.
025100     STOP RUN.
025200
025300 1000-INITIALIZE.
025400     OPEN I-O    OPEN-PAYABLES.
025500     OPEN OUTPUT PAYMENT-FILE.
025600     OPEN OUTPUT SETTLE-CARDS.
025700     OPEN OUTPUT REMITTANCE-FILE.
025800     OPEN OUTPUT PAYMENT-REPORT.
025900     ACCEPT DLR203-RUN-DATE FROM DATE YYYYMMDD.
026000     PERFORM 1100-LOAD-VENDORS.
026100     PERFORM 1200-LOAD-FX-RATES.
026200     MOVE DLR203-RUN-DATE TO DLR203-H-RUN-DATE.
026300     WRITE REPORT-LINE FROM DLR203-HEADING-1.
026400     WRITE REPORT-LINE FROM DLR203-BLANK-LINE.
026500     WRITE REPORT-LINE FROM DLR203-HEADING-2.
026600     PERFORM 3900-CLEAR-VENDOR.
026700     MOVE LOW-VALUES TO DLAPOPEN-KEY.
026800     START OPEN-PAYABLES KEY IS NOT LESS THAN DLAPOPEN-KEY
026900         INVALID KEY
027000             MOVE 'Y' TO DLR203-AP-EOF-SW
027100     END-START.
027200     IF  NOT DLR203-AP-EOF
027300         PERFORM 2100-READ-NEXT-ITEM
027400     END-IF.
027500 1000-EXIT.
027600     EXIT.
027700
027800 1100-LOAD-VENDORS.
027900     OPEN INPUT VENDOR-FILE.
028000     PERFORM 1110-READ-VENDOR.
028100     PERFORM 1120-STORE-ONE-VENDOR
028200         UNTIL DLR203-VEND-EOF.
028300     CLOSE VENDOR-FILE.
028400 1100-EXIT.
028500     EXIT.
028600
028700 1110-READ-VENDOR.
028800     READ VENDOR-FILE
028900         AT END
029000             MOVE 'Y' TO DLR203-VEND-EOF-SW
029100     END-READ.
029200 1110-EXIT.
029300     EXIT.
029400
029500 1120-STORE-ONE-VENDOR.
029600     IF  DLR203-VEND-COUNT < 1000
029700         ADD 1 TO DLR203-VEND-COUNT
029800         SET DLR203-VX TO DLR203-VEND-COUNT
029900         MOVE DLVENDMF-VENDOR-NO
030000             TO DLR203-V-VENDOR-NO (DLR203-VX)
030100         MOVE DLVENDMF-VENDOR-NAME
030200             TO DLR203-V-NAME (DLR203-VX)
030300         MOVE DLVENDMF-TRADING-STATUS
030400             TO DLR203-V-STATUS (DLR203-VX)
030500         MOVE DLVENDMF-CURRENCY
030600             TO DLR203-V-CURRENCY (DLR203-VX)
030700     ELSE
030800         ADD 1 TO DLR203-VEND-DROPPED
030900     END-IF.
031000     PERFORM 1110-READ-VENDOR.
031100 1120-EXIT.
031200     EXIT.
031300
031400*    LATEST RATE PER CURRENCY EFFECTIVE ON OR BEFORE THE RUN
031500*    DATE - THE SAME SELECTION DLR072 MAKES AGAINST DLFXRATE.
031600 1200-LOAD-FX-RATES.
031700     OPEN INPUT FXRATE-FILE.
031800     PERFORM 1210-READ-FXRATE.
031900     PERFORM 1220-POST-ONE-RATE
032000         UNTIL DLR203-FX-EOF.
032100     CLOSE FXRATE-FILE.
032200 1200-EXIT.
032300     EXIT.
032400
032500 1210-READ-FXRATE.
032600     READ FXRATE-FILE
032700         AT END
032800             MOVE 'Y' TO DLR203-FX-EOF-SW
032900     END-READ.
033000 1210-EXIT.
033100     EXIT.
033200
033300 1220-POST-ONE-RATE.
033400     IF  DLFXRATE-EFF-DATE <= DLR203-RUN-DATE
033500         SET DLR203-FX-IX TO 1
033600         SEARCH DLR203-FX-ENTRY
033700             AT END
033800                 IF  DLR203-FX-COUNT < 50
033900                     ADD 1 TO DLR203-FX-COUNT
034000                     SET DLR203-FX-IX TO DLR203-FX-COUNT
034100                     MOVE DLFXRATE-CCY
034200                         TO DLR203-X-CCY (DLR203-FX-IX)
034300                     MOVE DLFXRATE-RATE
034400                         TO DLR203-X-RATE (DLR203-FX-IX)
034500                     MOVE DLFXRATE-EFF-DATE
034600                         TO DLR203-X-BEST-EFF (DLR203-FX-IX)
034700                 END-IF
034800             WHEN DLR203-FX-IX > DLR203-FX-COUNT
034900                 ADD 1 TO DLR203-FX-COUNT
035000                 MOVE DLFXRATE-CCY
035100                     TO DLR203-X-CCY (DLR203-FX-IX)
035200                 MOVE DLFXRATE-RATE
035300                     TO DLR203-X-RATE (DLR203-FX-IX)
035400                 MOVE DLFXRATE-EFF-DATE
035500                     TO DLR203-X-BEST-EFF (DLR203-FX-IX)
035600             WHEN DLR203-X-CCY (DLR203-FX-IX) = DLFXRATE-CCY
035700                 IF  DLFXRATE-EFF-DATE
035800                         >= DLR203-X-BEST-EFF (DLR203-FX-IX)
035900                     MOVE DLFXRATE-RATE
036000                         TO DLR203-X-RATE (DLR203-FX-IX)
036100                     MOVE DLFXRATE-EFF-DATE
036200                         TO DLR203-X-BEST-EFF (DLR203-FX-IX)
036300                 END-IF
036400         END-SEARCH
036500     END-IF.
036600     PERFORM 1210-READ-FXRATE.
036700 1220-EXIT.
036800     EXIT.
036900
037000*    ON A CHANGE OF VENDOR THE PREVIOUS VENDOR IS SETTLED. ITS
037100*    RANDOM READS AND REWRITES LOSE THE BROWSE POSITION, SO THE
037200*    NEW VENDOR'S FIRST KEY IS KEPT AND THE BROWSE RESTARTED
037300*    FROM IT.
037400 2000-PROCESS-ITEM.
037500     IF  DLAPOPEN-SUP-ID NOT = DLR203-CURRENT-SUP-ID
037600         IF  DLR203-CURRENT-SUP-ID > ZERO
037700             MOVE DLAPOPEN-KEY TO DLR203-RESUME-KEY
037800             PERFORM 3000-SETTLE-VENDOR
037900             PERFORM 2200-RESUME-BROWSE
038000         END-IF
038100         PERFORM 3900-CLEAR-VENDOR
038200         MOVE DLAPOPEN-SUP-ID TO DLR203-CURRENT-SUP-ID
038300     END-IF.
038400     IF  NOT DLAPOPEN-PAID
038500         IF  DLAPOPEN-DEDUCTION
038600         OR  DLAPOPEN-DUE-DATE <= DLR203-RUN-DATE
038700             PERFORM 2300-SELECT-ITEM
038800         END-IF
038900     END-IF.
039000     PERFORM 2100-READ-NEXT-ITEM.
039100 2000-EXIT.
039200     EXIT.
039300
039400 2100-READ-NEXT-ITEM.
039500     READ OPEN-PAYABLES NEXT RECORD
039600         AT END
039700             MOVE 'Y' TO DLR203-AP-EOF-SW
039800     END-READ.
039900 2100-EXIT.
040000     EXIT.
040100
040200 2200-RESUME-BROWSE.
040300     MOVE DLR203-RESUME-KEY TO DLAPOPEN-KEY.
040400     START OPEN-PAYABLES KEY IS NOT LESS THAN DLAPOPEN-KEY
040500         INVALID KEY
040600             MOVE 'Y' TO DLR203-AP-EOF-SW
040700     END-START.
040800     IF  NOT DLR203-AP-EOF
040900         PERFORM 2100-READ-NEXT-ITEM
041000     END-IF.
041100 2200-EXIT.
041200     EXIT.
041300
041400 2300-SELECT-ITEM.
041500     IF  DLR203-ITEM-COUNT < 500
041600         ADD 1 TO DLR203-ITEM-COUNT
041700         SET DLR203-IX TO DLR203-ITEM-COUNT
041800         MOVE DLAPOPEN-KEY       TO DLR203-I-KEY (DLR203-IX)
041900         MOVE DLAPOPEN-ITEM-DATE TO DLR203-I-ITEM-DATE (DLR203-IX)
042000         MOVE DLAPOPEN-DUE-DATE  TO DLR203-I-DUE-DATE (DLR203-IX)
042100         MOVE DLAPOPEN-AMOUNT    TO DLR203-I-AMOUNT (DLR203-IX)
042200         IF  DLAPOPEN-PAYABLE
042300             ADD 1 TO DLR203-DUE-COUNT
042400             ADD DLAPOPEN-AMOUNT TO DLR203-W-PAYABLE
042500         ELSE
042600             ADD DLAPOPEN-AMOUNT TO DLR203-W-DEDUCTED
042700         END-IF
042800     ELSE
042900         MOVE 'Y' TO DLR203-OVERFLOW-SW
043000     END-IF.
043100 2300-EXIT.
043200     EXIT.
043300
043400*    NOTHING DUE - DEDUCTIONS ALONE ARE LEFT OPEN FOR A LATER
043500*    PAYMENT TO ABSORB.
043600 3000-SETTLE-VENDOR.
043700     IF  DLR203-DUE-COUNT > ZERO
043800         PERFORM 3100-FIND-VENDOR
043900         COMPUTE DLR203-W-NET-LOCAL =
044000             DLR203-W-PAYABLE + DLR203-W-DEDUCTED
044100         MOVE DLR203-CURRENT-SUP-ID TO DLR203-L-SUP-ID
044200         MOVE DLR203-W-NAME         TO DLR203-L-NAME
044300         MOVE DLR203-ITEM-COUNT     TO DLR203-L-ITEMS
044400         MOVE DLR203-W-PAYABLE      TO DLR203-L-PAYABLE
044500         MOVE DLR203-W-DEDUCTED     TO DLR203-L-DEDUCTED
044600         MOVE DLR203-W-NET-LOCAL    TO DLR203-L-NET
044700         EVALUATE TRUE
044800             WHEN DLR203-OVERFLOW
044900                 ADD 1 TO DLR203-VENDORS-OVERFLOW
045000                 MOVE 'CARRIED - OVER 500 ITEMS'
045100                     TO DLR203-L-ACTION
045200             WHEN NOT DLR203-VEND-FOUND
045300                 MOVE 'NOVN' TO DLR203-W-HOLD-REASON
045400                 PERFORM 3200-HOLD-VENDOR
045500                 MOVE 'HELD - VENDOR NOT ON DLVENDMF'
045600                     TO DLR203-L-ACTION
045700             WHEN DLR203-V-STATUS (DLR203-VX) = 'S'
045800                 MOVE 'STOP' TO DLR203-W-HOLD-REASON
045900                 PERFORM 3200-HOLD-VENDOR
046000                 MOVE 'HELD - STOP CREDIT'
046100                     TO DLR203-L-ACTION
046200             WHEN DLR203-W-NET-LOCAL NOT > ZERO
046300                 ADD 1 TO DLR203-VENDORS-CARRIED
046400                 MOVE 'CARRIED - DEDUCTIONS EXCEED DUE'
046500                     TO DLR203-L-ACTION
046600             WHEN OTHER
046700                 PERFORM 3300-CONVERT-PAYMENT
046800                 IF  DLR203-RATE-FOUND
046900                     PERFORM 3400-PAY-VENDOR
047000                     MOVE 'PAID' TO DLR203-L-ACTION
047100                 ELSE
047200                     ADD 1 TO DLR203-VENDORS-NO-RATE
047300                     MOVE 'CARRIED - NO RATE FOR CURRENCY'
047400                         TO DLR203-L-ACTION
047500                 END-IF
047600         END-EVALUATE
047700         WRITE REPORT-LINE FROM DLR203-DETAIL-LINE
047800     END-IF.
047900 3000-EXIT.
048000     EXIT.
048100
048200 3100-FIND-VENDOR.
048300     MOVE 'N' TO DLR203-VEND-FOUND-SW.
048400     MOVE SPACES TO DLR203-W-NAME.
048500     MOVE SPACES TO DLR203-W-CURRENCY.
048600     SET DLR203-VX TO 1.
048700     SEARCH DLR203-VEND-ENTRY
048800         AT END
048900             CONTINUE
049000         WHEN DLR203-VX > DLR203-VEND-COUNT
049100             CONTINUE
049200         WHEN DLR203-V-VENDOR-NO (DLR203-VX)
049300                 = DLR203-CURRENT-SUP-ID
049400             MOVE 'Y' TO DLR203-VEND-FOUND-SW
049500             MOVE DLR203-V-NAME (DLR203-VX) TO DLR203-W-NAME
049600             MOVE DLR203-V-CURRENCY (DLR203-VX)
049700                 TO DLR203-W-CURRENCY
049800     END-SEARCH.
049900 3100-EXIT.
050000     EXIT.
050100
050200 3200-HOLD-VENDOR.
050300     ADD 1 TO DLR203-VENDORS-HELD.
050400     ADD DLR203-W-PAYABLE TO DLR203-T-HELD-LOCAL.
050500     SET DLR203-IX TO 1.
050600     PERFORM 3210-HOLD-ONE-ITEM
050700         UNTIL DLR203-IX > DLR203-ITEM-COUNT.
050800 3200-EXIT.
050900     EXIT.
051000
051100 3210-HOLD-ONE-ITEM.
051200     MOVE DLR203-I-KEY (DLR203-IX) TO DLAPOPEN-KEY.
051300     READ OPEN-PAYABLES
051400         INVALID KEY
051500             DISPLAY 'DLR203 ITEM NOT FOUND TO HOLD '
051600                     DLAPOPEN-KEY
051700         NOT INVALID KEY
051800             SET DLAPOPEN-HELD TO TRUE
051900             MOVE DLR203-W-HOLD-REASON TO DLAPOPEN-HOLD-REASON
052000             REWRITE DLAPOPEN-RECORD
052100             ADD 1 TO DLR203-ITEMS-HELD
052200     END-READ.
052300     SET DLR203-IX UP BY 1.
052400 3210-EXIT.
052500     EXIT.
052600
052700*    LOCAL = FOREIGN TIMES RATE, SO THE VENDOR'S CURRENCY
052800*    AMOUNT IS THE LOCAL NET DIVIDED BY THE RATE.
052900 3300-CONVERT-PAYMENT.
053000     IF  DLR203-W-CURRENCY = SPACES
053100         MOVE 'Y' TO DLR203-RATE-FOUND-SW
053200         MOVE DLR203-W-NET-LOCAL TO DLR203-W-NET-PAY
053300     ELSE
053400         MOVE 'N' TO DLR203-RATE-FOUND-SW
053500         SET DLR203-FX-IX TO 1
053600         SEARCH DLR203-FX-ENTRY
053700             AT END
053800                 CONTINUE
053900             WHEN DLR203-FX-IX > DLR203-FX-COUNT
054000                 CONTINUE
054100             WHEN DLR203-X-CCY (DLR203-FX-IX) = DLR203-W-CURRENCY
054200                 IF  DLR203-X-RATE (DLR203-FX-IX) > ZERO
054300                     MOVE 'Y' TO DLR203-RATE-FOUND-SW
054400                 END-IF
054500         END-SEARCH
054600         IF  DLR203-RATE-FOUND
054700             COMPUTE DLR203-W-NET-PAY ROUNDED =
054800                 DLR203-W-NET-LOCAL
054900                     / DLR203-X-RATE (DLR203-FX-IX)
055000         END-IF
055100     END-IF.
055200 3300-EXIT.
055300     EXIT.
055400
055500 3400-PAY-VENDOR.
055600     ADD 1 TO DLR203-PAYMENT-SEQ.
055700     COMPUTE DLR203-PAYMENT-REF =
055800         DLR203-RUN-DATE * 10000 + DLR203-PAYMENT-SEQ.
055900     MOVE SPACES                TO PAYMENT-REC.
056000     MOVE DLR203-PAYMENT-REF    TO PMT-PAYMENT-REF.
056100     MOVE DLR203-CURRENT-SUP-ID TO PMT-SUP-ID.
056200     MOVE DLR203-W-NAME         TO PMT-VENDOR-NAME.
056300     MOVE DLR203-W-CURRENCY     TO PMT-CURRENCY.
056400     MOVE DLR203-W-NET-PAY      TO PMT-PAY-AMOUNT.
056500     MOVE DLR203-W-NET-LOCAL    TO PMT-LOCAL-AMOUNT.
056600     MOVE DLR203-RUN-DATE       TO PMT-PAY-DATE.
056700     MOVE DLR203-ITEM-COUNT     TO PMT-ITEM-COUNT.
056800     WRITE PAYMENT-REC.
056900     ADD 1 TO DLR203-VENDORS-PAID.
057000     ADD DLR203-W-NET-LOCAL TO DLR203-T-PAID-LOCAL.
057050     PERFORM 3450-ADD-TO-CURRENCY.
057100     MOVE DLR203-RUN-DATE       TO DLR203-RH-DATE.
057200     MOVE DLR203-PAYMENT-REF    TO DLR203-RH-PAYMENT-REF.
057300     MOVE DLR203-CURRENT-SUP-ID TO DLR203-RH-SUP-ID.
057400     MOVE DLR203-W-NAME         TO DLR203-RH-NAME.
057500     WRITE REMIT-LINE FROM DLR203-REMIT-HEAD-1.
057600     WRITE REMIT-LINE FROM DLR203-REMIT-HEAD-2.
057700     WRITE REMIT-LINE FROM DLR203-BLANK-LINE.
057800     WRITE REMIT-LINE FROM DLR203-REMIT-HEAD-3.
057900     SET DLR203-IX TO 1.
058000     PERFORM 3410-PAY-ONE-ITEM
058100         UNTIL DLR203-IX > DLR203-ITEM-COUNT.
058200     WRITE REMIT-LINE FROM DLR203-BLANK-LINE.
058300     MOVE SPACES TO DLR203-RT-CCY.
058400     MOVE 'INVOICES, ERS AND CONSIGNMENT' TO DLR203-RT-LABEL.
058500     MOVE DLR203-W-PAYABLE TO DLR203-RT-AMOUNT.
058600     WRITE REMIT-LINE FROM DLR203-REMIT-TOTAL.
058700     MOVE 'LESS CLAIMS AND RTV CREDITS' TO DLR203-RT-LABEL.
058800     MOVE DLR203-W-DEDUCTED TO DLR203-RT-AMOUNT.
058900     WRITE REMIT-LINE FROM DLR203-REMIT-TOTAL.
059000     MOVE 'NET PAID' TO DLR203-RT-LABEL.
059100     MOVE DLR203-W-NET-LOCAL TO DLR203-RT-AMOUNT.
059200     WRITE REMIT-LINE FROM DLR203-REMIT-TOTAL.
059300     IF  DLR203-W-CURRENCY NOT = SPACES
059400         MOVE 'NET PAID IN VENDOR CURRENCY' TO DLR203-RT-LABEL
059500         MOVE DLR203-W-CURRENCY TO DLR203-RT-CCY
059600         MOVE DLR203-W-NET-PAY TO DLR203-RT-AMOUNT
059700         WRITE REMIT-LINE FROM DLR203-REMIT-TOTAL
059800     END-IF.
059900     WRITE REMIT-LINE FROM DLR203-BLANK-LINE.
060000 3400-EXIT.
060100     EXIT.
060200
060300 3410-PAY-ONE-ITEM.
060400     EVALUATE DLR203-I-TYPE (DLR203-IX)
060500         WHEN 'E'
060600             MOVE 'ERS SETTLEMENT'   TO DLR203-RD-TYPE
060700         WHEN 'I'
060800             MOVE 'INVOICE'          TO DLR203-RD-TYPE
060900         WHEN 'C'
061000             MOVE 'CHARGEBACK CLAIM' TO DLR203-RD-TYPE
061100         WHEN 'S'
061110             MOVE 'CONSIGNMENT SETTLEMENT' TO DLR203-RD-TYPE
061120         WHEN 'R'
061130             MOVE 'RTV CREDIT'       TO DLR203-RD-TYPE
061140         WHEN OTHER
061150             MOVE 'UNKNOWN ITEM TYPE' TO DLR203-RD-TYPE
061300     END-EVALUATE.
061400     MOVE DLR203-I-REF (DLR203-IX)       TO DLR203-RD-REF.
061500     MOVE DLR203-I-ITEM-DATE (DLR203-IX) TO DLR203-RD-ITEM-DATE.
061600     MOVE DLR203-I-DUE-DATE (DLR203-IX)  TO DLR203-RD-DUE-DATE.
061700     MOVE DLR203-I-AMOUNT (DLR203-IX)    TO DLR203-RD-AMOUNT.
061800     WRITE REMIT-LINE FROM DLR203-REMIT-DETAIL.
061900     MOVE DLR203-I-KEY (DLR203-IX) TO DLAPOPEN-KEY.
062000     READ OPEN-PAYABLES
062100         INVALID KEY
062200             DISPLAY 'DLR203 ITEM NOT FOUND TO PAY '
062300                     DLAPOPEN-KEY
062400         NOT INVALID KEY
062500             SET DLAPOPEN-PAID TO TRUE
062600             MOVE SPACES TO DLAPOPEN-HOLD-REASON
062700             MOVE DLR203-RUN-DATE TO DLAPOPEN-PAID-DATE
062800             MOVE DLR203-PAYMENT-REF TO DLAPOPEN-PAYMENT-REF
062900             REWRITE DLAPOPEN-RECORD
063000             ADD 1 TO DLR203-ITEMS-PAID
063100     END-READ.
063200     IF  DLR203-I-CLAIM (DLR203-IX)
063300         MOVE SPACES TO SETTLE-CARD-REC
063400         MOVE DLR203-I-CLAIM-NO (DLR203-IX) TO STL-CLAIM-NO
063500         WRITE SETTLE-CARD-REC
063600         ADD 1 TO DLR203-CLAIMS-SETTLED
063700     END-IF.
063800     SET DLR203-IX UP BY 1.
063900 3410-EXIT.
064000     EXIT.
064100
064102*    A PAYMENT IN LOCAL CURRENCY HAS A BLANK CURRENCY CODE.
064104 3450-ADD-TO-CURRENCY.
064106     SET DLR203-CX TO 1.
064108     SEARCH DLR203-CCY-ENTRY
064110         AT END
064112             ADD 1 TO DLR203-CCY-DROPPED
064114         WHEN DLR203-CX > DLR203-CCY-COUNT
064116             ADD 1 TO DLR203-CCY-COUNT
064118             MOVE DLR203-W-CURRENCY TO DLR203-C-CCY (DLR203-CX)
064120             MOVE 1 TO DLR203-C-COUNT (DLR203-CX)
064122             MOVE DLR203-W-NET-PAY TO DLR203-C-PAID (DLR203-CX)
064124             MOVE DLR203-W-NET-LOCAL TO DLR203-C-LOCAL (DLR203-CX)
064126         WHEN DLR203-C-CCY (DLR203-CX) = DLR203-W-CURRENCY
064128             ADD 1 TO DLR203-C-COUNT (DLR203-CX)
064130             ADD DLR203-W-NET-PAY TO DLR203-C-PAID (DLR203-CX)
064132             ADD DLR203-W-NET-LOCAL TO DLR203-C-LOCAL (DLR203-CX)
064134     END-SEARCH.
064136 3450-EXIT.
064138     EXIT.
064200 3900-CLEAR-VENDOR.
064300     MOVE ZERO   TO DLR203-ITEM-COUNT.
064400     MOVE ZERO   TO DLR203-DUE-COUNT.
064500     MOVE ZERO   TO DLR203-W-PAYABLE.
064600     MOVE ZERO   TO DLR203-W-DEDUCTED.
064700     MOVE ZERO   TO DLR203-W-NET-LOCAL.
064800     MOVE ZERO   TO DLR203-W-NET-PAY.
064900     MOVE SPACES TO DLR203-W-HOLD-REASON.
065000     MOVE 'N'    TO DLR203-OVERFLOW-SW.
065100 3900-EXIT.
065200     EXIT.
065300
065400 8000-PRINT-TOTALS.
065500     WRITE REPORT-LINE FROM DLR203-BLANK-LINE.
065600     MOVE 'VENDORS PAID' TO DLR203-T-LABEL.
065700     MOVE DLR203-VENDORS-PAID TO DLR203-T-COUNT.
065800     MOVE DLR203-T-PAID-LOCAL TO DLR203-T-AMOUNT.
065900     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
066000     MOVE 'ITEMS PAID' TO DLR203-T-LABEL.
066100     MOVE DLR203-ITEMS-PAID TO DLR203-T-COUNT.
066200     MOVE ZERO TO DLR203-T-AMOUNT.
066300     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
066400     MOVE 'CLAIMS SENT FOR SETTLEMENT' TO DLR203-T-LABEL.
066500     MOVE DLR203-CLAIMS-SETTLED TO DLR203-T-COUNT.
066600     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
066700     MOVE 'VENDORS HELD' TO DLR203-T-LABEL.
066800     MOVE DLR203-VENDORS-HELD TO DLR203-T-COUNT.
066900     MOVE DLR203-T-HELD-LOCAL TO DLR203-T-AMOUNT.
067000     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
067100     MOVE 'ITEMS HELD' TO DLR203-T-LABEL.
067200     MOVE DLR203-ITEMS-HELD TO DLR203-T-COUNT.
067300     MOVE ZERO TO DLR203-T-AMOUNT.
067400     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
067500     MOVE 'VENDORS CARRIED - DEDUCTIONS EXCEED DUE'
067600         TO DLR203-T-LABEL.
067700     MOVE DLR203-VENDORS-CARRIED TO DLR203-T-COUNT.
067800     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
067900     MOVE 'VENDORS CARRIED - NO FX RATE' TO DLR203-T-LABEL.
068000     MOVE DLR203-VENDORS-NO-RATE TO DLR203-T-COUNT.
068100     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
068200     MOVE 'VENDORS CARRIED - OVER 500 ITEMS' TO DLR203-T-LABEL.
068300     MOVE DLR203-VENDORS-OVERFLOW TO DLR203-T-COUNT.
068400     WRITE REPORT-LINE FROM DLR203-TOTAL-LINE.
068500     IF  DLR203-VEND-DROPPED > ZERO
068600         MOVE 'VENDORS NOT LOADED - TABLE FULL' TO DLR203-T-LABEL
068700         MOVE DLR203-VEND-DROPPED TO DLR203-T-COUNT
068800         WRITE REPORT-LINE FROM DLR203-TOTAL-LINE
068900     END-IF.
068905     WRITE REPORT-LINE FROM DLR203-BLANK-LINE.
068910     WRITE REPORT-LINE FROM DLR203-CCY-HEADING.
068915     PERFORM 8100-PRINT-ONE-CURRENCY
068920         VARYING DLR203-CX FROM 1 BY 1
068925         UNTIL DLR203-CX > DLR203-CCY-COUNT.
068930     IF  DLR203-CCY-DROPPED > ZERO
068935         MOVE 'PAYMENTS NOT IN CURRENCY TOTALS - FULL'
068940             TO DLR203-T-LABEL
068945         MOVE DLR203-CCY-DROPPED TO DLR203-T-COUNT
068950         MOVE ZERO TO DLR203-T-AMOUNT
068955         WRITE REPORT-LINE FROM DLR203-TOTAL-LINE
068960     END-IF.
069000 8000-EXIT.
069100     EXIT.
069105
069110 8100-PRINT-ONE-CURRENCY.
069115     IF  DLR203-C-CCY (DLR203-CX) = SPACES
069120         MOVE 'LOCAL' TO DLR203-CL-CCY
069125     ELSE
069130         MOVE DLR203-C-CCY (DLR203-CX) TO DLR203-CL-CCY
069135     END-IF.
069140     MOVE DLR203-C-COUNT (DLR203-CX) TO DLR203-CL-COUNT.
069145     MOVE DLR203-C-PAID (DLR203-CX) TO DLR203-CL-PAID.
069150     MOVE DLR203-C-LOCAL (DLR203-CX) TO DLR203-CL-LOCAL.
069155     WRITE REPORT-LINE FROM DLR203-CCY-LINE.
069160 8100-EXIT.
069165     EXIT.
069200
069300 9000-TERMINATE.
069400     DISPLAY 'DLR203 VENDORS PAID      = ' DLR203-VENDORS-PAID.
069500     DISPLAY 'DLR203 ITEMS PAID        = ' DLR203-ITEMS-PAID.
069600     DISPLAY 'DLR203 CLAIMS SETTLED    = ' DLR203-CLAIMS-SETTLED.
069700     DISPLAY 'DLR203 VENDORS HELD      = ' DLR203-VENDORS-HELD.
069800     DISPLAY 'DLR203 VENDORS NO RATE   = '
069900             DLR203-VENDORS-NO-RATE.
070000     IF  DLR203-VENDORS-HELD > ZERO
070100     OR  DLR203-VENDORS-NO-RATE > ZERO
070200     OR  DLR203-VENDORS-OVERFLOW > ZERO
070300     OR  DLR203-VEND-DROPPED > ZERO
070350     OR  DLR203-CCY-DROPPED > ZERO
070400         MOVE 4 TO RETURN-CODE
070500     END-IF.
070600     CLOSE OPEN-PAYABLES
070700           PAYMENT-FILE
070800           SETTLE-CARDS
070900           REMITTANCE-FILE
071000           PAYMENT-REPORT.
071100 9000-EXIT.
071200     EXIT.
