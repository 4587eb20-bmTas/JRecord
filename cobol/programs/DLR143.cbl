001600*   DLR142 CHARGE LINES), CLOSING BALANCE, AND AN AGED FOOTER    *
001700*   IN THE SAME BUCKETS AS THE DLR039 AGING - THE FULL PICTURE   *
001800*   FINANCE BELIEVES WILL MAKE HALF THE DISPUTES VANISH.         *
001820*   INVOICES UNDER OPEN DISPUTE ON THE DLDSPREG REGISTER         *
001840*   (DLR222) ARE SHOWN IN THEIR OWN SECTION, NOT AMONG THE       *
001860*   PERIOD'S INVOICES OR IN THE AGED FOOTER; THE BALANCES STILL  *
001880*   INCLUDE THEM UNTIL THE DISPUTE IS RESOLVED.                  *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002240*  02 | 15/10/26 | DISPUTED ITEMS SHOWN APART   | R. GEALL       *
002290*     |          | FROM DLDSPREG, NOT AGED      |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT STATEMENT-PRINT   ASSIGN TO INVSTMT
003800                              ORGANIZATION IS SEQUENTIAL.
003830     SELECT DISPUTE-FILE      ASSIGN TO DLDSPREG
003860                              ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PERIOD-CARD
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  STATEMENT-LINE              PIC X(90).
006410 FD  DISPUTE-FILE
006420     RECORDING MODE IS F
006430     LABEL RECORDS ARE STANDARD.
006440 01  DLDSPREG-RECORD.
006450     COPY DLDSPREG.
006500 WORKING-STORAGE SECTION.
006600 01  DLR143-SWITCHES.
006700     05  DLR143-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
007000         88  DLR143-EOF                      VALUE 'Y'.
007100     05  DLR143-PAY-EOF-SW        PIC X(01)  VALUE 'N'.
007200         88  DLR143-PAY-EOF                  VALUE 'Y'.
007220     05  DLR143-DSP-EOF-SW        PIC X(01)  VALUE 'N'.
007240         88  DLR143-DSP-EOF                  VALUE 'Y'.
007260     05  DLR143-DISPUTED-SW       PIC X(01)  VALUE 'N'.
007280         88  DLR143-DISPUTED                 VALUE 'Y'.
007300 01  DLR143-WINDOW.
007400     05  DLR143-DATE-FROM         PIC 9(08)  VALUE ZERO.
007500     05  DLR143-DATE-TO           PIC 9(08)  VALUE 99999999.
008300         10  DLR143-P-INVOICE     PIC X(10).
008400         10  DLR143-P-AMOUNT      PIC 9(04).
008500         10  DLR143-P-DATE        PIC 9(08).
008507*    INVOICES UNDER OPEN DISPUTE, IN CUSTOMER / INVOICE ORDER.
008514 01  DLR143-DSP-COUNT             PIC S9(04)  COMP  VALUE ZERO.
008521 01  DLR143-DSP-TABLE.
008528     05  DLR143-DSP-ENTRY OCCURS 2000 TIMES
008535                          INDEXED BY DLR143-DX.
008542         10  DLR143-DSP-KEY.
008549             15  DLR143-DSP-CUSTOMER  PIC 9(09).
008556             15  DLR143-DSP-INVOICE   PIC X(10).
008563         10  DLR143-DSP-RAISED    PIC 9(08).
008570         10  DLR143-DSP-AMOUNT    PIC 9(04).
008577 01  DLR143-TEST-KEY.
008584     05  DLR143-TEST-CUSTOMER     PIC 9(09).
008591     05  DLR143-TEST-INVOICE      PIC X(10).
008600 01  DLR143-DATE-WORK.
008700     05  DLR143-DATE-NUM          PIC 9(08).
008800     05  DLR143-DATE-PARTS REDEFINES DLR143-DATE-NUM.
009800     05  DLR143-INTEREST-AMT      PIC S9(09)  VALUE ZERO.
009900     05  DLR143-PAID-AMT          PIC S9(09)  VALUE ZERO.
010000     05  DLR143-CLOSING-BAL       PIC S9(09)  VALUE ZERO.
010050     05  DLR143-DISPUTED-AMT      PIC S9(09)  VALUE ZERO.
010100 01  DLR143-AGED-BUCKETS.
010200     05  DLR143-BKT-CURRENT       PIC S9(09)  VALUE ZERO.
010300     05  DLR143-BKT-30            PIC S9(09)  VALUE ZERO.
010500     05  DLR143-BKT-90            PIC S9(09)  VALUE ZERO.
010600 01  DLR143-COUNTERS.
010700     05  DLR143-STATEMENTS        PIC 9(07)  VALUE ZERO.
010750     05  DLR143-DISPUTED-ITEMS    PIC 9(07)  VALUE ZERO.
010800 01  DLR143-STMT-HEADER.
010900     05  FILLER                   PIC X(26)  VALUE
011000         'STATEMENT OF ACCOUNT  -   '.
013200     05  DLR143-Y-DATE            PIC 9(08).
013300     05  FILLER                   PIC X(02)  VALUE SPACES.
013400     05  DLR143-Y-AMOUNT          PIC ZZZ9.
013404 01  DLR143-DISPUTE-HEADER.
013408     05  FILLER                   PIC X(20)  VALUE
013412         'ITEMS IN DISPUTE    '.
013416 01  DLR143-DISPUTE-LINE.
013420     05  FILLER                   PIC X(02)  VALUE SPACES.
013424     05  DLR143-X-INVOICE         PIC X(10).
013428     05  FILLER                   PIC X(02)  VALUE SPACES.
013432     05  DLR143-X-DATE            PIC X(10).
013436     05  FILLER                   PIC X(02)  VALUE SPACES.
013440     05  DLR143-X-AMOUNT          PIC ZZZ9.
013444     05  FILLER                   PIC X(18)  VALUE
013448         '  DISPUTED SINCE  '.
013452     05  DLR143-X-RAISED          PIC 9(08).
013456     05  FILLER                   PIC X(10)  VALUE
013460         '  AMOUNT  '.
013464     05  DLR143-X-DISPUTED        PIC ZZZ9.
013468 01  DLR143-DISPUTE-TOTAL-LINE.
013472     05  FILLER                   PIC X(20)  VALUE
013476         'TOTAL IN DISPUTE    '.
013480     05  DLR143-Z-AMOUNT          PIC -ZZZZZZZ9.
013500 01  DLR143-CLOSING-LINE.
013600     05  FILLER                   PIC X(20)  VALUE
013700         'CLOSING BALANCE     '.
017900     PERFORM 1100-LOAD-PAYMENTS
018000         UNTIL DLR143-PAY-EOF.
018100     CLOSE PAYMENT-INTAKE.
018150     PERFORM 1200-LOAD-DISPUTES.
018200     PERFORM 2100-READ-INVOICE.
018300 1000-EXIT.
018400     EXIT.
020500     END-IF.
020600 1100-EXIT.
020700     EXIT.
020703
020706 1200-LOAD-DISPUTES.
020709     OPEN INPUT DISPUTE-FILE.
020712     PERFORM 1210-READ-DISPUTE.
020715     PERFORM 1220-HOLD-ONE-DISPUTE
020718         UNTIL DLR143-DSP-EOF.
020721     CLOSE DISPUTE-FILE.
020724 1200-EXIT.
020727     EXIT.
020730
020733 1210-READ-DISPUTE.
020736     READ DISPUTE-FILE
020739         AT END
020742             MOVE 'Y' TO DLR143-DSP-EOF-SW
020745     END-READ.
020748 1210-EXIT.
020751     EXIT.
020754
020757 1220-HOLD-ONE-DISPUTE.
020760     IF  DLDSPREG-OPEN
020763     AND DLR143-DSP-COUNT < 2000
020766         ADD 1 TO DLR143-DSP-COUNT
020769         SET DLR143-DX TO DLR143-DSP-COUNT
020772         MOVE DLDSPREG-KEY TO DLR143-DSP-KEY (DLR143-DX)
020775         MOVE DLDSPREG-RAISED-DATE
020778             TO DLR143-DSP-RAISED (DLR143-DX)
020781         MOVE DLDSPREG-DISPUTED-AMOUNT
020784             TO DLR143-DSP-AMOUNT (DLR143-DX)
020787     END-IF.
020790     PERFORM 1210-READ-DISPUTE.
020793 1220-EXIT.
020796     EXIT.
020800
020900 2000-STATEMENT-ONE-CUSTOMER.
021000     ADD 1 TO DLR143-STATEMENTS.
021600     MOVE ZERO TO DLR143-BKT-30.
021700     MOVE ZERO TO DLR143-BKT-60.
021800     MOVE ZERO TO DLR143-BKT-90.
021850     MOVE ZERO TO DLR143-DISPUTED-AMT.
021900     MOVE CUSTOMER-NUMBER TO DLR143-H-CUSTOMER.
022000     WRITE STATEMENT-LINE FROM DLR143-BLANK-LINE.
022100     WRITE STATEMENT-LINE FROM DLR143-STMT-HEADER.
023000     PERFORM 2500-PRINT-PAYMENTS
023100         VARYING DLR143-PAY-IX FROM 1 BY 1
023200         UNTIL DLR143-PAY-IX > DLR143-PAY-COUNT.
023210     IF  DLR143-DISPUTED-AMT NOT = ZERO
023220         WRITE STATEMENT-LINE FROM DLR143-DISPUTE-HEADER
023230         PERFORM 2600-PRINT-DISPUTED-ITEM
023240             VARYING DLR143-INV-SUB FROM 1 BY 1
023250             UNTIL DLR143-INV-SUB > INVOICE-COUNT
023260         MOVE DLR143-DISPUTED-AMT TO DLR143-Z-AMOUNT
023270         WRITE STATEMENT-LINE FROM DLR143-DISPUTE-TOTAL-LINE
023280     END-IF.
023300     COMPUTE DLR143-CLOSING-BAL =
023400         DLR143-OPENING-BAL + DLR143-RAISED-AMT
023500             + DLR143-INTEREST-AMT - DLR143-PAID-AMT.
025900*    OPEN ITEMS RAISED BEFORE THE PERIOD FORM THE OPENING
026000*    BALANCE; ITEMS RAISED INSIDE IT ARE THE PERIOD'S ACTIVITY,
026100*    WITH THE DLR142 INTEREST LINES SHOWN SEPARATELY. EVERY
026160*    OPEN ITEM ALSO LANDS IN ITS DLR039-STYLE AGE BUCKET,
026220*    EXCEPT ONE UNDER DISPUTE, WHICH IS TOTALLED APART.
026300 2200-CLASSIFY-ONE-INVOICE.
026400     MOVE INVOICE-DATE (DLR143-INV-SUB) (7:4)
026500         TO DLR143-DATE-YYYY.
028800     IF  DLR143-AGE-DAYS < ZERO
028900         MOVE ZERO TO DLR143-AGE-DAYS
029000     END-IF.
029050     PERFORM 2250-TEST-DISPUTE.
029100     EVALUATE TRUE
029120         WHEN DLR143-DISPUTED
029140             ADD INVOICE-AMOUNT (DLR143-INV-SUB)
029160                 TO DLR143-DISPUTED-AMT
029200         WHEN DLR143-AGE-DAYS <= 30
029300             ADD INVOICE-AMOUNT (DLR143-INV-SUB)
029400                 TO DLR143-BKT-CURRENT
030400     END-EVALUATE.
030500 2200-EXIT.
030600     EXIT.
030605
030610 2250-TEST-DISPUTE.
030615     MOVE 'N' TO DLR143-DISPUTED-SW.
030620     MOVE CUSTOMER-NUMBER TO DLR143-TEST-CUSTOMER.
030625     MOVE INVOICE-NUMBER (DLR143-INV-SUB) TO DLR143-TEST-INVOICE.
030630     SET DLR143-DX TO 1.
030635     SEARCH DLR143-DSP-ENTRY
030640         AT END
030645             CONTINUE
030650         WHEN DLR143-DX > DLR143-DSP-COUNT
030655             CONTINUE
030660         WHEN DLR143-DSP-KEY (DLR143-DX) = DLR143-TEST-KEY
030665             MOVE 'Y' TO DLR143-DISPUTED-SW
030670         WHEN DLR143-DSP-KEY (DLR143-DX) > DLR143-TEST-KEY
030675             CONTINUE
030680     END-SEARCH.
030685 2250-EXIT.
030690     EXIT.
030700
030800 2300-PRINT-PERIOD-INVOICES.
030900     MOVE INVOICE-DATE (DLR143-INV-SUB) (7:4)
031200         TO DLR143-DATE-MM.
031300     MOVE INVOICE-DATE (DLR143-INV-SUB) (4:2)
031400         TO DLR143-DATE-DD.
031450     PERFORM 2250-TEST-DISPUTE.
031500     IF  DLR143-DATE-NUM >= DLR143-DATE-FROM
031600     AND DLR143-DATE-NUM <= DLR143-DATE-TO
031650     AND NOT DLR143-DISPUTED
031700         MOVE INVOICE-NUMBER (DLR143-INV-SUB)
031800             TO DLR143-I-INVOICE
031900         MOVE INVOICE-DATE (DLR143-INV-SUB)
035200     END-IF.
035300 2500-EXIT.
035400     EXIT.
035404
035408*    EVERY DISPUTED ITEM, WHENEVER RAISED, WITH THE DATE THE
035412*    DISPUTE WAS OPENED AND THE AMOUNT THE CUSTOMER CONTESTS.
035416 2600-PRINT-DISPUTED-ITEM.
035420     PERFORM 2250-TEST-DISPUTE.
035424     IF  DLR143-DISPUTED
035428         ADD 1 TO DLR143-DISPUTED-ITEMS
035432         MOVE INVOICE-NUMBER (DLR143-INV-SUB)
035436             TO DLR143-X-INVOICE
035440         MOVE INVOICE-DATE (DLR143-INV-SUB)
035444             TO DLR143-X-DATE
035448         MOVE INVOICE-AMOUNT (DLR143-INV-SUB)
035452             TO DLR143-X-AMOUNT
035456         MOVE DLR143-DSP-RAISED (DLR143-DX)
035460             TO DLR143-X-RAISED
035464         MOVE DLR143-DSP-AMOUNT (DLR143-DX)
035468             TO DLR143-X-DISPUTED
035472         WRITE STATEMENT-LINE FROM DLR143-DISPUTE-LINE
035476     END-IF.
035480 2600-EXIT.
035484     EXIT.
035500
035600 9000-TERMINATE.
035700     DISPLAY 'DLR143 STATEMENTS       = ' DLR143-STATEMENTS.
035750     DISPLAY 'DLR143 ITEMS IN DISPUTE = ' DLR143-DISPUTED-ITEMS.
035800     CLOSE INVOICE-FILE
035900           STATEMENT-PRINT.
036000 9000-EXIT.
