000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR202.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR202 - ACCOUNTS PAYABLE OPEN-PAYABLES LOAD                 *
001000*                                                                *
001100*   GATHERS EVERYTHING PAYABLE TO OR RECOVERABLE FROM A VENDOR   *
001200*   ONTO THE ONE DLAPOPEN OPEN-PAYABLES MASTER, AHEAD OF THE     *
001300*   DLR203 PAYMENT RUN -                                         *
001400*     - THE DLR122 ERS SETTLEMENTS (ERSPAY), TAKEN GROSS OF      *
001500*       THE CLAIMS DLR122 NETS OFF, AS THE PAYMENT RUN DEDUCTS   *
001600*       EACH CLAIM ONCE AGAINST THE VENDOR'S WHOLE PAYMENT;      *
001666*     - THE VENDOR INVOICES MATCHED BY DLR123 (INVMATCH);        *
001732*     - THE RAISED DLCLAIMR CHARGEBACK CLAIMS (DLR068);          *
001798*     - THE RTV CREDITS RAISED BY DLR121 (RTVCRED);              *
001864*     - THE CONSIGNMENT SELL-THROUGH SETTLEMENTS FROM DLR231     *
001930*       (CONSGPAY).                                              *
002000*   PAYABLES ARE DUE-DATED FROM THE VENDOR'S DLVENDMF PAYMENT    *
002100*   TERMS - NDDD NET DDD DAYS, EDDD DDD DAYS AFTER MONTH END,    *
002200*   ANYTHING ELSE AT ONCE; CLAIMS AND CREDITS ARE DEDUCTIONS     *
002300*   DUE AT ONCE. AN ITEM ALREADY ON THE MASTER IS NOT LOADED     *
002400*   AGAIN, SO A RERUN OR A CLAIM STILL RAISED ON A LATER NIGHT   *
002500*   IS HARMLESS. ITEMS FOR A VENDOR NOT ON DLVENDMF ARE LOADED   *
002600*   AND REPORTED; DLR203 HOLDS THEM.                             *
002700*                                                                *
002800*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002900*  ---|----------|------------------------------|------------    *
003000*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003050*  02 | 15/10/26 | LOAD CONSIGNMENT SETTLEMENTS | R. GEALL       *
003070*     |          | FROM DLR231 (CONSGPAY)       |                *
003080*  03 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
003090*     |          | COPYBOOK DLRTVCRD / DLCONPAY |                *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ERS-FEED          ASSIGN TO ERSPAY
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT MATCHED-FILE      ASSIGN TO INVMATCH
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT CLAIMS-FILE       ASSIGN TO DLCLAIMR
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT RTV-CREDITS       ASSIGN TO RTVCRED
004550                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT CONSIGN-PAYABLES  ASSIGN TO CONSGPAY
004650                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPEN-PAYABLES     ASSIGN TO DLAPOPEN
005000                              ORGANIZATION IS INDEXED
005100                              ACCESS MODE IS RANDOM
005200                              RECORD KEY IS DLAPOPEN-KEY.
005300     SELECT LOAD-REPORT       ASSIGN TO APLOADRP
005400                              ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ERS-FEED
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  ERS-FEED-REC.
006100     05  ERS-SUP-ID              PIC 9(08).
006200     05  ERS-RUN-DATE            PIC 9(08).
006300     05  ERS-RECEIPT-COUNT       PIC 9(05).
006400     05  ERS-GROSS-VALUE         PIC S9(11)V99 COMP-3.
006500     05  ERS-CLAIMS-OFFSET       PIC S9(11)V99 COMP-3.
006600     05  ERS-NET-PAYABLE         PIC S9(11)V99 COMP-3.
006700     05  ERS-ADJUST-VALUE        PIC S9(11)V99 COMP-3.
006800 FD  MATCHED-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  MATCHED-REC.
007200     05  MAT-SUP-ID              PIC 9(08).
007300     05  MAT-INVOICE-NO          PIC X(20).
007400     05  MAT-RECEIPT-LOCN        PIC 9(04).
007500     05  MAT-RECEIPT-NO          PIC 9(09).
007600     05  MAT-INVOICE-VALUE       PIC S9(11)V99 COMP-3.
007700     05  MAT-RECEIPT-VALUE       PIC S9(11)V99 COMP-3.
007800 FD  CLAIMS-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  DLCLAIMR-RECORD.
008200     COPY DLCLAIMR.
008300 FD  RTV-CREDITS
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  DLRTVCRD-RECORD.
008700     COPY DLRTVCRD.
009200 FD  CONSIGN-PAYABLES
009250     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009350 01  DLCONPAY-RECORD.
009400     COPY DLCONPAY.
009700 FD  VENDOR-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DLVENDMF-RECORD.
010100     COPY DLVENDMF.
010200 FD  OPEN-PAYABLES
010300     LABEL RECORDS ARE STANDARD.
010400 01  DLAPOPEN-RECORD.
010500     COPY DLAPOPEN.
010600 FD  LOAD-REPORT
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  LOAD-LINE                   PIC X(132).
011000 WORKING-STORAGE SECTION.
011100 01  DLR202-SWITCHES.
011200     05  DLR202-ERS-EOF-SW        PIC X(01)  VALUE 'N'.
011300         88  DLR202-ERS-EOF                  VALUE 'Y'.
011400     05  DLR202-MAT-EOF-SW        PIC X(01)  VALUE 'N'.
011500         88  DLR202-MAT-EOF                  VALUE 'Y'.
011600     05  DLR202-CLM-EOF-SW        PIC X(01)  VALUE 'N'.
011700         88  DLR202-CLM-EOF                  VALUE 'Y'.
011800     05  DLR202-RTV-EOF-SW        PIC X(01)  VALUE 'N'.
011850         88  DLR202-RTV-EOF                  VALUE 'Y'.
011900     05  DLR202-CSP-EOF-SW        PIC X(01)  VALUE 'N'.
011950         88  DLR202-CSP-EOF                  VALUE 'Y'.
012000     05  DLR202-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
012100         88  DLR202-VEND-EOF                 VALUE 'Y'.
012200     05  DLR202-VEND-FOUND-SW     PIC X(01)  VALUE 'N'.
012300         88  DLR202-VEND-FOUND               VALUE 'Y'.
012400     05  DLR202-LOADED-SW         PIC X(01)  VALUE 'N'.
012500         88  DLR202-LOADED                   VALUE 'Y'.
012600 01  DLR202-RUN-DATE              PIC 9(08)  VALUE ZERO.
012700 01  DLR202-VEND-CONTROL.
012800     05  DLR202-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012900 01  DLR202-VEND-TABLE.
013000     05  DLR202-VEND-ENTRY OCCURS 1000 TIMES
013100                           INDEXED BY DLR202-VX.
013200         10  DLR202-V-VENDOR-NO   PIC 9(10).
013300         10  DLR202-V-TERMS       PIC X(04).
013400         10  DLR202-V-CURRENCY    PIC X(03).
013500*    PAYMENT TERMS - A TYPE LETTER AND A DAY COUNT.
013600 01  DLR202-TERMS.
013700     05  DLR202-TERMS-TYPE        PIC X(01).
013800         88  DLR202-TERMS-NET                VALUE 'N'.
013900         88  DLR202-TERMS-END-MONTH          VALUE 'E'.
014000     05  DLR202-TERMS-DAYS-X      PIC X(03).
014100     05  DLR202-TERMS-DAYS REDEFINES DLR202-TERMS-DAYS-X
014200                                  PIC 9(03).
014300 01  DLR202-DATE-WORK.
014400     05  DLR202-ITEM-DATE         PIC 9(08).
014500     05  DLR202-ITEM-PARTS REDEFINES DLR202-ITEM-DATE.
014600         10  DLR202-I-CCYY        PIC 9(04).
014700         10  DLR202-I-MM          PIC 9(02).
014800         10  DLR202-I-DD          PIC 9(02).
014900     05  DLR202-MONTH-START       PIC 9(08).
015000     05  DLR202-DUE-DATE          PIC 9(08).
015100     05  DLR202-DAY-NO            PIC S9(09)  COMP.
015200*    RTV ITEM REFERENCE - RTV DATE, DC, RECEIPT AND PRODUCT.
015300 01  DLR202-RTV-REF.
015400     05  DLR202-RR-DATE           PIC 9(08).
015500     05  DLR202-RR-LOCN           PIC 9(04).
015600     05  DLR202-RR-RECEIPT        PIC 9(09).
015700     05  DLR202-RR-PROD           PIC 9(14).
015800 01  DLR202-COUNTERS.
015900     05  DLR202-ERS-LOADED        PIC 9(07)  VALUE ZERO.
016000     05  DLR202-INV-LOADED        PIC 9(07)  VALUE ZERO.
016100     05  DLR202-CLM-LOADED        PIC 9(07)  VALUE ZERO.
016200     05  DLR202-RTV-LOADED        PIC 9(07)  VALUE ZERO.
016250     05  DLR202-CSP-LOADED        PIC 9(07)  VALUE ZERO.
016300     05  DLR202-ALREADY-LOADED    PIC 9(07)  VALUE ZERO.
016400     05  DLR202-NO-VENDOR         PIC 9(07)  VALUE ZERO.
016500     05  DLR202-VEND-DROPPED      PIC 9(07)  VALUE ZERO.
016600 01  DLR202-TOTALS.
016700     05  DLR202-T-PAYABLE         PIC S9(11)V99 COMP-3
016800                                             VALUE ZERO.
016900     05  DLR202-T-DEDUCTED        PIC S9(11)V99 COMP-3
017000                                             VALUE ZERO.
017100 01  DLR202-HEADING-1.
017200     05  FILLER                   PIC X(53)  VALUE
017300         'DLR202 - OPEN PAYABLES LOAD                      RUN '.
017400     05  DLR202-H-RUN-DATE        PIC 9(08).
017500 01  DLR202-HEADING-2.
017600     05  FILLER                   PIC X(40)  VALUE
017700         'SUPPLIER T REFERENCE                    '.
017800     05  FILLER                   PIC X(40)  VALUE
017900         '      ITEM DATE  DUE DATE CCY          A'.
018000     05  FILLER                   PIC X(20)  VALUE
018100         'MOUNT  NOTE         '.
018200 01  DLR202-DETAIL-LINE.
018300     05  DLR202-L-SUP-ID          PIC 9(08).
018400     05  FILLER                   PIC X(01)  VALUE SPACE.
018500     05  DLR202-L-TYPE            PIC X(01).
018600     05  FILLER                   PIC X(01)  VALUE SPACE.
018700     05  DLR202-L-REF             PIC X(35).
018800     05  FILLER                   PIC X(01)  VALUE SPACE.
018900     05  DLR202-L-ITEM-DATE       PIC 9(08).
019000     05  FILLER                   PIC X(02)  VALUE SPACES.
019100     05  DLR202-L-DUE-DATE        PIC 9(08).
019200     05  FILLER                   PIC X(01)  VALUE SPACE.
019300     05  DLR202-L-CCY             PIC X(03).
019400     05  FILLER                   PIC X(01)  VALUE SPACE.
019500     05  DLR202-L-AMOUNT          PIC -ZZZZZZZZZ9.99.
019600     05  FILLER                   PIC X(02)  VALUE SPACES.
019700     05  DLR202-L-NOTE            PIC X(24).
019800 01  DLR202-TOTAL-LINE.
019900     05  DLR202-T-LABEL           PIC X(40).
020000     05  DLR202-T-COUNT           PIC ZZZZZZZZ9.
020100     05  FILLER                   PIC X(02)  VALUE SPACES.
020200     05  DLR202-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
020300 01  DLR202-BLANK-LINE            PIC X(01)  VALUE SPACE.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE.
020700     PERFORM 2000-LOAD-ERS-ITEM
020800         UNTIL DLR202-ERS-EOF.
020900     PERFORM 3000-LOAD-INVOICE-ITEM
021000         UNTIL DLR202-MAT-EOF.
021100     PERFORM 4000-LOAD-CLAIM-ITEM
021200         UNTIL DLR202-CLM-EOF.
021300     PERFORM 5000-LOAD-RTV-ITEM
021350         UNTIL DLR202-RTV-EOF.
021400     PERFORM 5500-LOAD-CONSIGN-ITEM
021450         UNTIL DLR202-CSP-EOF.
021500     PERFORM 8000-PRINT-TOTALS.
021600     PERFORM 9000-TERMINATE.
021700     STOP RUN.
021800
021900 1000-INITIALIZE.
022000     OPEN INPUT  ERS-FEED.
022100     OPEN INPUT  MATCHED-FILE.
022200     OPEN INPUT  CLAIMS-FILE.
022300     OPEN INPUT  RTV-CREDITS.
022350     OPEN INPUT  CONSIGN-PAYABLES.
022400     OPEN I-O    OPEN-PAYABLES.
022500     OPEN OUTPUT LOAD-REPORT.
022600     ACCEPT DLR202-RUN-DATE FROM DATE YYYYMMDD.
022700     PERFORM 1100-LOAD-VENDORS.
022800     MOVE DLR202-RUN-DATE TO DLR202-H-RUN-DATE.
022900     WRITE LOAD-LINE FROM DLR202-HEADING-1.
023000     WRITE LOAD-LINE FROM DLR202-BLANK-LINE.
023100     WRITE LOAD-LINE FROM DLR202-HEADING-2.
023200     PERFORM 2100-READ-ERS.
023300     PERFORM 3100-READ-MATCHED.
023400     PERFORM 4100-READ-CLAIM.
023500     PERFORM 5100-READ-RTV.
023550     PERFORM 5600-READ-CONSIGN.
023600 1000-EXIT.
023700     EXIT.
023800
023900 1100-LOAD-VENDORS.
024000     OPEN INPUT VENDOR-FILE.
024100     PERFORM 1110-READ-VENDOR.
024200     PERFORM 1120-STORE-ONE-VENDOR
024300         UNTIL DLR202-VEND-EOF.
024400     CLOSE VENDOR-FILE.
024500 1100-EXIT.
024600     EXIT.
024700
024800 1110-READ-VENDOR.
024900     READ VENDOR-FILE
025000         AT END
025100             MOVE 'Y' TO DLR202-VEND-EOF-SW
025200     END-READ.
025300 1110-EXIT.
025400     EXIT.
025500
025600 1120-STORE-ONE-VENDOR.
025700     IF  DLR202-VEND-COUNT < 1000
025800         ADD 1 TO DLR202-VEND-COUNT
025900         SET DLR202-VX TO DLR202-VEND-COUNT
026000         MOVE DLVENDMF-VENDOR-NO
026100             TO DLR202-V-VENDOR-NO (DLR202-VX)
026200         MOVE DLVENDMF-PAYMENT-TERMS
026300             TO DLR202-V-TERMS (DLR202-VX)
026400         MOVE DLVENDMF-CURRENCY
026500             TO DLR202-V-CURRENCY (DLR202-VX)
026600     ELSE
026700         ADD 1 TO DLR202-VEND-DROPPED
026800     END-IF.
026900     PERFORM 1110-READ-VENDOR.
027000 1120-EXIT.
027100     EXIT.
027200
027300 2000-LOAD-ERS-ITEM.
027400     MOVE SPACES               TO DLAPOPEN-RECORD.
027500     MOVE ERS-SUP-ID           TO DLAPOPEN-SUP-ID.
027600     SET DLAPOPEN-ERS-ITEM     TO TRUE.
027700     MOVE ERS-RUN-DATE         TO DLAPOPEN-ITEM-REF.
027800     MOVE ERS-RUN-DATE         TO DLAPOPEN-ITEM-DATE.
027900     COMPUTE DLAPOPEN-AMOUNT =
028000         ERS-NET-PAYABLE + ERS-CLAIMS-OFFSET.
028100     MOVE ZERO                 TO DLAPOPEN-RECEIPT-LOCN.
028200     MOVE ZERO                 TO DLAPOPEN-RECEIPT-NO.
028300     PERFORM 6000-STORE-ITEM.
028400     IF  DLR202-LOADED
028500         ADD 1 TO DLR202-ERS-LOADED
028600     END-IF.
028700     PERFORM 2100-READ-ERS.
028800 2000-EXIT.
028900     EXIT.
029000
029100 2100-READ-ERS.
029200     READ ERS-FEED
029300         AT END
029400             MOVE 'Y' TO DLR202-ERS-EOF-SW
029500     END-READ.
029600 2100-EXIT.
029700     EXIT.
029800
029900*    THE INVOICE HAS NO DATE OF ITS OWN ON THE MATCH FILE, SO
030000*    ITS TERMS RUN FROM THE NIGHT IT WAS MATCHED.
030100 3000-LOAD-INVOICE-ITEM.
030200     MOVE SPACES               TO DLAPOPEN-RECORD.
030300     MOVE MAT-SUP-ID           TO DLAPOPEN-SUP-ID.
030400     SET DLAPOPEN-INVOICE-ITEM TO TRUE.
030500     MOVE MAT-INVOICE-NO       TO DLAPOPEN-ITEM-REF.
030600     MOVE DLR202-RUN-DATE      TO DLAPOPEN-ITEM-DATE.
030700     MOVE MAT-INVOICE-VALUE    TO DLAPOPEN-AMOUNT.
030800     MOVE MAT-RECEIPT-LOCN     TO DLAPOPEN-RECEIPT-LOCN.
030900     MOVE MAT-RECEIPT-NO       TO DLAPOPEN-RECEIPT-NO.
031000     PERFORM 6000-STORE-ITEM.
031100     IF  DLR202-LOADED
031200         ADD 1 TO DLR202-INV-LOADED
031300     END-IF.
031400     PERFORM 3100-READ-MATCHED.
031500 3000-EXIT.
031600     EXIT.
031700
031800 3100-READ-MATCHED.
031900     READ MATCHED-FILE
032000         AT END
032100             MOVE 'Y' TO DLR202-MAT-EOF-SW
032200     END-READ.
032300 3100-EXIT.
032400     EXIT.
032500
032600 4000-LOAD-CLAIM-ITEM.
032700     IF  DLCLAIMR-RAISED
032800     AND DLCLAIMR-FEE-AMOUNT > ZERO
032900         MOVE SPACES               TO DLAPOPEN-RECORD
033000         MOVE DLCLAIMR-SUP-ID      TO DLAPOPEN-SUP-ID
033100         SET DLAPOPEN-CLAIM-ITEM   TO TRUE
033200         MOVE DLCLAIMR-CLAIM-NO    TO DLAPOPEN-ITEM-REF
033300         MOVE DLCLAIMR-RAISED-DATE TO DLAPOPEN-ITEM-DATE
033400         COMPUTE DLAPOPEN-AMOUNT = ZERO - DLCLAIMR-FEE-AMOUNT
033500         MOVE ZERO                 TO DLAPOPEN-RECEIPT-LOCN
033600         MOVE ZERO                 TO DLAPOPEN-RECEIPT-NO
033700         PERFORM 6000-STORE-ITEM
033800         IF  DLR202-LOADED
033900             ADD 1 TO DLR202-CLM-LOADED
034000         END-IF
034100     END-IF.
034200     PERFORM 4100-READ-CLAIM.
034300 4000-EXIT.
034400     EXIT.
034500
034600 4100-READ-CLAIM.
034700     READ CLAIMS-FILE
034800         AT END
034900             MOVE 'Y' TO DLR202-CLM-EOF-SW
035000     END-READ.
035100 4100-EXIT.
035200     EXIT.
035300
035400 5000-LOAD-RTV-ITEM.
035500     IF  DLRTVCRD-CREDIT-VALUE > ZERO
035550         MOVE DLRTVCRD-RTV-DATE    TO DLR202-RR-DATE
035600         MOVE DLRTVCRD-RECEIPT-LOCN TO DLR202-RR-LOCN
035650         MOVE DLRTVCRD-RECEIPT-NO  TO DLR202-RR-RECEIPT
035700         MOVE DLRTVCRD-PROD-NO     TO DLR202-RR-PROD
035750         MOVE SPACES               TO DLAPOPEN-RECORD
035800         MOVE DLRTVCRD-SUP-ID      TO DLAPOPEN-SUP-ID
035850         SET DLAPOPEN-RTV-ITEM     TO TRUE
035900         MOVE DLR202-RTV-REF       TO DLAPOPEN-ITEM-REF
035950         MOVE DLRTVCRD-RTV-DATE    TO DLAPOPEN-ITEM-DATE
036000         COMPUTE DLAPOPEN-AMOUNT = ZERO - DLRTVCRD-CREDIT-VALUE
036050         MOVE DLRTVCRD-RECEIPT-LOCN TO DLAPOPEN-RECEIPT-LOCN
036100         MOVE DLRTVCRD-RECEIPT-NO  TO DLAPOPEN-RECEIPT-NO
036150         PERFORM 6000-STORE-ITEM
036200         IF  DLR202-LOADED
036250             ADD 1 TO DLR202-RTV-LOADED
036300         END-IF
036350     END-IF.
036400     PERFORM 5100-READ-RTV.
036450 5000-EXIT.
036500     EXIT.
036550
036600 5100-READ-RTV.
036650     READ RTV-CREDITS
036700         AT END
036750             MOVE 'Y' TO DLR202-RTV-EOF-SW
036800     END-READ.
036850 5100-EXIT.
036900     EXIT.
036950
037000*    THE SETTLEMENT IS DUE-DATED FROM THE DAY DLR231 SETTLED IT,
037050*    ON THE VENDOR'S TERMS LIKE ANY OTHER PAYABLE.
037100 5500-LOAD-CONSIGN-ITEM.
037150     IF  DLCONPAY-AMOUNT > ZERO
037200         MOVE SPACES               TO DLAPOPEN-RECORD
037250         MOVE DLCONPAY-SUP-ID      TO DLAPOPEN-SUP-ID
037300         SET DLAPOPEN-CONSIGN-ITEM TO TRUE
037350         MOVE DLCONPAY-SETTLE-DATE TO DLAPOPEN-ITEM-REF
037400         MOVE DLCONPAY-SETTLE-DATE TO DLAPOPEN-ITEM-DATE
037450         MOVE DLCONPAY-AMOUNT      TO DLAPOPEN-AMOUNT
037500         MOVE ZERO                 TO DLAPOPEN-RECEIPT-LOCN
037550         MOVE ZERO                 TO DLAPOPEN-RECEIPT-NO
037600         PERFORM 6000-STORE-ITEM
037650         IF  DLR202-LOADED
037700             ADD 1 TO DLR202-CSP-LOADED
037750         END-IF
037800     END-IF.
037850     PERFORM 5600-READ-CONSIGN.
037900 5500-EXIT.
037950     EXIT.
038000
038050 5600-READ-CONSIGN.
038100     READ CONSIGN-PAYABLES
038150         AT END
038200             MOVE 'Y' TO DLR202-CSP-EOF-SW
038250     END-READ.
038300 5600-EXIT.
038350     EXIT.
038400
038500*    COMPLETES THE ITEM BUILT BY THE CALLER - VENDOR CURRENCY,
038600*    DUE DATE, OPEN STATUS - AND ADDS IT UNLESS THE SAME ITEM
038700*    IS ALREADY ON THE MASTER.
038800 6000-STORE-ITEM.
038900     MOVE 'N' TO DLR202-LOADED-SW.
039000     MOVE SPACES TO DLR202-L-NOTE.
039100     MOVE 'N' TO DLR202-VEND-FOUND-SW.
039200     SET DLR202-VX TO 1.
039300     SEARCH DLR202-VEND-ENTRY
039400         AT END
039500             CONTINUE
039600         WHEN DLR202-VX > DLR202-VEND-COUNT
039700             CONTINUE
039800         WHEN DLR202-V-VENDOR-NO (DLR202-VX) = DLAPOPEN-SUP-ID
039900             MOVE 'Y' TO DLR202-VEND-FOUND-SW
040000     END-SEARCH.
040100     IF  DLR202-VEND-FOUND
040200         MOVE DLR202-V-CURRENCY (DLR202-VX)
040300             TO DLAPOPEN-CURRENCY
040400         MOVE DLR202-V-TERMS (DLR202-VX) TO DLR202-TERMS
040500     ELSE
040600         MOVE SPACES TO DLAPOPEN-CURRENCY
040700         MOVE SPACES TO DLR202-TERMS
040800     END-IF.
040900     MOVE DLAPOPEN-ITEM-DATE TO DLR202-ITEM-DATE.
041000     IF  DLAPOPEN-DEDUCTION
041100         MOVE DLR202-ITEM-DATE TO DLR202-DUE-DATE
041200     ELSE
041300         PERFORM 6100-SET-DUE-DATE
041400     END-IF.
041500     MOVE DLR202-DUE-DATE      TO DLAPOPEN-DUE-DATE.
041600     SET DLAPOPEN-OPEN         TO TRUE.
041700     MOVE SPACES               TO DLAPOPEN-HOLD-REASON.
041800     MOVE DLR202-RUN-DATE      TO DLAPOPEN-LOADED-DATE.
041900     MOVE ZERO                 TO DLAPOPEN-PAID-DATE.
042000     MOVE ZERO                 TO DLAPOPEN-PAYMENT-REF.
042100     MOVE 'Y' TO DLR202-LOADED-SW.
042200     WRITE DLAPOPEN-RECORD
042300         INVALID KEY
042400             MOVE 'N' TO DLR202-LOADED-SW
042500             ADD 1 TO DLR202-ALREADY-LOADED
042600     END-WRITE.
042700     IF  DLR202-LOADED
042800         IF  DLAPOPEN-DEDUCTION
042900             ADD DLAPOPEN-AMOUNT TO DLR202-T-DEDUCTED
043000         ELSE
043100             ADD DLAPOPEN-AMOUNT TO DLR202-T-PAYABLE
043200         END-IF
043300         IF  NOT DLR202-VEND-FOUND
043400             ADD 1 TO DLR202-NO-VENDOR
043500             MOVE 'VENDOR NOT ON DLVENDMF' TO DLR202-L-NOTE
043600         END-IF
043700         PERFORM 6200-REPORT-ITEM
043800     END-IF.
043900 6000-EXIT.
044000     EXIT.
044100
044200 6100-SET-DUE-DATE.
044300     MOVE DLR202-ITEM-DATE TO DLR202-DUE-DATE.
044400     IF  DLR202-TERMS-DAYS-X NUMERIC
044500     AND DLR202-ITEM-DATE > ZERO
044600         EVALUATE TRUE
044700             WHEN DLR202-TERMS-NET
044800                 COMPUTE DLR202-DAY-NO =
044900                     FUNCTION INTEGER-OF-DATE (DLR202-ITEM-DATE)
045000                         + DLR202-TERMS-DAYS
045100                 COMPUTE DLR202-DUE-DATE =
045200                     FUNCTION DATE-OF-INTEGER (DLR202-DAY-NO)
045300             WHEN DLR202-TERMS-END-MONTH
045400                 IF  DLR202-I-MM = 12
045500                     COMPUTE DLR202-MONTH-START =
045600                         (DLR202-I-CCYY + 1) * 10000 + 101
045700                 ELSE
045800                     COMPUTE DLR202-MONTH-START =
045900                         DLR202-I-CCYY * 10000
046000                             + (DLR202-I-MM + 1) * 100 + 1
046100                 END-IF
046200                 COMPUTE DLR202-DAY-NO =
046300                     FUNCTION INTEGER-OF-DATE
046400                         (DLR202-MONTH-START)
046500                         - 1 + DLR202-TERMS-DAYS
046600                 COMPUTE DLR202-DUE-DATE =
046700                     FUNCTION DATE-OF-INTEGER (DLR202-DAY-NO)
046800         END-EVALUATE
046900     END-IF.
047000 6100-EXIT.
047100     EXIT.
047200
047300 6200-REPORT-ITEM.
047400     MOVE DLAPOPEN-SUP-ID      TO DLR202-L-SUP-ID.
047500     MOVE DLAPOPEN-ITEM-TYPE   TO DLR202-L-TYPE.
047600     MOVE DLAPOPEN-ITEM-REF    TO DLR202-L-REF.
047700     MOVE DLAPOPEN-ITEM-DATE   TO DLR202-L-ITEM-DATE.
047800     MOVE DLAPOPEN-DUE-DATE    TO DLR202-L-DUE-DATE.
047900     MOVE DLAPOPEN-CURRENCY    TO DLR202-L-CCY.
048000     MOVE DLAPOPEN-AMOUNT      TO DLR202-L-AMOUNT.
048100     WRITE LOAD-LINE FROM DLR202-DETAIL-LINE.
048200 6200-EXIT.
048300     EXIT.
048400
048500 8000-PRINT-TOTALS.
048600     WRITE LOAD-LINE FROM DLR202-BLANK-LINE.
048700     MOVE ZERO TO DLR202-T-AMOUNT.
048800     MOVE 'ERS SETTLEMENTS LOADED' TO DLR202-T-LABEL.
048900     MOVE DLR202-ERS-LOADED TO DLR202-T-COUNT.
049000     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
049100     MOVE 'MATCHED INVOICES LOADED' TO DLR202-T-LABEL.
049200     MOVE DLR202-INV-LOADED TO DLR202-T-COUNT.
049300     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
049400     MOVE 'CHARGEBACK CLAIMS LOADED' TO DLR202-T-LABEL.
049500     MOVE DLR202-CLM-LOADED TO DLR202-T-COUNT.
049600     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
049700     MOVE 'RTV CREDITS LOADED' TO DLR202-T-LABEL.
049750     MOVE DLR202-RTV-LOADED TO DLR202-T-COUNT.
049800     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
049850     MOVE 'CONSIGNMENT SETTLEMENTS LOADED' TO DLR202-T-LABEL.
049900     MOVE DLR202-CSP-LOADED TO DLR202-T-COUNT.
049950     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
050000     MOVE 'ALREADY ON THE OPEN-PAYABLES MASTER' TO DLR202-T-LABEL.
050100     MOVE DLR202-ALREADY-LOADED TO DLR202-T-COUNT.
050200     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
050300     MOVE 'LOADED FOR A VENDOR NOT ON DLVENDMF' TO DLR202-T-LABEL.
050400     MOVE DLR202-NO-VENDOR TO DLR202-T-COUNT.
050500     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
050600     MOVE 'PAYABLES LOADED' TO DLR202-T-LABEL.
050700     MOVE ZERO TO DLR202-T-COUNT.
050800     MOVE DLR202-T-PAYABLE TO DLR202-T-AMOUNT.
050900     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
051000     MOVE 'DEDUCTIONS LOADED' TO DLR202-T-LABEL.
051100     MOVE DLR202-T-DEDUCTED TO DLR202-T-AMOUNT.
051200     WRITE LOAD-LINE FROM DLR202-TOTAL-LINE.
051300     IF  DLR202-VEND-DROPPED > ZERO
051400         MOVE 'VENDORS NOT LOADED - TABLE FULL' TO DLR202-T-LABEL
051500         MOVE DLR202-VEND-DROPPED TO DLR202-T-COUNT
051600         MOVE ZERO TO DLR202-T-AMOUNT
051700         WRITE LOAD-LINE FROM DLR202-TOTAL-LINE
051800     END-IF.
051900 8000-EXIT.
052000     EXIT.
052100
052200 9000-TERMINATE.
052300     DISPLAY 'DLR202 ERS LOADED        = ' DLR202-ERS-LOADED.
052400     DISPLAY 'DLR202 INVOICES LOADED   = ' DLR202-INV-LOADED.
052500     DISPLAY 'DLR202 CLAIMS LOADED     = ' DLR202-CLM-LOADED.
052600     DISPLAY 'DLR202 RTV CREDITS LOADED= ' DLR202-RTV-LOADED.
052650     DISPLAY 'DLR202 CONSIGNMENT LOADED= ' DLR202-CSP-LOADED.
052700     DISPLAY 'DLR202 NO VENDOR         = ' DLR202-NO-VENDOR.
052800     IF  DLR202-NO-VENDOR > ZERO
052900     OR  DLR202-VEND-DROPPED > ZERO
053000         MOVE 4 TO RETURN-CODE
053100     END-IF.
053200     CLOSE ERS-FEED
053300           MATCHED-FILE
053400           CLAIMS-FILE
053500           RTV-CREDITS
053550           CONSIGN-PAYABLES
053600           OPEN-PAYABLES
053700           LOAD-REPORT.
053800 9000-EXIT.
053900     EXIT.
