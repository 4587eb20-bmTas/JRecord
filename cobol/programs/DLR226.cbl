000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR226.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR226 - BAD DEBT WRITE-OFF FROM APPROVED CARDS              *
001000*                                                                *
001100*   APPLIES THE CREDIT MANAGER'S WRITE-OFF CARDS (WOFCARD). A    *
001200*   CARD IS ACCEPTED ONLY WHEN IT CARRIES AN APPROVER - TWO      *
001300*   DIFFERENT APPROVERS ABOVE THE DUAL-LIMIT PARAMETER - AND     *
001400*   ITS AMOUNT STILL AGREES WITH THE OPEN INVOICE ON THE         *
001500*   LEDGER, AND THE INVOICE IS NOT UNDER OPEN DISPUTE. FOR EACH  *
001600*   ACCEPTED CARD IT WRITES A DLR092 WRITE-OFF (W) CARD THAT     *
001700*   TAKES THE INVOICE OUT OF THE INVOICES GROUP AND ONTO THE     *
001800*   MAINTENANCE AUDIT FILE, ADDS A DLWOFHST HISTORY ROW, AND     *
001900*   JOURNALS THE WRITE-OFF AGAINST THE PROVISION FOR DOUBTFUL    *
002000*   DEBTS, REDUCING THE DLBDPROV PROVISION BALANCE.              *
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
003300     SELECT WRITE-OFF-CARDS   ASSIGN TO WOFCARD
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT DISPUTE-FILE      ASSIGN TO DLDSPREG
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT INVOICE-FILE      ASSIGN TO INVOICE
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT HISTORY-IN        ASSIGN TO WOFHSTI
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT HISTORY-OUT       ASSIGN TO WOFHSTO
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT PROVISION-IN      ASSIGN TO BDPROVI
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT PROVISION-OUT     ASSIGN TO BDPROVO
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT MAINT-CARDS       ASSIGN TO WOFMAINT
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLWO
005200                              ORGANIZATION IS SEQUENTIAL.
005300     SELECT WRITE-OFF-REPORT  ASSIGN TO WOFRPT
005400                              ORGANIZATION IS SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  WRITE-OFF-CARDS
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  WRITE-OFF-CARD-REC.
006100     05  WOC-CUSTOMER-NUMBER     PIC 9(09).
006200     05  WOC-INVOICE-NUMBER      PIC X(10).
006300     05  WOC-AMOUNT              PIC 9(04).
006400     05  WOC-APPROVED-BY         PIC X(08).
006500     05  WOC-SECOND-APPROVER     PIC X(08).
006600     05  WOC-REASON              PIC X(20).
006700     05  FILLER                  PIC X(21).
006800 FD  PARAM-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLPARAMM-RECORD.
007200     COPY DLPARAMM.
007300 FD  DISPUTE-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  DLDSPREG-RECORD.
007700     COPY DLDSPREG.
007800 FD  INVOICE-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100     COPY INVOICE.
008200 FD  HISTORY-IN
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  DLWOFHST-RECORD.
008600     COPY DLWOFHST.
008700 FD  HISTORY-OUT
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  HISTORY-OUT-REC             PIC X(100).
009100 FD  PROVISION-IN
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  DLBDPROV-RECORD.
009500     COPY DLBDPROV.
009600 FD  PROVISION-OUT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  PROVISION-OUT-REC           PIC X(80).
010000 FD  MAINT-CARDS
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  MAINT-CARD-REC.
010400     05  MNT-ACTION              PIC X(01).
010500     05  MNT-CUSTOMER-NUMBER     PIC 9(09).
010600     05  MNT-INVOICE-NUMBER      PIC X(10).
010700     05  MNT-INVOICE-DATE        PIC X(10).
010800     05  MNT-INVOICE-AMOUNT      PIC 9(04).
010900     05  MNT-DESCRIPTION         PIC X(20).
011000     05  MNT-SUB-SEQ             PIC 9(02).
011100     05  MNT-SUB-DATA            PIC X(06).
011200     05  MNT-CREDIT-OVERRIDE     PIC X(01).
011300     05  FILLER                  PIC X(17).
011400 FD  GL-JOURNAL-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD.
011700 01  DLGLJRNL-RECORD.
011800     COPY DLGLJRNL.
011900 FD  WRITE-OFF-REPORT
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200 01  WRITE-OFF-LINE              PIC X(132).
012300 WORKING-STORAGE SECTION.
012400 01  DLR226-SWITCHES.
012500     05  DLR226-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
012600         88  DLR226-CARD-EOF                 VALUE 'Y'.
012700     05  DLR226-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
012800         88  DLR226-PARM-EOF                 VALUE 'Y'.
012900     05  DLR226-DSP-EOF-SW        PIC X(01)  VALUE 'N'.
013000         88  DLR226-DSP-EOF                  VALUE 'Y'.
013100     05  DLR226-INV-EOF-SW        PIC X(01)  VALUE 'N'.
013200         88  DLR226-INV-EOF                  VALUE 'Y'.
013300     05  DLR226-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
013400         88  DLR226-HIST-EOF                 VALUE 'Y'.
013500     05  DLR226-FOUND-SW          PIC X(01)  VALUE 'N'.
013600         88  DLR226-FOUND                    VALUE 'Y'.
013700     05  DLR226-DISPUTED-SW       PIC X(01)  VALUE 'N'.
013800         88  DLR226-DISPUTED                 VALUE 'Y'.
013900     05  DLR226-DUPLICATE-SW      PIC X(01)  VALUE 'N'.
014000         88  DLR226-DUPLICATE                VALUE 'Y'.
014100*    GENERAL LEDGER ACCOUNTS FOR THE WRITE-OFF JOURNAL.
014200 01  DLR226-GL-ACCOUNTS.
014300     05  DLR226-PROVISION-ACCT    PIC X(08)  VALUE 'BDPROV01'.
014400     05  DLR226-DEBTORS-ACCT      PIC X(08)  VALUE 'ARDEBT01'.
014500     05  DLR226-COST-CENTRE       PIC X(06)  VALUE 'CREDIT'.
014600*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
014700 01  DLR226-PARAMETERS.
014800     05  DLR226-DUAL-LIMIT        PIC 9(04)  VALUE 1000.
014900     05  DLR226-BEST-EFF-DUAL     PIC 9(08)  VALUE ZERO.
015000 01  DLR226-RUN-DATE              PIC 9(08)  VALUE ZERO.
015100 01  DLR226-RUN-CYYMMDD           PIC S9(07)  COMP-3.
015200 01  DLR226-WOFF-SEQ              PIC 9(04)  VALUE ZERO.
015300 01  DLR226-WOFF-REF              PIC X(10)  VALUE SPACES.
015400 01  DLR226-REASON                PIC X(30)  VALUE SPACES.
015500 01  DLR226-CONTROL.
015600     05  DLR226-CARD-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015700     05  DLR226-INV-SUB           PIC S9(04)  COMP.
015800     05  DLR226-HIT-SUB           PIC S9(04)  COMP.
015900     05  DLR226-DUP-SUB           PIC S9(04)  COMP.
016000 01  DLR226-CARD-TABLE.
016100     05  DLR226-CARD-ENTRY OCCURS 500 TIMES
016200                           INDEXED BY DLR226-CX.
016300         10  DLR226-C-CUSTOMER    PIC 9(09).
016400         10  DLR226-C-INVOICE     PIC X(10).
016500         10  DLR226-C-AMOUNT      PIC 9(04).
016600         10  DLR226-C-APPROVED-BY PIC X(08).
016700         10  DLR226-C-SECOND      PIC X(08).
016800         10  DLR226-C-REASON      PIC X(20).
016900         10  DLR226-C-STATUS      PIC X(01).
017000             88  DLR226-C-PENDING        VALUE 'P'.
017100             88  DLR226-C-DONE           VALUE 'D'.
017200             88  DLR226-C-REJECTED       VALUE 'R'.
017300*    INVOICES UNDER OPEN DISPUTE, IN CUSTOMER / INVOICE ORDER.
017400 01  DLR226-DSP-COUNT             PIC S9(04)  COMP  VALUE ZERO.
017500 01  DLR226-DSP-TABLE.
017600     05  DLR226-DSP-ENTRY OCCURS 2000 TIMES
017700                          INDEXED BY DLR226-DX.
017800         10  DLR226-DSP-KEY.
017900             15  DLR226-DSP-CUSTOMER  PIC 9(09).
018000             15  DLR226-DSP-INVOICE   PIC X(10).
018100 01  DLR226-TEST-KEY.
018200     05  DLR226-TEST-CUSTOMER     PIC 9(09).
018300     05  DLR226-TEST-INVOICE      PIC X(10).
018400 01  DLR226-COUNTERS.
018500     05  DLR226-CARDS-READ        PIC 9(07)  VALUE ZERO.
018600     05  DLR226-CARDS-NOT-LOADED  PIC 9(07)  VALUE ZERO.
018700     05  DLR226-WRITTEN-OFF       PIC 9(07)  VALUE ZERO.
018800     05  DLR226-REJECTED          PIC 9(07)  VALUE ZERO.
018900     05  DLR226-WOFF-TOTAL        PIC 9(09)  VALUE ZERO.
019000     05  DLR226-HIST-CARRIED      PIC 9(07)  VALUE ZERO.
019100     05  DLR226-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
019200 01  DLR226-HEADING-1.
019300     05  FILLER                   PIC X(53)  VALUE
019400         'DLR226 - BAD DEBT WRITE-OFFS                     RUN '.
019500     05  DLR226-H1-RUN-DATE       PIC 9(08).
019600 01  DLR226-HEADING-2.
019700     05  FILLER                   PIC X(40)  VALUE
019800         'CUSTOMER  INVOICE     INV DATE    AMOUNT'.
019900     05  FILLER                   PIC X(40)  VALUE
020000         '  WRITE-OFF   APPROVED SECOND    REASON '.
020100     05  FILLER                   PIC X(40)  VALUE
020200         '              RESULT                    '.
020300 01  DLR226-DETAIL-LINE.
020400     05  DLR226-D-CUSTOMER        PIC 9(09).
020500     05  FILLER                   PIC X(01).
020600     05  DLR226-D-INVOICE         PIC X(10).
020700     05  FILLER                   PIC X(02).
020800     05  DLR226-D-INV-DATE        PIC X(10).
020900     05  FILLER                   PIC X(02).
021000     05  DLR226-D-AMOUNT          PIC ZZZ9.
021100     05  FILLER                   PIC X(02).
021200     05  DLR226-D-WOFF-REF        PIC X(10).
021300     05  FILLER                   PIC X(02).
021400     05  DLR226-D-APPROVED-BY     PIC X(08).
021500     05  FILLER                   PIC X(01).
021600     05  DLR226-D-SECOND          PIC X(08).
021700     05  FILLER                   PIC X(02).
021800     05  DLR226-D-REASON          PIC X(20).
021900     05  FILLER                   PIC X(02).
022000     05  DLR226-D-RESULT          PIC X(30).
022100 01  DLR226-TOTAL-LINE.
022200     05  DLR226-T-LABEL           PIC X(40).
022300     05  DLR226-T-COUNT           PIC ZZZZZZZZ9.
022400 01  DLR226-AMOUNT-LINE.
022500     05  DLR226-A-LABEL           PIC X(40).
022600     05  DLR226-A-AMOUNT          PIC -ZZZZZZZZZZ9.99.
022700 01  DLR226-BLANK-LINE            PIC X(01)  VALUE SPACE.
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE.
023100     PERFORM 2000-WRITE-OFF-ONE-CUSTOMER
023200         UNTIL DLR226-INV-EOF.
023300     PERFORM 5000-REJECT-UNMATCHED-CARDS
023400         VARYING DLR226-CX FROM 1 BY 1
023500         UNTIL DLR226-CX > DLR226-CARD-COUNT.
023600     PERFORM 6000-UPDATE-PROVISION.
023700     PERFORM 8000-PRINT-TOTALS.
023800     PERFORM 9000-TERMINATE.
023900     STOP RUN.
024000
024100 1000-INITIALIZE.
024200     ACCEPT DLR226-RUN-DATE FROM DATE YYYYMMDD.
024300     COMPUTE DLR226-RUN-CYYMMDD = DLR226-RUN-DATE - 19000000.
024400     PERFORM 1100-LOAD-PARAMETERS.
024500     PERFORM 1200-LOAD-DISPUTES.
024600     PERFORM 1300-LOAD-CARDS.
024700     OPEN OUTPUT HISTORY-OUT.
024800     PERFORM 1400-CARRY-HISTORY.
024900     OPEN INPUT  INVOICE-FILE.
025000     OPEN OUTPUT MAINT-CARDS
025100                 GL-JOURNAL-FILE
025200                 WRITE-OFF-REPORT.
025300     MOVE DLR226-RUN-DATE TO DLR226-H1-RUN-DATE.
025400     WRITE WRITE-OFF-LINE FROM DLR226-HEADING-1.
025500     WRITE WRITE-OFF-LINE FROM DLR226-HEADING-2.
025600     PERFORM 2100-READ-INVOICE.
025700 1000-EXIT.
025800     EXIT.
025900
026000*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
026100*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
026200 1100-LOAD-PARAMETERS.
026300     OPEN INPUT PARAM-FILE.
026400     PERFORM 1110-READ-PARAM.
026500     PERFORM 1120-TEST-ONE-PARAM
026600         UNTIL DLR226-PARM-EOF.
026700     CLOSE PARAM-FILE.
026800 1100-EXIT.
026900     EXIT.
027000
027100 1110-READ-PARAM.
027200     READ PARAM-FILE
027300         AT END
027400             MOVE 'Y' TO DLR226-PARM-EOF-SW
027500     END-READ.
027600 1110-EXIT.
027700     EXIT.
027800
027900 1120-TEST-ONE-PARAM.
028000     IF  DLPARAMM-JOB-NAME = 'DLR226  '
028100     AND DLPARAMM-PARAM-NAME = 'DUAL-LIMIT  '
028200     AND DLPARAMM-EFF-FROM <= DLR226-RUN-DATE
028300     AND DLPARAMM-EFF-FROM >= DLR226-BEST-EFF-DUAL
028400         MOVE DLPARAMM-EFF-FROM    TO DLR226-BEST-EFF-DUAL
028500         MOVE DLPARAMM-PARAM-VALUE TO DLR226-DUAL-LIMIT
028600     END-IF.
028700     PERFORM 1110-READ-PARAM.
028800 1120-EXIT.
028900     EXIT.
029000
029100 1200-LOAD-DISPUTES.
029200     OPEN INPUT DISPUTE-FILE.
029300     PERFORM 1210-READ-DISPUTE.
029400     PERFORM 1220-HOLD-ONE-DISPUTE
029500         UNTIL DLR226-DSP-EOF.
029600     CLOSE DISPUTE-FILE.
029700 1200-EXIT.
029800     EXIT.
029900
030000 1210-READ-DISPUTE.
030100     READ DISPUTE-FILE
030200         AT END
030300             MOVE 'Y' TO DLR226-DSP-EOF-SW
030400     END-READ.
030500 1210-EXIT.
030600     EXIT.
030700
030800 1220-HOLD-ONE-DISPUTE.
030900     IF  DLDSPREG-OPEN
031000     AND DLR226-DSP-COUNT < 2000
031100         ADD 1 TO DLR226-DSP-COUNT
031200         SET DLR226-DX TO DLR226-DSP-COUNT
031300         MOVE DLDSPREG-KEY TO DLR226-DSP-KEY (DLR226-DX)
031400     END-IF.
031500     PERFORM 1210-READ-DISPUTE.
031600 1220-EXIT.
031700     EXIT.
031800
031900 1300-LOAD-CARDS.
032000     OPEN INPUT WRITE-OFF-CARDS.
032100     PERFORM 1310-READ-CARD.
032200     PERFORM 1320-HOLD-ONE-CARD
032300         UNTIL DLR226-CARD-EOF.
032400     CLOSE WRITE-OFF-CARDS.
032500 1300-EXIT.
032600     EXIT.
032700
032800 1310-READ-CARD.
032900     READ WRITE-OFF-CARDS
033000         AT END
033100             MOVE 'Y' TO DLR226-CARD-EOF-SW
033200     END-READ.
033300 1310-EXIT.
033400     EXIT.
033500
033600 1320-HOLD-ONE-CARD.
033700     ADD 1 TO DLR226-CARDS-READ.
033800     IF  DLR226-CARD-COUNT < 500
033900         ADD 1 TO DLR226-CARD-COUNT
034000         SET DLR226-CX TO DLR226-CARD-COUNT
034100         MOVE WOC-CUSTOMER-NUMBER
034200             TO DLR226-C-CUSTOMER (DLR226-CX)
034300         MOVE WOC-INVOICE-NUMBER
034400             TO DLR226-C-INVOICE (DLR226-CX)
034500         MOVE WOC-AMOUNT
034600             TO DLR226-C-AMOUNT (DLR226-CX)
034700         MOVE WOC-APPROVED-BY
034800             TO DLR226-C-APPROVED-BY (DLR226-CX)
034900         MOVE WOC-SECOND-APPROVER
035000             TO DLR226-C-SECOND (DLR226-CX)
035100         MOVE WOC-REASON
035200             TO DLR226-C-REASON (DLR226-CX)
035300         MOVE 'P' TO DLR226-C-STATUS (DLR226-CX)
035400     ELSE
035500         ADD 1 TO DLR226-CARDS-NOT-LOADED
035600     END-IF.
035700     PERFORM 1310-READ-CARD.
035800 1320-EXIT.
035900     EXIT.
036000
036100*    THE OLD HISTORY GOES FORWARD UNCHANGED; TODAY'S WRITE-OFFS
036200*    ARE ADDED BEHIND IT.
036300 1400-CARRY-HISTORY.
036400     OPEN INPUT HISTORY-IN.
036500     PERFORM 1410-READ-HISTORY.
036600     PERFORM 1420-CARRY-ONE-HISTORY
036700         UNTIL DLR226-HIST-EOF.
036800     CLOSE HISTORY-IN.
036900 1400-EXIT.
037000     EXIT.
037100
037200 1410-READ-HISTORY.
037300     READ HISTORY-IN
037400         AT END
037500             MOVE 'Y' TO DLR226-HIST-EOF-SW
037600     END-READ.
037700 1410-EXIT.
037800     EXIT.
037900
038000 1420-CARRY-ONE-HISTORY.
038100     WRITE HISTORY-OUT-REC FROM DLWOFHST-RECORD.
038200     ADD 1 TO DLR226-HIST-CARRIED.
038300     PERFORM 1410-READ-HISTORY.
038400 1420-EXIT.
038500     EXIT.
038600
038700 2000-WRITE-OFF-ONE-CUSTOMER.
038800     PERFORM 2200-APPLY-ONE-CARD
038900         VARYING DLR226-CX FROM 1 BY 1
039000         UNTIL DLR226-CX > DLR226-CARD-COUNT.
039100     PERFORM 2100-READ-INVOICE.
039200 2000-EXIT.
039300     EXIT.
039400
039500 2100-READ-INVOICE.
039600     READ INVOICE-FILE
039700         AT END
039800             MOVE 'Y' TO DLR226-INV-EOF-SW
039900     END-READ.
040000 2100-EXIT.
040100     EXIT.
040200
040300 2200-APPLY-ONE-CARD.
040400     IF  DLR226-C-PENDING (DLR226-CX)
040500     AND DLR226-C-CUSTOMER (DLR226-CX) = CUSTOMER-NUMBER
040600         PERFORM 2300-FIND-INVOICE
040700         PERFORM 2400-TEST-DISPUTE
040800         PERFORM 2500-TEST-DUPLICATE
040900         MOVE SPACES TO DLR226-REASON
041000         EVALUATE TRUE
041100             WHEN DLR226-C-APPROVED-BY (DLR226-CX) = SPACES
041200                 MOVE 'NO APPROVER ON CARD           '
041300                     TO DLR226-REASON
041400             WHEN DLR226-C-AMOUNT (DLR226-CX)
041500                      > DLR226-DUAL-LIMIT
041600             AND (DLR226-C-SECOND (DLR226-CX) = SPACES
041700               OR DLR226-C-SECOND (DLR226-CX)
041800                      = DLR226-C-APPROVED-BY (DLR226-CX))
041900                 MOVE 'SECOND APPROVER REQUIRED      '
042000                     TO DLR226-REASON
042100             WHEN NOT DLR226-FOUND
042200                 MOVE 'INVOICE NOT ON CUSTOMER       '
042300                     TO DLR226-REASON
042400             WHEN INVOICE-AMOUNT (DLR226-HIT-SUB) = ZERO
042500                 MOVE 'INVOICE ALREADY SETTLED       '
042600                     TO DLR226-REASON
042700             WHEN DLR226-C-AMOUNT (DLR226-CX)
042800                      NOT = INVOICE-AMOUNT (DLR226-HIT-SUB)
042900                 MOVE 'AMOUNT DIFFERS FROM LEDGER    '
043000                     TO DLR226-REASON
043100             WHEN DLR226-DISPUTED
043200                 MOVE 'INVOICE IN OPEN DISPUTE       '
043300                     TO DLR226-REASON
043400             WHEN DLR226-DUPLICATE
043500                 MOVE 'DUPLICATE WRITE-OFF CARD      '
043600                     TO DLR226-REASON
043700             WHEN OTHER
043800                 CONTINUE
043900         END-EVALUATE
044000         IF  DLR226-REASON = SPACES
044100             PERFORM 3000-WRITE-OFF-INVOICE
044200         ELSE
044300             PERFORM 4000-REJECT-CARD
044400         END-IF
044500     END-IF.
044600 2200-EXIT.
044700     EXIT.
044800
044900 2300-FIND-INVOICE.
045000     MOVE 'N' TO DLR226-FOUND-SW.
045100     MOVE ZERO TO DLR226-HIT-SUB.
045200     PERFORM 2350-TEST-ONE-INVOICE
045300         VARYING DLR226-INV-SUB FROM 1 BY 1
045400         UNTIL DLR226-INV-SUB > INVOICE-COUNT
045500            OR DLR226-FOUND.
045600 2300-EXIT.
045700     EXIT.
045800
045900 2350-TEST-ONE-INVOICE.
046000     IF  INVOICE-NUMBER (DLR226-INV-SUB)
046100             = DLR226-C-INVOICE (DLR226-CX)
046200         MOVE 'Y' TO DLR226-FOUND-SW
046300         MOVE DLR226-INV-SUB TO DLR226-HIT-SUB
046400     END-IF.
046500 2350-EXIT.
046600     EXIT.
046700
046800 2400-TEST-DISPUTE.
046900     MOVE 'N' TO DLR226-DISPUTED-SW.
047000     MOVE DLR226-C-CUSTOMER (DLR226-CX) TO DLR226-TEST-CUSTOMER.
047100     MOVE DLR226-C-INVOICE (DLR226-CX)  TO DLR226-TEST-INVOICE.
047200     SET DLR226-DX TO 1.
047300     SEARCH DLR226-DSP-ENTRY
047400         AT END
047500             CONTINUE
047600         WHEN DLR226-DX > DLR226-DSP-COUNT
047700             CONTINUE
047800         WHEN DLR226-DSP-KEY (DLR226-DX) = DLR226-TEST-KEY
047900             MOVE 'Y' TO DLR226-DISPUTED-SW
048000         WHEN DLR226-DSP-KEY (DLR226-DX) > DLR226-TEST-KEY
048100             CONTINUE
048200     END-SEARCH.
048300 2400-EXIT.
048400     EXIT.
048500
048600*    A SECOND CARD FOR AN INVOICE ALREADY WRITTEN OFF IN THIS
048700*    RUN IS REJECTED, SO NO INVOICE IS WRITTEN OFF TWICE.
048800 2500-TEST-DUPLICATE.
048900     MOVE 'N' TO DLR226-DUPLICATE-SW.
049000     PERFORM 2550-TEST-ONE-EARLIER-CARD
049100         VARYING DLR226-DUP-SUB FROM 1 BY 1
049200         UNTIL DLR226-DUP-SUB > DLR226-CARD-COUNT
049300            OR DLR226-DUPLICATE.
049400 2500-EXIT.
049500     EXIT.
049600
049700 2550-TEST-ONE-EARLIER-CARD.
049800     IF  DLR226-C-DONE (DLR226-DUP-SUB)
049900     AND DLR226-C-CUSTOMER (DLR226-DUP-SUB)
050000             = DLR226-C-CUSTOMER (DLR226-CX)
050100     AND DLR226-C-INVOICE (DLR226-DUP-SUB)
050200             = DLR226-C-INVOICE (DLR226-CX)
050300         MOVE 'Y' TO DLR226-DUPLICATE-SW
050400     END-IF.
050500 2550-EXIT.
050600     EXIT.
050700
050800*    ONE MAINTENANCE CARD, ONE HISTORY ROW AND ONE JOURNAL PAIR
050900*    PER INVOICE WRITTEN OFF.
051000 3000-WRITE-OFF-INVOICE.
051100     ADD 1 TO DLR226-WRITTEN-OFF.
051200     ADD DLR226-C-AMOUNT (DLR226-CX) TO DLR226-WOFF-TOTAL.
051300     MOVE 'D' TO DLR226-C-STATUS (DLR226-CX).
051400     ADD 1 TO DLR226-WOFF-SEQ.
051500     MOVE SPACES TO DLR226-WOFF-REF.
051600     STRING 'WO' DLR226-RUN-DATE (5:2)
051700            DLR226-RUN-DATE (7:2) DLR226-WOFF-SEQ
051800         DELIMITED BY SIZE INTO DLR226-WOFF-REF.
051900     MOVE SPACES TO MAINT-CARD-REC.
052000     MOVE 'W'                        TO MNT-ACTION.
052100     MOVE CUSTOMER-NUMBER            TO MNT-CUSTOMER-NUMBER.
052200     MOVE DLR226-C-INVOICE (DLR226-CX) TO MNT-INVOICE-NUMBER.
052300     MOVE INVOICE-DATE (DLR226-HIT-SUB) TO MNT-INVOICE-DATE.
052400     MOVE DLR226-C-AMOUNT (DLR226-CX) TO MNT-INVOICE-AMOUNT.
052500     STRING 'WRITE-OFF ' DLR226-WOFF-REF
052600         DELIMITED BY SIZE INTO MNT-DESCRIPTION.
052700     MOVE ZERO TO MNT-SUB-SEQ.
052800     MOVE 'Y'  TO MNT-CREDIT-OVERRIDE.
052900     WRITE MAINT-CARD-REC.
053000     MOVE SPACES TO DLWOFHST-RECORD.
053100     MOVE CUSTOMER-NUMBER            TO DLWOFHST-CUSTOMER-NUMBER.
053200     MOVE DLR226-C-INVOICE (DLR226-CX)
053300         TO DLWOFHST-INVOICE-NUMBER.
053400     MOVE DLR226-WOFF-REF            TO DLWOFHST-WOFF-REF.
053500     MOVE INVOICE-DATE (DLR226-HIT-SUB)
053600         TO DLWOFHST-INVOICE-DATE.
053700     MOVE DLR226-C-AMOUNT (DLR226-CX) TO DLWOFHST-AMOUNT.
053800     MOVE DLR226-RUN-DATE            TO DLWOFHST-WOFF-DATE.
053900     MOVE DLR226-C-APPROVED-BY (DLR226-CX)
054000         TO DLWOFHST-APPROVED-BY.
054100     MOVE DLR226-C-REASON (DLR226-CX) TO DLWOFHST-REASON.
054200     MOVE ZERO TO DLWOFHST-RECOVERED-AMOUNT
054300                  DLWOFHST-LAST-RECOVERY.
054400     WRITE HISTORY-OUT-REC FROM DLWOFHST-RECORD.
054500     PERFORM 3100-POST-JOURNAL.
054600     MOVE INVOICE-DATE (DLR226-HIT-SUB) TO DLR226-D-INV-DATE.
054700     MOVE DLR226-WOFF-REF TO DLR226-D-WOFF-REF.
054800     MOVE 'WRITTEN OFF' TO DLR226-D-RESULT.
054900     PERFORM 4100-LIST-CARD.
055000 3000-EXIT.
055100     EXIT.
055200
055300*    DEBIT THE PROVISION FOR DOUBTFUL DEBTS AND CREDIT THE
055400*    DEBTORS CONTROL ACCOUNT WITH THE AMOUNT WRITTEN OFF.
055500 3100-POST-JOURNAL.
055600     MOVE DLR226-RUN-CYYMMDD TO DLGLJRNL-BATCH-DATE.
055700     MOVE DLR226-COST-CENTRE TO DLGLJRNL-COST-CENTRE.
055800     MOVE ZERO TO DLGLJRNL-DEPT-NO.
055900     MOVE ZERO TO DLGLJRNL-QTY-SOLD.
056000     MOVE DLR226-C-AMOUNT (DLR226-CX) TO DLGLJRNL-AMOUNT.
056100     MOVE SPACES TO DLGLJRNL-ORIG-CCY.
056200     MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT.
056300     MOVE SPACES TO DLGLJRNL-NARRATIVE.
056400     STRING 'BAD DEBT WRITE-OFF ' DLR226-WOFF-REF
056500         DELIMITED BY SIZE INTO DLGLJRNL-NARRATIVE.
056600     MOVE DLR226-PROVISION-ACCT TO DLGLJRNL-GL-ACCOUNT.
056700     SET DLGLJRNL-IS-DEBIT      TO TRUE.
056800     WRITE DLGLJRNL-RECORD.
056900     MOVE DLR226-DEBTORS-ACCT   TO DLGLJRNL-GL-ACCOUNT.
057000     SET DLGLJRNL-IS-CREDIT     TO TRUE.
057100     WRITE DLGLJRNL-RECORD.
057200     ADD 2 TO DLR226-JOURNALS-WRITTEN.
057300 3100-EXIT.
057400     EXIT.
057500
057600 4000-REJECT-CARD.
057700     ADD 1 TO DLR226-REJECTED.
057800     MOVE 'R' TO DLR226-C-STATUS (DLR226-CX).
057900     MOVE SPACES TO DLR226-D-INV-DATE
058000                    DLR226-D-WOFF-REF.
058100     MOVE DLR226-REASON TO DLR226-D-RESULT.
058200     PERFORM 4100-LIST-CARD.
058300 4000-EXIT.
058400     EXIT.
058500
058600 4100-LIST-CARD.
058700     MOVE DLR226-C-CUSTOMER (DLR226-CX)    TO DLR226-D-CUSTOMER.
058800     MOVE DLR226-C-INVOICE (DLR226-CX)     TO DLR226-D-INVOICE.
058900     MOVE DLR226-C-AMOUNT (DLR226-CX)      TO DLR226-D-AMOUNT.
059000     MOVE DLR226-C-APPROVED-BY (DLR226-CX)
059100         TO DLR226-D-APPROVED-BY.
059200     MOVE DLR226-C-SECOND (DLR226-CX)      TO DLR226-D-SECOND.
059300     MOVE DLR226-C-REASON (DLR226-CX)      TO DLR226-D-REASON.
059400     WRITE WRITE-OFF-LINE FROM DLR226-DETAIL-LINE.
059500 4100-EXIT.
059600     EXIT.
059700
059800 5000-REJECT-UNMATCHED-CARDS.
059900     IF  DLR226-C-PENDING (DLR226-CX)
060000         MOVE 'CUSTOMER NOT ON INVOICE MASTER'
060100             TO DLR226-REASON
060200         PERFORM 4000-REJECT-CARD
060300     END-IF.
060400 5000-EXIT.
060500     EXIT.
060600
060700*    THE WRITE-OFFS ARE SPENT AGAINST THE PROVISION HELD; THE
060800*    MONTH-END RUN OF DLR227 RESTORES IT TO THE REQUIREMENT.
060900 6000-UPDATE-PROVISION.
061000     OPEN INPUT  PROVISION-IN.
061100     OPEN OUTPUT PROVISION-OUT.
061200     READ PROVISION-IN
061300         AT END
061400             MOVE ZERO   TO DLBDPROV-BALANCE
061500                            DLBDPROV-LAST-CALC-DATE
061600                            DLBDPROV-LAST-REQUIRED
061700                            DLBDPROV-WOFF-SINCE-CALC
061800     END-READ.
061900     SUBTRACT DLR226-WOFF-TOTAL FROM DLBDPROV-BALANCE.
062000     ADD DLR226-WOFF-TOTAL TO DLBDPROV-WOFF-SINCE-CALC.
062100     MOVE DLR226-RUN-DATE TO DLBDPROV-UPDATED-DATE.
062200     MOVE 'DLR226  '      TO DLBDPROV-UPDATED-BY.
062300     WRITE PROVISION-OUT-REC FROM DLBDPROV-RECORD.
062400     CLOSE PROVISION-IN
062500           PROVISION-OUT.
062600 6000-EXIT.
062700     EXIT.
062800
062900 8000-PRINT-TOTALS.
063000     WRITE WRITE-OFF-LINE FROM DLR226-BLANK-LINE.
063100     MOVE 'WRITE-OFF CARDS READ' TO DLR226-T-LABEL.
063200     MOVE DLR226-CARDS-READ TO DLR226-T-COUNT.
063300     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
063400     MOVE 'INVOICES WRITTEN OFF' TO DLR226-T-LABEL.
063500     MOVE DLR226-WRITTEN-OFF TO DLR226-T-COUNT.
063600     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
063700     MOVE 'AMOUNT WRITTEN OFF' TO DLR226-T-LABEL.
063800     MOVE DLR226-WOFF-TOTAL TO DLR226-T-COUNT.
063900     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
064000     MOVE 'CARDS REJECTED' TO DLR226-T-LABEL.
064100     MOVE DLR226-REJECTED TO DLR226-T-COUNT.
064200     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
064300     MOVE 'CARDS NOT LOADED (TABLE FULL)' TO DLR226-T-LABEL.
064400     MOVE DLR226-CARDS-NOT-LOADED TO DLR226-T-COUNT.
064500     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
064600     MOVE 'PROVISION BALANCE AFTER WRITE-OFFS'
064700         TO DLR226-A-LABEL.
064800     MOVE DLBDPROV-BALANCE TO DLR226-A-AMOUNT.
064900     WRITE WRITE-OFF-LINE FROM DLR226-AMOUNT-LINE.
065000     MOVE 'DUAL APPROVAL ABOVE' TO DLR226-T-LABEL.
065100     MOVE DLR226-DUAL-LIMIT TO DLR226-T-COUNT.
065200     WRITE WRITE-OFF-LINE FROM DLR226-TOTAL-LINE.
065300 8000-EXIT.
065400     EXIT.
065500
065600 9000-TERMINATE.
065700     IF  DLR226-REJECTED > ZERO
065800         MOVE 4 TO RETURN-CODE
065900     END-IF.
066000     IF  DLR226-CARDS-NOT-LOADED > ZERO
066100         MOVE 8 TO RETURN-CODE
066200     END-IF.
066300     DISPLAY 'DLR226 INVOICES WRITTEN OFF = ' DLR226-WRITTEN-OFF.
066400     DISPLAY 'DLR226 AMOUNT WRITTEN OFF   = ' DLR226-WOFF-TOTAL.
066500     DISPLAY 'DLR226 CARDS REJECTED       = ' DLR226-REJECTED.
066600     CLOSE INVOICE-FILE
066700           HISTORY-OUT
066800           MAINT-CARDS
066900           GL-JOURNAL-FILE
067000           WRITE-OFF-REPORT.
067100 9000-EXIT.
067200     EXIT.
