000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR224.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR224 - DIRECT DEBIT COLLECTION RUN FOR INVOICE CUSTOMERS   *
001000*                                                                *
001100*   FOR EVERY ACTIVE DLDDMAND MANDATE WHOSE COLLECTION DAY IS    *
001200*   THE COLLECTION DATE ON THE DDCCARD CARD (DEFAULT THE RUN     *
001300*   DATE), SELECTS THE CUSTOMER'S OPEN INVOICES DUE BY THAT      *
001400*   DATE - INVOICE-DATE PLUS THE TERMS-DAYS PARAMETER - AND      *
001500*   WRITES ONE DEBIT PER INVOICE TO THE BANK'S DLDDCOLL FILE     *
001600*   BETWEEN A CONTROL HEADER AND TRAILER. EACH DEBIT IS POSTED   *
001700*   AS AN EXPECTED PAYMENT ON THE COLLECTION DATE THROUGH A      *
001800*   PAYIN-FORMAT FILE FOR DLR091, AND ADDED TO THE DLDDPEND      *
001900*   REGISTER AS PENDING UNTIL DLR225 CLEARS IT OR REVERSES IT    *
002000*   FROM THE BANK'S RETURN FILE. AN INVOICE ALREADY PENDING OR   *
002100*   UNDER OPEN DISPUTE ON DLDSPREG IS NOT COLLECTED.             *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT COLLECTION-CARD   ASSIGN TO DDCCARD
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT MANDATE-FILE      ASSIGN TO DLDDMAND
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT DISPUTE-FILE      ASSIGN TO DLDSPREG
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT PENDING-IN        ASSIGN TO DDPENDI
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT INVOICE-FILE      ASSIGN TO INVOICE
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT BANK-FILE         ASSIGN TO DDBANK
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT PENDING-OUT       ASSIGN TO DDPENDO
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT PAYMENT-OUT       ASSIGN TO DDPAYIN
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT COLLECTION-REPORT ASSIGN TO DDCOLLRP
005300                              ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  COLLECTION-CARD
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  COLLECTION-CARD-REC.
006000     05  DDC-COLLECTION-DATE     PIC 9(08).
006100     05  FILLER                  PIC X(72).
006200 FD  PARAM-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DLPARAMM-RECORD.
006600     COPY DLPARAMM.
006700 FD  MANDATE-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLDDMAND-RECORD.
007100     COPY DLDDMAND.
007200 FD  DISPUTE-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLDSPREG-RECORD.
007600     COPY DLDSPREG.
007700 FD  PENDING-IN
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  DLDDPEND-RECORD.
008100     COPY DLDDPEND.
008200 FD  INVOICE-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500     COPY INVOICE.
008600 FD  BANK-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  DLDDCOLL-RECORD.
009000     COPY DLDDCOLL.
009100 FD  PENDING-OUT
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  PENDING-OUT-REC             PIC X(100).
009500 FD  PAYMENT-OUT
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  PAYMENT-INTAKE-REC.
009900     05  PAY-CUSTOMER-NUMBER     PIC 9(09).
010000     05  PAY-INVOICE-NUMBER      PIC X(10).
010100     05  PAY-AMOUNT              PIC 9(04).
010200     05  PAY-DATE                PIC 9(08).
010300     05  FILLER                  PIC X(49).
010400 FD  COLLECTION-REPORT
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  COLLECTION-LINE             PIC X(132).
010800 WORKING-STORAGE SECTION.
010900 01  DLR224-SWITCHES.
011000     05  DLR224-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
011100         88  DLR224-CARD-EOF                 VALUE 'Y'.
011200     05  DLR224-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
011300         88  DLR224-PARM-EOF                 VALUE 'Y'.
011400     05  DLR224-MAND-EOF-SW       PIC X(01)  VALUE 'N'.
011500         88  DLR224-MAND-EOF                 VALUE 'Y'.
011600     05  DLR224-DSP-EOF-SW        PIC X(01)  VALUE 'N'.
011700         88  DLR224-DSP-EOF                  VALUE 'Y'.
011800     05  DLR224-PEND-EOF-SW       PIC X(01)  VALUE 'N'.
011900         88  DLR224-PEND-EOF                 VALUE 'Y'.
012000     05  DLR224-INV-EOF-SW        PIC X(01)  VALUE 'N'.
012100         88  DLR224-INV-EOF                  VALUE 'Y'.
012200     05  DLR224-MONTH-END-SW      PIC X(01)  VALUE 'N'.
012300         88  DLR224-MONTH-END                VALUE 'Y'.
012400     05  DLR224-MANDATE-SW        PIC X(01)  VALUE 'N'.
012500         88  DLR224-MANDATE-DUE              VALUE 'Y'.
012600     05  DLR224-DISPUTED-SW       PIC X(01)  VALUE 'N'.
012700         88  DLR224-DISPUTED                 VALUE 'Y'.
012800     05  DLR224-PENDING-SW        PIC X(01)  VALUE 'N'.
012900         88  DLR224-ALREADY-PENDING          VALUE 'Y'.
013000*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
013100 01  DLR224-PARAMETERS.
013200     05  DLR224-TERMS-DAYS        PIC 9(03)  VALUE 30.
013300     05  DLR224-ORIGINATOR        PIC 9(09)  VALUE 100001.
013400     05  DLR224-BEST-EFF-TERMS    PIC 9(08)  VALUE ZERO.
013500     05  DLR224-BEST-EFF-ORIG     PIC 9(08)  VALUE ZERO.
013600 01  DLR224-RUN-DATE              PIC 9(08)  VALUE ZERO.
013700 01  DLR224-COLL-DATE             PIC 9(08)  VALUE ZERO.
013800 01  DLR224-COLL-PARTS REDEFINES DLR224-COLL-DATE.
013900     05  DLR224-COLL-YYYY         PIC 9(04).
014000     05  DLR224-COLL-MM           PIC 9(02).
014100     05  DLR224-COLL-DD           PIC 9(02).
014200 01  DLR224-COLL-DAY-NO           PIC S9(07)  COMP.
014300 01  DLR224-NEXT-DATE             PIC 9(08)  VALUE ZERO.
014400 01  DLR224-NEXT-PARTS REDEFINES DLR224-NEXT-DATE.
014500     05  DLR224-NEXT-YYYY         PIC 9(04).
014600     05  DLR224-NEXT-MM           PIC 9(02).
014700     05  DLR224-NEXT-DD           PIC 9(02).
014800 01  DLR224-DATE-WORK.
014900     05  DLR224-DATE-NUM          PIC 9(08).
015000     05  DLR224-DATE-PARTS REDEFINES DLR224-DATE-NUM.
015100         10  DLR224-DATE-YYYY     PIC 9(04).
015200         10  DLR224-DATE-MM       PIC 9(02).
015300         10  DLR224-DATE-DD       PIC 9(02).
015400 01  DLR224-DUE-DAY-NO            PIC S9(07)  COMP.
015500 01  DLR224-INV-SUB               PIC S9(04)  COMP.
015600*    ITEM REFERENCE QUOTED TO THE BANK - 'DD', THE COLLECTION
015700*    DATE AND A SEQUENCE, CARRIED ON FROM ANY EARLIER RUN FOR
015800*    THE SAME DATE.
015900 01  DLR224-ITEM-REF.
016000     05  DLR224-REF-PREFIX        PIC X(02)  VALUE 'DD'.
016100     05  DLR224-REF-DATE          PIC 9(08).
016200     05  DLR224-REF-SEQ           PIC 9(06)  VALUE ZERO.
016300 01  DLR224-OLD-REF.
016400     05  DLR224-OLD-PREFIX        PIC X(02).
016500     05  DLR224-OLD-DATE          PIC X(08).
016600     05  DLR224-OLD-SEQ           PIC 9(06).
016700*    ACTIVE MANDATES DUE ON THE COLLECTION DATE.
016800 01  DLR224-MAND-COUNT            PIC S9(04)  COMP  VALUE ZERO.
016900 01  DLR224-MAND-TABLE.
017000     05  DLR224-MAND-ENTRY OCCURS 3000 TIMES
017100                           INDEXED BY DLR224-MX.
017200         10  DLR224-M-CUSTOMER    PIC 9(09).
017300         10  DLR224-M-MANDATE-REF PIC X(18).
017400         10  DLR224-M-BANK-CODE   PIC X(04).
017500         10  DLR224-M-BRANCH-CODE PIC X(03).
017600         10  DLR224-M-ACCOUNT-NO  PIC X(12).
017700         10  DLR224-M-ACCOUNT-NAME PIC X(20).
017800*    INVOICES UNDER OPEN DISPUTE, AND INVOICES WITH A DEBIT
017900*    STILL PENDING, IN CUSTOMER / INVOICE ORDER.
018000 01  DLR224-DSP-COUNT             PIC S9(04)  COMP  VALUE ZERO.
018100 01  DLR224-DSP-TABLE.
018200     05  DLR224-DSP-ENTRY OCCURS 2000 TIMES
018300                          INDEXED BY DLR224-DX.
018400         10  DLR224-DSP-KEY.
018500             15  DLR224-DSP-CUSTOMER  PIC 9(09).
018600             15  DLR224-DSP-INVOICE   PIC X(10).
018700 01  DLR224-PEND-COUNT            PIC S9(04)  COMP  VALUE ZERO.
018800 01  DLR224-PEND-TABLE.
018900     05  DLR224-PEND-ENTRY OCCURS 5000 TIMES
019000                           INDEXED BY DLR224-PX.
019100         10  DLR224-PEND-KEY.
019200             15  DLR224-PEND-CUSTOMER PIC 9(09).
019300             15  DLR224-PEND-INVOICE  PIC X(10).
019400 01  DLR224-TEST-KEY.
019500     05  DLR224-TEST-CUSTOMER     PIC 9(09).
019600     05  DLR224-TEST-INVOICE      PIC X(10).
019700 01  DLR224-COUNTERS.
019800     05  DLR224-MANDATES-DUE      PIC 9(07)  VALUE ZERO.
019900     05  DLR224-CUSTOMERS-DEBITED PIC 9(07)  VALUE ZERO.
020000     05  DLR224-DEBITS            PIC 9(07)  VALUE ZERO.
020100     05  DLR224-DEBIT-TOTAL       PIC 9(13)V99  VALUE ZERO.
020200     05  DLR224-HASH-TOTAL        PIC 9(15)  VALUE ZERO.
020300     05  DLR224-HELD-DISPUTE      PIC 9(07)  VALUE ZERO.
020400     05  DLR224-HELD-PENDING      PIC 9(07)  VALUE ZERO.
020500     05  DLR224-PEND-CARRIED      PIC 9(07)  VALUE ZERO.
020600     05  DLR224-PEND-NOT-TABLED   PIC 9(07)  VALUE ZERO.
020700     05  DLR224-CUSTOMER-DEBITS   PIC 9(07)  VALUE ZERO.
020800 01  DLR224-HEADING-1.
020900     05  FILLER                   PIC X(53)  VALUE
021000         'DLR224 - DIRECT DEBIT COLLECTIONS                RUN '.
021100     05  DLR224-H1-RUN-DATE       PIC 9(08).
021200     05  FILLER                   PIC X(19)  VALUE
021300         '  COLLECTION DATE  '.
021400     05  DLR224-H1-COLL-DATE      PIC 9(08).
021500 01  DLR224-HEADING-2.
021600     05  FILLER                   PIC X(40)  VALUE
021700         'CUSTOMER  NAME                 INVOICE  '.
021800     05  FILLER                   PIC X(40)  VALUE
021900         '   INV DATE    AMOUNT  ITEM REFERENCE   '.
022000     05  FILLER                   PIC X(40)  VALUE
022100         'MANDATE REFERENCE   RESULT              '.
022200 01  DLR224-DETAIL-LINE.
022300     05  DLR224-D-CUSTOMER        PIC 9(09).
022400     05  FILLER                   PIC X(01).
022500     05  DLR224-D-NAME            PIC X(20).
022600     05  FILLER                   PIC X(01).
022700     05  DLR224-D-INVOICE         PIC X(10).
022800     05  FILLER                   PIC X(02).
022900     05  DLR224-D-INV-DATE        PIC X(10).
023000     05  FILLER                   PIC X(03).
023100     05  DLR224-D-AMOUNT          PIC ZZZ9.
023200     05  FILLER                   PIC X(02).
023300     05  DLR224-D-ITEM-REF        PIC X(16).
023400     05  FILLER                   PIC X(01).
023500     05  DLR224-D-MANDATE-REF     PIC X(18).
023600     05  FILLER                   PIC X(02).
023700     05  DLR224-D-RESULT          PIC X(20).
023800 01  DLR224-TOTAL-LINE.
023900     05  DLR224-T-LABEL           PIC X(40).
024000     05  DLR224-T-COUNT           PIC ZZZZZZZZ9.
024100 01  DLR224-AMOUNT-LINE.
024200     05  DLR224-A-LABEL           PIC X(40).
024300     05  DLR224-A-AMOUNT          PIC ZZZZZZZZZZZZ9.99.
024400 01  DLR224-BLANK-LINE            PIC X(01)  VALUE SPACE.
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE.
024800     PERFORM 2000-COLLECT-ONE-CUSTOMER
024900         UNTIL DLR224-INV-EOF.
025000     PERFORM 8000-PRINT-TOTALS.
025100     PERFORM 9000-TERMINATE.
025200     STOP RUN.
025300
025400 1000-INITIALIZE.
025500     ACCEPT DLR224-RUN-DATE FROM DATE YYYYMMDD.
025600     MOVE DLR224-RUN-DATE TO DLR224-COLL-DATE.
025700     OPEN INPUT COLLECTION-CARD.
025800     READ COLLECTION-CARD
025900         AT END
026000             MOVE 'Y' TO DLR224-CARD-EOF-SW
026100     END-READ.
026200     IF  NOT DLR224-CARD-EOF
026300     AND DDC-COLLECTION-DATE > ZERO
026400         MOVE DDC-COLLECTION-DATE TO DLR224-COLL-DATE
026500     END-IF.
026600     CLOSE COLLECTION-CARD.
026700     COMPUTE DLR224-COLL-DAY-NO =
026800         FUNCTION INTEGER-OF-DATE (DLR224-COLL-DATE).
026900     COMPUTE DLR224-NEXT-DATE =
027000         FUNCTION DATE-OF-INTEGER (DLR224-COLL-DAY-NO + 1).
027100     IF  DLR224-NEXT-MM NOT = DLR224-COLL-MM
027200         MOVE 'Y' TO DLR224-MONTH-END-SW
027300     END-IF.
027400     MOVE DLR224-COLL-DATE TO DLR224-REF-DATE.
027500     PERFORM 1100-LOAD-PARAMETERS.
027600     PERFORM 1200-LOAD-MANDATES.
027700     PERFORM 1300-LOAD-DISPUTES.
027800     OPEN OUTPUT PENDING-OUT.
027900     PERFORM 1400-CARRY-PENDING.
028000     OPEN INPUT  INVOICE-FILE.
028100     OPEN OUTPUT BANK-FILE
028200                 PAYMENT-OUT
028300                 COLLECTION-REPORT.
028400     MOVE DLR224-RUN-DATE  TO DLR224-H1-RUN-DATE.
028500     MOVE DLR224-COLL-DATE TO DLR224-H1-COLL-DATE.
028600     WRITE COLLECTION-LINE FROM DLR224-HEADING-1.
028700     WRITE COLLECTION-LINE FROM DLR224-HEADING-2.
028800     MOVE SPACES TO DLDDCOLL-RECORD.
028900     MOVE 'H'               TO DLDDCOLL-REC-TYPE.
029000     MOVE DLR224-ORIGINATOR TO DLDDCOLL-H-ORIGINATOR.
029100     MOVE DLR224-RUN-DATE   TO DLDDCOLL-H-FILE-DATE.
029200     MOVE DLR224-COLL-DATE  TO DLDDCOLL-H-COLLECTION-DATE.
029300     MOVE 'SGD'             TO DLDDCOLL-H-CURRENCY.
029400     WRITE DLDDCOLL-RECORD.
029500     PERFORM 2100-READ-INVOICE.
029600 1000-EXIT.
029700     EXIT.
029800
029900*    THE LATEST DLPARAMM ROWS EFFECTIVE ON OR BEFORE THE RUN
030000*    DATE WIN; WITH NO ROWS THE BUILT-IN DEFAULTS STAND.
030100 1100-LOAD-PARAMETERS.
030200     OPEN INPUT PARAM-FILE.
030300     PERFORM 1110-READ-PARAM.
030400     PERFORM 1120-TEST-ONE-PARAM
030500         UNTIL DLR224-PARM-EOF.
030600     CLOSE PARAM-FILE.
030700 1100-EXIT.
030800     EXIT.
030900
031000 1110-READ-PARAM.
031100     READ PARAM-FILE
031200         AT END
031300             MOVE 'Y' TO DLR224-PARM-EOF-SW
031400     END-READ.
031500 1110-EXIT.
031600     EXIT.
031700
031800 1120-TEST-ONE-PARAM.
031900     IF  DLPARAMM-JOB-NAME = 'DLR224  '
032000     AND DLPARAMM-EFF-FROM <= DLR224-RUN-DATE
032100         EVALUATE TRUE
032200             WHEN DLPARAMM-PARAM-NAME = 'TERMS-DAYS  '
032300             AND  DLPARAMM-EFF-FROM >= DLR224-BEST-EFF-TERMS
032400                 MOVE DLPARAMM-EFF-FROM
032500                     TO DLR224-BEST-EFF-TERMS
032600                 MOVE DLPARAMM-PARAM-VALUE
032700                     TO DLR224-TERMS-DAYS
032800             WHEN DLPARAMM-PARAM-NAME = 'ORIGINATOR  '
032900             AND  DLPARAMM-EFF-FROM >= DLR224-BEST-EFF-ORIG
033000                 MOVE DLPARAMM-EFF-FROM
033100                     TO DLR224-BEST-EFF-ORIG
033200                 MOVE DLPARAMM-PARAM-VALUE
033300                     TO DLR224-ORIGINATOR
033400             WHEN OTHER
033500                 CONTINUE
033600         END-EVALUATE
033700     END-IF.
033800     PERFORM 1110-READ-PARAM.
033900 1120-EXIT.
034000     EXIT.
034100
034200*    A MANDATE IS DUE WHEN IT WAS SIGNED BY THE COLLECTION DATE
034300*    AND ITS DAY IS THE COLLECTION DAY - OR, AT MONTH END, ANY
034400*    LATER DAY THE SHORT MONTH DOES NOT HAVE.
034500 1200-LOAD-MANDATES.
034600     OPEN INPUT MANDATE-FILE.
034700     PERFORM 1210-READ-MANDATE.
034800     PERFORM 1220-TEST-ONE-MANDATE
034900         UNTIL DLR224-MAND-EOF.
035000     CLOSE MANDATE-FILE.
035100 1200-EXIT.
035200     EXIT.
035300
035400 1210-READ-MANDATE.
035500     READ MANDATE-FILE
035600         AT END
035700             MOVE 'Y' TO DLR224-MAND-EOF-SW
035800     END-READ.
035900 1210-EXIT.
036000     EXIT.
036100
036200 1220-TEST-ONE-MANDATE.
036300     IF  DLDDMAND-ACTIVE
036400     AND DLDDMAND-SIGNED-DATE <= DLR224-COLL-DATE
036500     AND DLR224-MAND-COUNT < 3000
036600         IF  DLDDMAND-COLLECTION-DAY = DLR224-COLL-DD
036700         OR  (DLR224-MONTH-END
036800              AND DLDDMAND-COLLECTION-DAY > DLR224-COLL-DD)
036900             ADD 1 TO DLR224-MAND-COUNT
037000                      DLR224-MANDATES-DUE
037100             SET DLR224-MX TO DLR224-MAND-COUNT
037200             MOVE DLDDMAND-CUSTOMER-NUMBER
037300                 TO DLR224-M-CUSTOMER (DLR224-MX)
037400             MOVE DLDDMAND-MANDATE-REF
037500                 TO DLR224-M-MANDATE-REF (DLR224-MX)
037600             MOVE DLDDMAND-BANK-CODE
037700                 TO DLR224-M-BANK-CODE (DLR224-MX)
037800             MOVE DLDDMAND-BRANCH-CODE
037900                 TO DLR224-M-BRANCH-CODE (DLR224-MX)
038000             MOVE DLDDMAND-ACCOUNT-NO
038100                 TO DLR224-M-ACCOUNT-NO (DLR224-MX)
038200             MOVE DLDDMAND-ACCOUNT-NAME
038300                 TO DLR224-M-ACCOUNT-NAME (DLR224-MX)
038400         END-IF
038500     END-IF.
038600     PERFORM 1210-READ-MANDATE.
038700 1220-EXIT.
038800     EXIT.
038900
039000 1300-LOAD-DISPUTES.
039100     OPEN INPUT DISPUTE-FILE.
039200     PERFORM 1310-READ-DISPUTE.
039300     PERFORM 1320-HOLD-ONE-DISPUTE
039400         UNTIL DLR224-DSP-EOF.
039500     CLOSE DISPUTE-FILE.
039600 1300-EXIT.
039700     EXIT.
039800
039900 1310-READ-DISPUTE.
040000     READ DISPUTE-FILE
040100         AT END
040200             MOVE 'Y' TO DLR224-DSP-EOF-SW
040300     END-READ.
040400 1310-EXIT.
040500     EXIT.
040600
040700 1320-HOLD-ONE-DISPUTE.
040800     IF  DLDSPREG-OPEN
040900     AND DLR224-DSP-COUNT < 2000
041000         ADD 1 TO DLR224-DSP-COUNT
041100         SET DLR224-DX TO DLR224-DSP-COUNT
041200         MOVE DLDSPREG-KEY TO DLR224-DSP-KEY (DLR224-DX)
041300     END-IF.
041400     PERFORM 1310-READ-DISPUTE.
041500 1320-EXIT.
041600     EXIT.
041700
041800*    THE OLD REGISTER IS COPIED TO THE NEW GENERATION AHEAD OF
041900*    TODAY'S DEBITS. PENDING ROWS ARE TABLED SO THEIR INVOICES
042000*    ARE NOT COLLECTED TWICE, AND ANY EARLIER RUN FOR THE SAME
042100*    COLLECTION DATE SETS WHERE THE ITEM SEQUENCE RESUMES.
042200 1400-CARRY-PENDING.
042300     OPEN INPUT PENDING-IN.
042400     PERFORM 1410-READ-PENDING.
042500     PERFORM 1420-CARRY-ONE-PENDING
042600         UNTIL DLR224-PEND-EOF.
042700     CLOSE PENDING-IN.
042800 1400-EXIT.
042900     EXIT.
043000
043100 1410-READ-PENDING.
043200     READ PENDING-IN
043300         AT END
043400             MOVE 'Y' TO DLR224-PEND-EOF-SW
043500     END-READ.
043600 1410-EXIT.
043700     EXIT.
043800
043900 1420-CARRY-ONE-PENDING.
044000     WRITE PENDING-OUT-REC FROM DLDDPEND-RECORD.
044100     ADD 1 TO DLR224-PEND-CARRIED.
044200     MOVE DLDDPEND-ITEM-REF TO DLR224-OLD-REF.
044300     IF  DLR224-OLD-PREFIX = 'DD'
044400     AND DLR224-OLD-DATE = DLR224-REF-DATE
044500     AND DLR224-OLD-SEQ > DLR224-REF-SEQ
044600         MOVE DLR224-OLD-SEQ TO DLR224-REF-SEQ
044700     END-IF.
044800     IF  DLDDPEND-PENDING
044900         IF  DLR224-PEND-COUNT < 5000
045000             ADD 1 TO DLR224-PEND-COUNT
045100             SET DLR224-PX TO DLR224-PEND-COUNT
045200             MOVE DLDDPEND-CUSTOMER-NUMBER
045300                 TO DLR224-PEND-CUSTOMER (DLR224-PX)
045400             MOVE DLDDPEND-INVOICE-NUMBER
045500                 TO DLR224-PEND-INVOICE (DLR224-PX)
045600         ELSE
045700             ADD 1 TO DLR224-PEND-NOT-TABLED
045800         END-IF
045900     END-IF.
046000     PERFORM 1410-READ-PENDING.
046100 1420-EXIT.
046200     EXIT.
046300
046400 2000-COLLECT-ONE-CUSTOMER.
046500     MOVE 'N' TO DLR224-MANDATE-SW.
046600     SET DLR224-MX TO 1.
046700     SEARCH DLR224-MAND-ENTRY
046800         AT END
046900             CONTINUE
047000         WHEN DLR224-MX > DLR224-MAND-COUNT
047100             CONTINUE
047200         WHEN DLR224-M-CUSTOMER (DLR224-MX) = CUSTOMER-NUMBER
047300             MOVE 'Y' TO DLR224-MANDATE-SW
047400     END-SEARCH.
047500     IF  DLR224-MANDATE-DUE
047600         MOVE ZERO TO DLR224-CUSTOMER-DEBITS
047700         PERFORM 2200-TEST-ONE-INVOICE
047800             VARYING DLR224-INV-SUB FROM 1 BY 1
047900             UNTIL DLR224-INV-SUB > INVOICE-COUNT
048000         IF  DLR224-CUSTOMER-DEBITS > ZERO
048100             ADD 1 TO DLR224-CUSTOMERS-DEBITED
048200         END-IF
048300     END-IF.
048400     PERFORM 2100-READ-INVOICE.
048500 2000-EXIT.
048600     EXIT.
048700
048800 2100-READ-INVOICE.
048900     READ INVOICE-FILE
049000         AT END
049100             MOVE 'Y' TO DLR224-INV-EOF-SW
049200     END-READ.
049300 2100-EXIT.
049400     EXIT.
049500
049600*    AN OPEN INVOICE IS DUE TERMS-DAYS AFTER ITS MM/DD/YYYY
049700*    INVOICE-DATE, AS IN THE DLR039 AGING.
049800 2200-TEST-ONE-INVOICE.
049900     IF  INVOICE-AMOUNT (DLR224-INV-SUB) > ZERO
050000         MOVE INVOICE-DATE (DLR224-INV-SUB) (7:4)
050100             TO DLR224-DATE-YYYY
050200         MOVE INVOICE-DATE (DLR224-INV-SUB) (1:2)
050300             TO DLR224-DATE-MM
050400         MOVE INVOICE-DATE (DLR224-INV-SUB) (4:2)
050500             TO DLR224-DATE-DD
050600         COMPUTE DLR224-DUE-DAY-NO =
050700             FUNCTION INTEGER-OF-DATE (DLR224-DATE-NUM)
050800             + DLR224-TERMS-DAYS
050900         IF  DLR224-DUE-DAY-NO <= DLR224-COLL-DAY-NO
051000             PERFORM 2300-TEST-HELD
051100             EVALUATE TRUE
051200                 WHEN DLR224-ALREADY-PENDING
051300                     ADD 1 TO DLR224-HELD-PENDING
051400                 WHEN DLR224-DISPUTED
051500                     ADD 1 TO DLR224-HELD-DISPUTE
051600                     MOVE SPACES TO DLR224-D-ITEM-REF
051700                     MOVE 'NOT DEBITED-DISPUTE'
051800                         TO DLR224-D-RESULT
051900                     PERFORM 2500-LIST-INVOICE
052000                 WHEN OTHER
052100                     PERFORM 2400-DEBIT-INVOICE
052200             END-EVALUATE
052300         END-IF
052400     END-IF.
052500 2200-EXIT.
052600     EXIT.
052700
052800 2300-TEST-HELD.
052900     MOVE 'N' TO DLR224-DISPUTED-SW
053000                 DLR224-PENDING-SW.
053100     MOVE CUSTOMER-NUMBER TO DLR224-TEST-CUSTOMER.
053200     MOVE INVOICE-NUMBER (DLR224-INV-SUB) TO DLR224-TEST-INVOICE.
053300     SET DLR224-DX TO 1.
053400     SEARCH DLR224-DSP-ENTRY
053500         AT END
053600             CONTINUE
053700         WHEN DLR224-DX > DLR224-DSP-COUNT
053800             CONTINUE
053900         WHEN DLR224-DSP-KEY (DLR224-DX) = DLR224-TEST-KEY
054000             MOVE 'Y' TO DLR224-DISPUTED-SW
054100         WHEN DLR224-DSP-KEY (DLR224-DX) > DLR224-TEST-KEY
054200             CONTINUE
054300     END-SEARCH.
054400     SET DLR224-PX TO 1.
054500     SEARCH DLR224-PEND-ENTRY
054600         AT END
054700             CONTINUE
054800         WHEN DLR224-PX > DLR224-PEND-COUNT
054900             CONTINUE
055000         WHEN DLR224-PEND-KEY (DLR224-PX) = DLR224-TEST-KEY
055100             MOVE 'Y' TO DLR224-PENDING-SW
055200     END-SEARCH.
055300 2300-EXIT.
055400     EXIT.
055500
055600*    ONE BANK DEBIT, ONE EXPECTED PAYMENT FOR DLR091 AND ONE
055700*    PENDING REGISTER ROW PER INVOICE COLLECTED.
055800 2400-DEBIT-INVOICE.
055900     ADD 1 TO DLR224-REF-SEQ.
056000     ADD 1 TO DLR224-DEBITS
056100              DLR224-CUSTOMER-DEBITS.
056200     ADD INVOICE-AMOUNT (DLR224-INV-SUB) TO DLR224-DEBIT-TOTAL.
056300     ADD CUSTOMER-NUMBER TO DLR224-HASH-TOTAL.
056400     MOVE SPACES TO DLDDCOLL-RECORD.
056500     MOVE 'D'                   TO DLDDCOLL-REC-TYPE.
056600     MOVE DLR224-ITEM-REF       TO DLDDCOLL-D-ITEM-REF.
056700     MOVE DLR224-M-MANDATE-REF (DLR224-MX)
056800         TO DLDDCOLL-D-MANDATE-REF.
056900     MOVE DLR224-M-BANK-CODE (DLR224-MX)
057000         TO DLDDCOLL-D-BANK-CODE.
057100     MOVE DLR224-M-BRANCH-CODE (DLR224-MX)
057200         TO DLDDCOLL-D-BRANCH-CODE.
057300     MOVE DLR224-M-ACCOUNT-NO (DLR224-MX)
057400         TO DLDDCOLL-D-ACCOUNT-NO.
057500     MOVE DLR224-M-ACCOUNT-NAME (DLR224-MX)
057600         TO DLDDCOLL-D-ACCOUNT-NAME.
057700     MOVE INVOICE-AMOUNT (DLR224-INV-SUB) TO DLDDCOLL-D-AMOUNT.
057800     MOVE CUSTOMER-NUMBER       TO DLDDCOLL-D-CUSTOMER-NUMBER.
057900     MOVE INVOICE-NUMBER (DLR224-INV-SUB)
058000         TO DLDDCOLL-D-INVOICE-NUMBER.
058100     WRITE DLDDCOLL-RECORD.
058200     MOVE SPACES TO PAYMENT-INTAKE-REC.
058300     MOVE CUSTOMER-NUMBER       TO PAY-CUSTOMER-NUMBER.
058400     MOVE INVOICE-NUMBER (DLR224-INV-SUB) TO PAY-INVOICE-NUMBER.
058500     MOVE INVOICE-AMOUNT (DLR224-INV-SUB) TO PAY-AMOUNT.
058600     MOVE DLR224-COLL-DATE      TO PAY-DATE.
058700     WRITE PAYMENT-INTAKE-REC.
058800     MOVE SPACES TO DLDDPEND-RECORD.
058900     MOVE DLR224-ITEM-REF       TO DLDDPEND-ITEM-REF.
059000     MOVE CUSTOMER-NUMBER       TO DLDDPEND-CUSTOMER-NUMBER.
059100     MOVE INVOICE-NUMBER (DLR224-INV-SUB)
059200         TO DLDDPEND-INVOICE-NUMBER.
059300     MOVE DLR224-COLL-DATE      TO DLDDPEND-COLLECTION-DATE.
059400     MOVE 'P'                   TO DLDDPEND-STATUS.
059500     MOVE INVOICE-AMOUNT (DLR224-INV-SUB) TO DLDDPEND-AMOUNT.
059600     MOVE DLR224-M-MANDATE-REF (DLR224-MX)
059700         TO DLDDPEND-MANDATE-REF.
059800     MOVE ZERO TO DLDDPEND-SETTLED-DATE.
059900     WRITE PENDING-OUT-REC FROM DLDDPEND-RECORD.
060000     MOVE DLR224-ITEM-REF TO DLR224-D-ITEM-REF.
060100     MOVE 'DEBITED' TO DLR224-D-RESULT.
060200     PERFORM 2500-LIST-INVOICE.
060300 2400-EXIT.
060400     EXIT.
060500
060600 2500-LIST-INVOICE.
060700     MOVE CUSTOMER-NUMBER TO DLR224-D-CUSTOMER.
060800     MOVE LAST-NAME       TO DLR224-D-NAME.
060900     MOVE INVOICE-NUMBER (DLR224-INV-SUB) TO DLR224-D-INVOICE.
061000     MOVE INVOICE-DATE (DLR224-INV-SUB)   TO DLR224-D-INV-DATE.
061100     MOVE INVOICE-AMOUNT (DLR224-INV-SUB) TO DLR224-D-AMOUNT.
061200     MOVE DLR224-M-MANDATE-REF (DLR224-MX)
061300         TO DLR224-D-MANDATE-REF.
061400     WRITE COLLECTION-LINE FROM DLR224-DETAIL-LINE.
061500 2500-EXIT.
061600     EXIT.
061700
061800 8000-PRINT-TOTALS.
061900     WRITE COLLECTION-LINE FROM DLR224-BLANK-LINE.
062000     MOVE 'MANDATES DUE TODAY' TO DLR224-T-LABEL.
062100     MOVE DLR224-MANDATES-DUE TO DLR224-T-COUNT.
062200     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
062300     MOVE 'CUSTOMERS DEBITED' TO DLR224-T-LABEL.
062400     MOVE DLR224-CUSTOMERS-DEBITED TO DLR224-T-COUNT.
062500     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
062600     MOVE 'DEBITS TO BANK' TO DLR224-T-LABEL.
062700     MOVE DLR224-DEBITS TO DLR224-T-COUNT.
062800     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
062900     MOVE 'AMOUNT TO COLLECT' TO DLR224-A-LABEL.
063000     MOVE DLR224-DEBIT-TOTAL TO DLR224-A-AMOUNT.
063100     WRITE COLLECTION-LINE FROM DLR224-AMOUNT-LINE.
063200     MOVE 'INVOICES HELD - IN DISPUTE' TO DLR224-T-LABEL.
063300     MOVE DLR224-HELD-DISPUTE TO DLR224-T-COUNT.
063400     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
063500     MOVE 'INVOICES HELD - DEBIT PENDING' TO DLR224-T-LABEL.
063600     MOVE DLR224-HELD-PENDING TO DLR224-T-COUNT.
063700     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
063800     MOVE 'PENDING ROWS NOT TABLED' TO DLR224-T-LABEL.
063900     MOVE DLR224-PEND-NOT-TABLED TO DLR224-T-COUNT.
064000     WRITE COLLECTION-LINE FROM DLR224-TOTAL-LINE.
064100 8000-EXIT.
064200     EXIT.
064300
064400 9000-TERMINATE.
064500     MOVE SPACES TO DLDDCOLL-RECORD.
064600     MOVE 'T'                 TO DLDDCOLL-REC-TYPE.
064700     MOVE DLR224-ORIGINATOR   TO DLDDCOLL-T-ORIGINATOR.
064800     MOVE DLR224-DEBITS       TO DLDDCOLL-T-DEBITS.
064900     MOVE DLR224-DEBIT-TOTAL  TO DLDDCOLL-T-AMOUNT.
065000     MOVE DLR224-HASH-TOTAL   TO DLDDCOLL-T-HASH-TOTAL.
065100     WRITE DLDDCOLL-RECORD.
065200*    WITHOUT THE FULL PENDING TABLE AN INVOICE COULD BE
065300*    DEBITED TWICE - THE FILE MUST NOT GO TO THE BANK.
065700     IF  DLR224-PEND-NOT-TABLED > ZERO
065800         MOVE 12 TO RETURN-CODE
065900     END-IF.
066000     DISPLAY 'DLR224 COLLECTION DATE   = ' DLR224-COLL-DATE.
066100     DISPLAY 'DLR224 DEBITS TO BANK    = ' DLR224-DEBITS.
066200     DISPLAY 'DLR224 AMOUNT TO COLLECT = ' DLR224-DEBIT-TOTAL.
066300     CLOSE INVOICE-FILE
066400           BANK-FILE
066500           PENDING-OUT
066600           PAYMENT-OUT
066700           COLLECTION-REPORT.
066800 9000-EXIT.
066900     EXIT.
