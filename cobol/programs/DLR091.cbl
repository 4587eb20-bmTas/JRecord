001600*   OR PAY MORE THAN REMAINS OWING, LAND ON THE UNAPPLIED-CASH   *
001700*   REPORT, SO THE DLR090 DUNNING LETTERS STOP CHASING           *
001800*   CUSTOMERS WHO ALREADY PAID.                                  *
001820*   A RECEIPT FOR AN INVOICE DLR226 HAS WRITTEN OFF FINDS NO     *
001840*   INVOICE; IT IS MATCHED TO THE DLWOFHST WRITE-OFF HISTORY     *
001860*   INSTEAD, RECORDED AS RECOVERED THERE AND JOURNALLED AS       *
001880*   BAD-DEBT-RECOVERED INCOME.                                   *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002250*  02 | 15/10/26 | BAD DEBT RECOVERIES AGAINST  | R. GEALL       *
002260*     |          | DLWOFHST WRITE-OFF HISTORY   |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT UNAPPLIED-REPORT  ASSIGN TO UNAPPRPT
003800                              ORGANIZATION IS SEQUENTIAL.
003810     SELECT WRITE-OFF-HIST-IN ASSIGN TO WOFHSTI
003820                              ORGANIZATION IS SEQUENTIAL.
003830     SELECT WRITE-OFF-HIST-OUT
003840                              ASSIGN TO WOFHSTO
003850                              ORGANIZATION IS SEQUENTIAL.
003860     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLBR
003870                              ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PAYMENT-INTAKE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  UNAPPLIED-LINE              PIC X(80).
006106 FD  WRITE-OFF-HIST-IN
006112     RECORDING MODE IS F
006118     LABEL RECORDS ARE STANDARD.
006124 01  DLWOFHST-RECORD.
006130     COPY DLWOFHST.
006136 FD  WRITE-OFF-HIST-OUT
006142     RECORDING MODE IS F
006148     LABEL RECORDS ARE STANDARD.
006154 01  WRITE-OFF-HIST-OUT-REC      PIC X(100).
006160 FD  GL-JOURNAL-FILE
006166     RECORDING MODE IS F
006172     LABEL RECORDS ARE STANDARD.
006178 01  DLGLJRNL-RECORD.
006184     COPY DLGLJRNL.
006200 WORKING-STORAGE SECTION.
006300 01  DLR091-SWITCHES.
006400     05  DLR091-PAY-EOF-SW        PIC X(01)  VALUE 'N'.
006700         88  DLR091-INV-EOF                  VALUE 'Y'.
006800     05  DLR091-MATCHED-SW        PIC X(01)  VALUE 'N'.
006900         88  DLR091-MATCHED                  VALUE 'Y'.
006910     05  DLR091-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
006920         88  DLR091-HIST-EOF                 VALUE 'Y'.
006930*    GENERAL LEDGER ACCOUNTS FOR THE BAD DEBT RECOVERY JOURNAL.
006940 01  DLR091-GL-ACCOUNTS.
006950     05  DLR091-DEBTORS-ACCT      PIC X(08)  VALUE 'ARDEBT01'.
006960     05  DLR091-RECOVERY-ACCT     PIC X(08)  VALUE 'BDRECV01'.
006970     05  DLR091-COST-CENTRE       PIC X(06)  VALUE 'CREDIT'.
006980 01  DLR091-RUN-DATE              PIC 9(08)  VALUE ZERO.
006990 01  DLR091-RUN-CYYMMDD           PIC S9(07)  COMP-3.
007000 01  DLR091-CONTROL.
007100     05  DLR091-PAY-COUNT         PIC S9(04)  COMP  VALUE ZERO.
007200     05  DLR091-INV-SUB           PIC S9(04)  COMP.
007300     05  DLR091-EXCESS            PIC S9(05)  COMP.
007330     05  DLR091-RECOVERABLE       PIC S9(05)  COMP.
007360     05  DLR091-RECOVERY          PIC S9(05)  COMP.
007400 01  DLR091-PAY-TABLE.
007500     05  DLR091-PAY-ENTRY OCCURS 1000 TIMES
007600                          INDEXED BY DLR091-PX.
008500     05  DLR091-APPLIED-COUNT     PIC 9(07)  VALUE ZERO.
008600     05  DLR091-PAYS-NOT-LOADED   PIC 9(07)  VALUE ZERO.
008700     05  DLR091-UNAPPLIED-COUNT   PIC 9(07)  VALUE ZERO.
008730     05  DLR091-RECOVERED-COUNT   PIC 9(07)  VALUE ZERO.
008760     05  DLR091-RECOVERED-AMOUNT  PIC 9(09)  VALUE ZERO.
008800 01  DLR091-HEADING-1.
008900     05  FILLER                   PIC X(40)  VALUE
009000         'DLR091 - UNAPPLIED CASH REPORT'.
010700     05  DLR091-T-APPLIED         PIC ZZZZZZ9.
010800     05  FILLER             PIC X(13)  VALUE '  UNAPPLIED -'.
010900     05  DLR091-T-UNAPPLIED       PIC ZZZZZZ9.
010910 01  DLR091-RECOVERY-LINE.
010920     05  FILLER                   PIC X(21)  VALUE
010925         'BAD DEBTS RECOVERED -'.
010930     05  DLR091-T-RECOVERED       PIC ZZZZZZ9.
010940     05  FILLER                   PIC X(10)  VALUE '  AMOUNT -'.
010950     05  DLR091-T-RECOVERED-AMT   PIC ZZZZZZZZ9.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE.
011400         UNTIL DLR091-PAY-EOF.
011500     PERFORM 2000-APPLY-TO-CUSTOMER
011600         UNTIL DLR091-INV-EOF.
011650     PERFORM 3000-APPLY-RECOVERIES.
011700     PERFORM 4000-REPORT-UNMATCHED
011800         VARYING DLR091-PX FROM 1 BY 1
011900         UNTIL DLR091-PX > DLR091-PAY-COUNT.
012100     STOP RUN.
012200
012300 1000-INITIALIZE.
012330     ACCEPT DLR091-RUN-DATE FROM DATE YYYYMMDD.
012360     COMPUTE DLR091-RUN-CYYMMDD = DLR091-RUN-DATE - 19000000.
012400     OPEN INPUT  PAYMENT-INTAKE.
012500     OPEN INPUT  INVOICE-FILE.
012600     OPEN OUTPUT INVOICE-OUT.
022700 2400-EXIT.
022800     EXIT.
022900
022901*    RECEIPTS STILL UNMATCHED ARE TRIED AGAINST THE WRITE-OFF
022902*    HISTORY. THE HISTORY IS COPIED FORWARD WITH EACH RECOVERY
022903*    ADDED TO THE ROW IT WAS RECEIVED AGAINST.
022904 3000-APPLY-RECOVERIES.
022905     OPEN INPUT  WRITE-OFF-HIST-IN.
022906     OPEN OUTPUT WRITE-OFF-HIST-OUT
022907                 GL-JOURNAL-FILE.
022908     PERFORM 3050-READ-WRITE-OFF.
022909     PERFORM 3100-RECOVER-ONE-WRITE-OFF
022910         UNTIL DLR091-HIST-EOF.
022911     CLOSE WRITE-OFF-HIST-IN
022912           WRITE-OFF-HIST-OUT
022913           GL-JOURNAL-FILE.
022914 3000-EXIT.
022915     EXIT.
022916
022917 3050-READ-WRITE-OFF.
022918     READ WRITE-OFF-HIST-IN
022919         AT END
022920             MOVE 'Y' TO DLR091-HIST-EOF-SW
022921     END-READ.
022922 3050-EXIT.
022923     EXIT.
022924
022925 3100-RECOVER-ONE-WRITE-OFF.
022926     PERFORM 3200-TRY-ONE-RECOVERY
022927         VARYING DLR091-PX FROM 1 BY 1
022928         UNTIL DLR091-PX > DLR091-PAY-COUNT.
022929     WRITE WRITE-OFF-HIST-OUT-REC FROM DLWOFHST-RECORD.
022930     PERFORM 3050-READ-WRITE-OFF.
022931 3100-EXIT.
022932     EXIT.
022933
022934*    NO MORE THAN WAS WRITTEN OFF CAN BE RECOVERED; ANY EXCESS
022935*    GOES TO THE UNAPPLIED-CASH REPORT AS AN OVERPAYMENT.
022936 3200-TRY-ONE-RECOVERY.
022937     IF  DLR091-P-PENDING (DLR091-PX)
022938     AND DLR091-P-CUSTOMER (DLR091-PX) = DLWOFHST-CUSTOMER-NUMBER
022939     AND DLR091-P-INVOICE (DLR091-PX) = DLWOFHST-INVOICE-NUMBER
022940         MOVE 'A' TO DLR091-P-STATUS (DLR091-PX)
022941         COMPUTE DLR091-RECOVERABLE =
022942             DLWOFHST-AMOUNT - DLWOFHST-RECOVERED-AMOUNT
022943         IF  DLR091-P-AMOUNT (DLR091-PX) > DLR091-RECOVERABLE
022944             MOVE DLR091-RECOVERABLE TO DLR091-RECOVERY
022945             COMPUTE DLR091-EXCESS =
022946                 DLR091-P-AMOUNT (DLR091-PX)
022947                     - DLR091-RECOVERABLE
022948             PERFORM 2400-REPORT-OVERPAYMENT
022949         ELSE
022950             MOVE DLR091-P-AMOUNT (DLR091-PX) TO DLR091-RECOVERY
022951         END-IF
022952         IF  DLR091-RECOVERY > ZERO
022953             ADD DLR091-RECOVERY TO DLWOFHST-RECOVERED-AMOUNT
022954                                    DLR091-RECOVERED-AMOUNT
022955             MOVE DLR091-P-DATE (DLR091-PX)
022956                 TO DLWOFHST-LAST-RECOVERY
022957             ADD 1 TO DLR091-RECOVERED-COUNT
022958             PERFORM 3300-POST-RECOVERY
022959         END-IF
022960     END-IF.
022961 3200-EXIT.
022962     EXIT.
022963
022964*    THE RECEIPT REACHES THE DEBTORS CONTROL ACCOUNT WITH THE
022965*    REST OF THE CASH, BUT THE DEBT WAS WRITTEN OFF - SO THE
022966*    RECOVERY IS MOVED FROM DEBTORS TO RECOVERED INCOME.
022967 3300-POST-RECOVERY.
022968     MOVE DLR091-RUN-CYYMMDD TO DLGLJRNL-BATCH-DATE.
022969     MOVE DLR091-COST-CENTRE TO DLGLJRNL-COST-CENTRE.
022970     MOVE ZERO TO DLGLJRNL-DEPT-NO.
022971     MOVE ZERO TO DLGLJRNL-QTY-SOLD.
022972     MOVE DLR091-RECOVERY TO DLGLJRNL-AMOUNT.
022973     MOVE SPACES TO DLGLJRNL-ORIG-CCY.
022974     MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT.
022975     MOVE SPACES TO DLGLJRNL-NARRATIVE.
022976     STRING 'BAD DEBT RECOVERED ' DLWOFHST-WOFF-REF
022977         DELIMITED BY SIZE INTO DLGLJRNL-NARRATIVE.
022978     MOVE DLR091-DEBTORS-ACCT  TO DLGLJRNL-GL-ACCOUNT.
022979     SET DLGLJRNL-IS-DEBIT     TO TRUE.
022980     WRITE DLGLJRNL-RECORD.
022981     MOVE DLR091-RECOVERY-ACCT TO DLGLJRNL-GL-ACCOUNT.
022982     SET DLGLJRNL-IS-CREDIT    TO TRUE.
022983     WRITE DLGLJRNL-RECORD.
022984 3300-EXIT.
022985     EXIT.
022986
023000 4000-REPORT-UNMATCHED.
023100     IF  DLR091-P-PENDING (DLR091-PX)
023200         ADD 1 TO DLR091-UNAPPLIED-COUNT
024600     MOVE DLR091-APPLIED-COUNT   TO DLR091-T-APPLIED.
024700     MOVE DLR091-UNAPPLIED-COUNT TO DLR091-T-UNAPPLIED.
024800     WRITE UNAPPLIED-LINE FROM DLR091-TOTAL-LINE.
024820     MOVE DLR091-RECOVERED-COUNT  TO DLR091-T-RECOVERED.
024840     MOVE DLR091-RECOVERED-AMOUNT TO DLR091-T-RECOVERED-AMT.
024860     WRITE UNAPPLIED-LINE FROM DLR091-RECOVERY-LINE.
024900     IF  DLR091-PAYS-NOT-LOADED > ZERO
025000         MOVE DLR091-PAYS-NOT-LOADED
025100             TO DLR091-V-NOT-LOADED
