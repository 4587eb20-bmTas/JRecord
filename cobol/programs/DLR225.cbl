000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR225.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR225 - DIRECT DEBIT RETURNS AND CLEARING                   *
001000*                                                                *
001100*   READS THE BANK'S DLDDRETN RETURN FILE AND PROVES ITS         *
001200*   TRAILER COUNT AND AMOUNT BEFORE ANYTHING IS APPLIED. EACH    *
001300*   RETURN IS MATCHED BY ITEM REFERENCE TO A PENDING DEBIT ON    *
001400*   THE DLDDPEND REGISTER WRITTEN BY DLR224, WHICH IS MARKED     *
001500*   RETURNED. THE EXPECTED PAYMENT IS REVERSED BY AN 'R' CARD    *
001600*   FOR DLR092 THAT RE-OPENS THE INVOICE, A DISHONOUR FEE        *
001700*   INVOICE IS RAISED BY AN 'A' CARD, AND A DLDDDISH NOTICE      *
001800*   PUTS THE CUSTOMER INTO THE DLR090 DUNNING RUN. PENDING       *
001900*   DEBITS WITH NO RETURN AFTER CLEAR-DAYS ARE MARKED CLEARED,   *
002000*   AND SETTLED ROWS OLDER THAN KEEP-DAYS ARE DROPPED FROM THE   *
002100*   NEW GENERATION OF THE REGISTER.                              *
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
003400     SELECT RETURN-FILE       ASSIGN TO DDRETN
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT PENDING-IN        ASSIGN TO DDPENDI
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT PENDING-OUT       ASSIGN TO DDPENDO
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT MAINT-CARDS       ASSIGN TO DDMAINT
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT DISHONOUR-FILE    ASSIGN TO DDDISH
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT RETURN-REPORT     ASSIGN TO DDRETRP
004700                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  RETURN-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  DLDDRETN-RECORD.
005400     COPY DLDDRETN.
005500 FD  PARAM-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  DLPARAMM-RECORD.
005900     COPY DLPARAMM.
006000 FD  PENDING-IN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLDDPEND-RECORD.
006400     COPY DLDDPEND.
006500 FD  PENDING-OUT
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  PENDING-OUT-REC             PIC X(100).
006900 FD  MAINT-CARDS
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  MAINT-CARD-REC.
007300     05  MNT-ACTION              PIC X(01).
007400     05  MNT-CUSTOMER-NUMBER     PIC 9(09).
007500     05  MNT-INVOICE-NUMBER      PIC X(10).
007600     05  MNT-INVOICE-DATE        PIC X(10).
007700     05  MNT-INVOICE-AMOUNT      PIC 9(04).
007800     05  MNT-DESCRIPTION         PIC X(20).
007900     05  MNT-SUB-SEQ             PIC 9(02).
008000     05  MNT-SUB-DATA            PIC X(06).
008100     05  MNT-CREDIT-OVERRIDE     PIC X(01).
008200     05  FILLER                  PIC X(17).
008300 FD  DISHONOUR-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  DLDDDISH-RECORD.
008700     COPY DLDDDISH.
008800 FD  RETURN-REPORT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  RETURN-LINE                 PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 01  DLR225-SWITCHES.
009400     05  DLR225-RETN-EOF-SW       PIC X(01)  VALUE 'N'.
009500         88  DLR225-RETN-EOF                 VALUE 'Y'.
009600     05  DLR225-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
009700         88  DLR225-PARM-EOF                 VALUE 'Y'.
009800     05  DLR225-PEND-EOF-SW       PIC X(01)  VALUE 'N'.
009900         88  DLR225-PEND-EOF                 VALUE 'Y'.
010000     05  DLR225-TRAILER-SW        PIC X(01)  VALUE 'N'.
010100         88  DLR225-TRAILER-FOUND            VALUE 'Y'.
010200     05  DLR225-FILE-SW           PIC X(01)  VALUE 'Y'.
010300         88  DLR225-FILE-PROVED              VALUE 'Y'.
010400     05  DLR225-MATCH-SW          PIC X(01)  VALUE 'N'.
010500         88  DLR225-RETURN-FOUND             VALUE 'Y'.
010600     05  DLR225-KEEP-SW           PIC X(01)  VALUE 'Y'.
010700         88  DLR225-KEEP-ROW                 VALUE 'Y'.
010800*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
010900 01  DLR225-PARAMETERS.
011000     05  DLR225-DISHON-FEE        PIC 9(04)  VALUE 25.
011100     05  DLR225-CLEAR-DAYS        PIC 9(03)  VALUE 5.
011200     05  DLR225-KEEP-DAYS         PIC 9(03)  VALUE 90.
011300     05  DLR225-BEST-EFF-FEE      PIC 9(08)  VALUE ZERO.
011400     05  DLR225-BEST-EFF-CLEAR    PIC 9(08)  VALUE ZERO.
011500     05  DLR225-BEST-EFF-KEEP     PIC 9(08)  VALUE ZERO.
011600 01  DLR225-RUN-DATE              PIC 9(08)  VALUE ZERO.
011700 01  DLR225-RUN-DAY-NO            PIC S9(07)  COMP.
011800 01  DLR225-ROW-DAY-NO            PIC S9(07)  COMP.
011900 01  DLR225-FEE-SEQ               PIC 9(04)  VALUE ZERO.
012000 01  DLR225-FEE-INVOICE           PIC X(10)  VALUE SPACES.
012100 01  DLR225-REASON                PIC X(30)  VALUE SPACES.
012200*    RETURNS FROM THE BANK FILE, HELD UNTIL THE TRAILER HAS
012300*    BEEN PROVED.
012400 01  DLR225-RET-COUNT             PIC S9(04)  COMP  VALUE ZERO.
012500 01  DLR225-RET-TABLE.
012600     05  DLR225-RET-ENTRY OCCURS 2000 TIMES
012700                          INDEXED BY DLR225-RX.
012800         10  DLR225-RET-ITEM-REF  PIC X(16).
012900         10  DLR225-RET-MANDATE-REF PIC X(18).
013000         10  DLR225-RET-AMOUNT    PIC 9(09)V99.
013100         10  DLR225-RET-DATE      PIC 9(08).
013200         10  DLR225-RET-REASON    PIC X(04).
013300         10  DLR225-RET-TEXT      PIC X(20).
013400         10  DLR225-RET-USED-SW   PIC X(01).
013500             88  DLR225-RET-USED             VALUE 'Y'.
013600 01  DLR225-COUNTERS.
013700     05  DLR225-FILE-RETURNS      PIC 9(07)  VALUE ZERO.
013800     05  DLR225-FILE-AMOUNT       PIC 9(13)V99  VALUE ZERO.
013900     05  DLR225-TRL-RETURNS       PIC 9(07)  VALUE ZERO.
014000     05  DLR225-TRL-AMOUNT        PIC 9(13)V99  VALUE ZERO.
014100     05  DLR225-RETURNS-APPLIED   PIC 9(07)  VALUE ZERO.
014200     05  DLR225-RETURNED-AMOUNT   PIC 9(09)  VALUE ZERO.
014300     05  DLR225-FEES-RAISED       PIC 9(07)  VALUE ZERO.
014400     05  DLR225-EXCEPTIONS        PIC 9(07)  VALUE ZERO.
014500     05  DLR225-CLEARED           PIC 9(07)  VALUE ZERO.
014600     05  DLR225-STILL-PENDING     PIC 9(07)  VALUE ZERO.
014700     05  DLR225-ROWS-DROPPED      PIC 9(07)  VALUE ZERO.
014800     05  DLR225-ROWS-WRITTEN      PIC 9(07)  VALUE ZERO.
014900     05  DLR225-TABLE-OVERFLOW    PIC 9(07)  VALUE ZERO.
015000 01  DLR225-HEADING-1.
015100     05  FILLER                   PIC X(53)  VALUE
015200         'DLR225 - DIRECT DEBIT RETURNS AND CLEARING       RUN '.
015300     05  DLR225-H1-RUN-DATE       PIC 9(08).
015400 01  DLR225-HEADING-2.
015500     05  FILLER                   PIC X(40)  VALUE
015600         'CUSTOMER  INVOICE     ITEM REFERENCE    '.
015700     05  FILLER                   PIC X(40)  VALUE
015800         '       AMOUNT  CODE  REASON             '.
015900     05  FILLER                   PIC X(40)  VALUE
016000         'FEE INV     RESULT                      '.
016100 01  DLR225-DETAIL-LINE.
016200     05  DLR225-D-CUSTOMER        PIC 9(09).
016300     05  FILLER                   PIC X(01).
016400     05  DLR225-D-INVOICE         PIC X(10).
016500     05  FILLER                   PIC X(02).
016600     05  DLR225-D-ITEM-REF        PIC X(16).
016700     05  FILLER                   PIC X(02).
016800     05  DLR225-D-AMOUNT          PIC ZZZZZZZZ9.99.
016900     05  FILLER                   PIC X(02).
017000     05  DLR225-D-REASON-CODE     PIC X(04).
017100     05  FILLER                   PIC X(02).
017200     05  DLR225-D-REASON-TEXT     PIC X(20).
017300     05  FILLER                   PIC X(01).
017400     05  DLR225-D-FEE-INVOICE     PIC X(10).
017500     05  FILLER                   PIC X(02).
017600     05  DLR225-D-RESULT          PIC X(30).
017700 01  DLR225-TOTAL-LINE.
017800     05  DLR225-T-LABEL           PIC X(40).
017900     05  DLR225-T-COUNT           PIC ZZZZZZZZ9.
018000 01  DLR225-AMOUNT-LINE.
018100     05  DLR225-A-LABEL           PIC X(40).
018200     05  DLR225-A-AMOUNT          PIC ZZZZZZZZZZZZ9.99.
018300 01  DLR225-BLANK-LINE            PIC X(01)  VALUE SPACE.
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE.
018700     PERFORM 2000-PROCESS-ONE-PENDING
018800         UNTIL DLR225-PEND-EOF.
018900     IF  DLR225-FILE-PROVED
019000         PERFORM 3000-LIST-UNMATCHED
019100             VARYING DLR225-RX FROM 1 BY 1
019200             UNTIL DLR225-RX > DLR225-RET-COUNT
019300     END-IF.
019400     PERFORM 8000-PRINT-TOTALS.
019500     PERFORM 9000-TERMINATE.
019600     STOP RUN.
019700
019800 1000-INITIALIZE.
019900     ACCEPT DLR225-RUN-DATE FROM DATE YYYYMMDD.
020000     COMPUTE DLR225-RUN-DAY-NO =
020100         FUNCTION INTEGER-OF-DATE (DLR225-RUN-DATE).
020200     PERFORM 1100-LOAD-PARAMETERS.
020300     OPEN OUTPUT RETURN-REPORT.
020400     MOVE DLR225-RUN-DATE TO DLR225-H1-RUN-DATE.
020500     WRITE RETURN-LINE FROM DLR225-HEADING-1.
020600     WRITE RETURN-LINE FROM DLR225-HEADING-2.
020700     PERFORM 1200-LOAD-RETURNS.
020800     PERFORM 1300-PROVE-RETURN-FILE.
020900     OPEN INPUT  PENDING-IN.
021000     OPEN OUTPUT PENDING-OUT
021100                 MAINT-CARDS
021200                 DISHONOUR-FILE.
021300     PERFORM 2100-READ-PENDING.
021400 1000-EXIT.
021500     EXIT.
021600
021700*    THE LATEST DLPARAMM ROWS EFFECTIVE ON OR BEFORE THE RUN
021800*    DATE WIN; WITH NO ROWS THE BUILT-IN DEFAULTS STAND.
021900 1100-LOAD-PARAMETERS.
022000     OPEN INPUT PARAM-FILE.
022100     PERFORM 1110-READ-PARAM.
022200     PERFORM 1120-TEST-ONE-PARAM
022300         UNTIL DLR225-PARM-EOF.
022400     CLOSE PARAM-FILE.
022500 1100-EXIT.
022600     EXIT.
022700
022800 1110-READ-PARAM.
022900     READ PARAM-FILE
023000         AT END
023100             MOVE 'Y' TO DLR225-PARM-EOF-SW
023200     END-READ.
023300 1110-EXIT.
023400     EXIT.
023500
023600 1120-TEST-ONE-PARAM.
023700     IF  DLPARAMM-JOB-NAME = 'DLR225  '
023800     AND DLPARAMM-EFF-FROM <= DLR225-RUN-DATE
023900         EVALUATE TRUE
024000             WHEN DLPARAMM-PARAM-NAME = 'DISHON-FEE  '
024100             AND  DLPARAMM-EFF-FROM >= DLR225-BEST-EFF-FEE
024200                 MOVE DLPARAMM-EFF-FROM
024300                     TO DLR225-BEST-EFF-FEE
024400                 MOVE DLPARAMM-PARAM-VALUE
024500                     TO DLR225-DISHON-FEE
024600             WHEN DLPARAMM-PARAM-NAME = 'CLEAR-DAYS  '
024700             AND  DLPARAMM-EFF-FROM >= DLR225-BEST-EFF-CLEAR
024800                 MOVE DLPARAMM-EFF-FROM
024900                     TO DLR225-BEST-EFF-CLEAR
025000                 MOVE DLPARAMM-PARAM-VALUE
025100                     TO DLR225-CLEAR-DAYS
025200             WHEN DLPARAMM-PARAM-NAME = 'KEEP-DAYS   '
025300             AND  DLPARAMM-EFF-FROM >= DLR225-BEST-EFF-KEEP
025400                 MOVE DLPARAMM-EFF-FROM
025500                     TO DLR225-BEST-EFF-KEEP
025600                 MOVE DLPARAMM-PARAM-VALUE
025700                     TO DLR225-KEEP-DAYS
025800             WHEN OTHER
025900                 CONTINUE
026000         END-EVALUATE
026100     END-IF.
026200     PERFORM 1110-READ-PARAM.
026300 1120-EXIT.
026400     EXIT.
026500
026600 1200-LOAD-RETURNS.
026700     OPEN INPUT RETURN-FILE.
026800     PERFORM 1210-READ-RETURN.
026900     PERFORM 1220-HOLD-ONE-RETURN
027000         UNTIL DLR225-RETN-EOF.
027100     CLOSE RETURN-FILE.
027200 1200-EXIT.
027300     EXIT.
027400
027500 1210-READ-RETURN.
027600     READ RETURN-FILE
027700         AT END
027800             MOVE 'Y' TO DLR225-RETN-EOF-SW
027900     END-READ.
028000 1210-EXIT.
028100     EXIT.
028200
028300 1220-HOLD-ONE-RETURN.
028400     EVALUATE TRUE
028500         WHEN DLDDRETN-RETURN
028600             ADD 1 TO DLR225-FILE-RETURNS
028700             ADD DLDDRETN-R-AMOUNT TO DLR225-FILE-AMOUNT
028800             IF  DLR225-RET-COUNT < 2000
028900                 ADD 1 TO DLR225-RET-COUNT
029000                 SET DLR225-RX TO DLR225-RET-COUNT
029100                 MOVE DLDDRETN-R-ITEM-REF
029200                     TO DLR225-RET-ITEM-REF (DLR225-RX)
029300                 MOVE DLDDRETN-R-MANDATE-REF
029400                     TO DLR225-RET-MANDATE-REF (DLR225-RX)
029500                 MOVE DLDDRETN-R-AMOUNT
029600                     TO DLR225-RET-AMOUNT (DLR225-RX)
029700                 MOVE DLDDRETN-R-RETURN-DATE
029800                     TO DLR225-RET-DATE (DLR225-RX)
029900                 MOVE DLDDRETN-R-REASON-CODE
030000                     TO DLR225-RET-REASON (DLR225-RX)
030100                 MOVE DLDDRETN-R-REASON-TEXT
030200                     TO DLR225-RET-TEXT (DLR225-RX)
030300                 MOVE 'N' TO DLR225-RET-USED-SW (DLR225-RX)
030400             ELSE
030500                 ADD 1 TO DLR225-TABLE-OVERFLOW
030600             END-IF
030700         WHEN DLDDRETN-TRAILER
030800             MOVE 'Y' TO DLR225-TRAILER-SW
030900             MOVE DLDDRETN-T-RETURNS TO DLR225-TRL-RETURNS
031000             MOVE DLDDRETN-T-AMOUNT  TO DLR225-TRL-AMOUNT
031100         WHEN OTHER
031200             CONTINUE
031300     END-EVALUATE.
031400     PERFORM 1210-READ-RETURN.
031500 1220-EXIT.
031600     EXIT.
031700
031800*    A RETURN FILE THAT DOES NOT AGREE WITH ITS OWN TRAILER, OR
031900*    THAT WILL NOT FIT THE TABLE, IS NOT APPLIED AT ALL - THE
032000*    REGISTER GOES FORWARD UNCHANGED SO THE RUN CAN BE REPEATED
032100*    WITH A CORRECTED FILE.
032200 1300-PROVE-RETURN-FILE.
032300     MOVE SPACES TO DLR225-REASON.
032400     EVALUATE TRUE
032500         WHEN NOT DLR225-TRAILER-FOUND
032600             MOVE 'RETURN FILE HAS NO TRAILER    '
032700                 TO DLR225-REASON
032800         WHEN DLR225-TRL-RETURNS NOT = DLR225-FILE-RETURNS
032900             MOVE 'TRAILER COUNT DOES NOT AGREE  '
033000                 TO DLR225-REASON
033100         WHEN DLR225-TRL-AMOUNT NOT = DLR225-FILE-AMOUNT
033200             MOVE 'TRAILER AMOUNT DOES NOT AGREE '
033300                 TO DLR225-REASON
033400         WHEN DLR225-TABLE-OVERFLOW > ZERO
033500             MOVE 'RETURN TABLE FULL             '
033600                 TO DLR225-REASON
033700         WHEN OTHER
033800             CONTINUE
033900     END-EVALUATE.
034000     IF  DLR225-REASON NOT = SPACES
034100         MOVE 'N' TO DLR225-FILE-SW
034200         MOVE SPACES TO DLR225-DETAIL-LINE
034300         MOVE DLR225-FILE-AMOUNT TO DLR225-D-AMOUNT
034400         MOVE 'FILE NOT APPLIED' TO DLR225-D-REASON-TEXT
034500         MOVE DLR225-REASON TO DLR225-D-RESULT
034600         WRITE RETURN-LINE FROM DLR225-DETAIL-LINE
034700     END-IF.
034800 1300-EXIT.
034900     EXIT.
035000
035100 2000-PROCESS-ONE-PENDING.
035200     MOVE 'Y' TO DLR225-KEEP-SW.
035300     IF  DLR225-FILE-PROVED
035400         PERFORM 2200-FIND-RETURN
035500         EVALUATE TRUE
035600             WHEN DLR225-RETURN-FOUND
035700             AND  DLDDPEND-PENDING
035800                 PERFORM 2300-APPLY-RETURN
035900             WHEN DLR225-RETURN-FOUND
036000                 MOVE 'DEBIT ALREADY SETTLED         '
036100                     TO DLR225-REASON
036200                 PERFORM 2700-LIST-EXCEPTION
036300             WHEN DLDDPEND-PENDING
036400                 PERFORM 2500-TEST-CLEARED
036500             WHEN OTHER
036600                 PERFORM 2600-TEST-RETENTION
036700         END-EVALUATE
036800     END-IF.
036900     IF  DLR225-KEEP-ROW
037000         WRITE PENDING-OUT-REC FROM DLDDPEND-RECORD
037100         ADD 1 TO DLR225-ROWS-WRITTEN
037200         IF  DLDDPEND-PENDING
037300             ADD 1 TO DLR225-STILL-PENDING
037400         END-IF
037500     ELSE
037600         ADD 1 TO DLR225-ROWS-DROPPED
037700     END-IF.
037800     PERFORM 2100-READ-PENDING.
037900 2000-EXIT.
038000     EXIT.
038100
038200 2100-READ-PENDING.
038300     READ PENDING-IN
038400         AT END
038500             MOVE 'Y' TO DLR225-PEND-EOF-SW
038600     END-READ.
038700 2100-EXIT.
038800     EXIT.
038900
039000 2200-FIND-RETURN.
039100     MOVE 'N' TO DLR225-MATCH-SW.
039200     SET DLR225-RX TO 1.
039300     SEARCH DLR225-RET-ENTRY
039400         AT END
039500             CONTINUE
039600         WHEN DLR225-RX > DLR225-RET-COUNT
039700             CONTINUE
039800         WHEN DLR225-RET-ITEM-REF (DLR225-RX) = DLDDPEND-ITEM-REF
039900             MOVE 'Y' TO DLR225-MATCH-SW
040000             MOVE 'Y' TO DLR225-RET-USED-SW (DLR225-RX)
040100     END-SEARCH.
040200 2200-EXIT.
040300     EXIT.
040400
040500*    THE BANK MUST RETURN THE WHOLE DEBIT - A PART AMOUNT IS
040600*    LEFT PENDING FOR THE CREDIT CONTROL TEAM TO RESOLVE.
040700 2300-APPLY-RETURN.
040800     IF  DLR225-RET-AMOUNT (DLR225-RX) NOT = DLDDPEND-AMOUNT
040900         MOVE 'AMOUNT DOES NOT MATCH DEBIT   ' TO DLR225-REASON
041000         PERFORM 2700-LIST-EXCEPTION
041100     ELSE
041200         ADD 1 TO DLR225-RETURNS-APPLIED
041300         ADD DLDDPEND-AMOUNT TO DLR225-RETURNED-AMOUNT
041400         MOVE SPACES TO DLR225-FEE-INVOICE
041500         IF  DLR225-DISHON-FEE > ZERO
041600             ADD 1 TO DLR225-FEE-SEQ
041700             ADD 1 TO DLR225-FEES-RAISED
041800             STRING 'DDF' DLR225-RUN-DATE (5:2)
041900                    DLR225-RUN-DATE (7:2) DLR225-FEE-SEQ (2:3)
042000                 DELIMITED BY SIZE INTO DLR225-FEE-INVOICE
042100         END-IF
042200         MOVE 'R' TO DLDDPEND-STATUS
042300         MOVE DLR225-RET-DATE (DLR225-RX)
042400             TO DLDDPEND-SETTLED-DATE
042500         MOVE DLR225-RET-REASON (DLR225-RX)
042600             TO DLDDPEND-RETURN-REASON
042700         MOVE DLR225-FEE-INVOICE TO DLDDPEND-FEE-INVOICE
042800         PERFORM 2400-WRITE-REVERSAL
042900         MOVE DLR225-FEE-INVOICE TO DLR225-D-FEE-INVOICE
043000         MOVE 'RETURNED - INVOICE RE-OPENED  ' TO DLR225-D-RESULT
043100         PERFORM 2800-LIST-RETURN
043200     END-IF.
043300 2300-EXIT.
043400     EXIT.
043500
043600 2400-WRITE-REVERSAL.
043700     MOVE SPACES TO MAINT-CARD-REC.
043800     MOVE 'R'                      TO MNT-ACTION.
043900     MOVE DLDDPEND-CUSTOMER-NUMBER TO MNT-CUSTOMER-NUMBER.
044000     MOVE DLDDPEND-INVOICE-NUMBER  TO MNT-INVOICE-NUMBER.
044100     MOVE DLDDPEND-AMOUNT          TO MNT-INVOICE-AMOUNT.
044200     STRING 'DD RETURN ' DLDDPEND-RETURN-REASON
044300         DELIMITED BY SIZE INTO MNT-DESCRIPTION.
044400     MOVE ZERO TO MNT-SUB-SEQ.
044500     MOVE 'Y'  TO MNT-CREDIT-OVERRIDE.
044600     WRITE MAINT-CARD-REC.
044700     IF  DLR225-FEE-INVOICE NOT = SPACES
044800         MOVE SPACES TO MAINT-CARD-REC
044900         MOVE 'A'                      TO MNT-ACTION
045000         MOVE DLDDPEND-CUSTOMER-NUMBER TO MNT-CUSTOMER-NUMBER
045100         MOVE DLR225-FEE-INVOICE       TO MNT-INVOICE-NUMBER
045200         STRING DLR225-RUN-DATE (5:2) '/'
045300                DLR225-RUN-DATE (7:2) '/'
045400                DLR225-RUN-DATE (1:4)
045500             DELIMITED BY SIZE INTO MNT-INVOICE-DATE
045600         MOVE DLR225-DISHON-FEE        TO MNT-INVOICE-AMOUNT
045700         MOVE 'DD DISHONOUR FEE    '   TO MNT-DESCRIPTION
045800         MOVE ZERO TO MNT-SUB-SEQ
045900         MOVE 'Y'  TO MNT-CREDIT-OVERRIDE
046000         WRITE MAINT-CARD-REC
046100     END-IF.
046200     MOVE SPACES TO DLDDDISH-RECORD.
046300     MOVE DLDDPEND-CUSTOMER-NUMBER TO DLDDDISH-CUSTOMER-NUMBER.
046400     MOVE DLDDPEND-INVOICE-NUMBER  TO DLDDDISH-INVOICE-NUMBER.
046500     MOVE DLDDPEND-AMOUNT          TO DLDDDISH-AMOUNT.
046600     MOVE DLDDPEND-SETTLED-DATE    TO DLDDDISH-RETURN-DATE.
046700     MOVE DLDDPEND-RETURN-REASON   TO DLDDDISH-REASON-CODE.
046800     MOVE DLR225-FEE-INVOICE       TO DLDDDISH-FEE-INVOICE.
046900     IF  DLR225-FEE-INVOICE NOT = SPACES
047000         MOVE DLR225-DISHON-FEE    TO DLDDDISH-FEE-AMOUNT
047100     ELSE
047200         MOVE ZERO                 TO DLDDDISH-FEE-AMOUNT
047300     END-IF.
047400     WRITE DLDDDISH-RECORD.
047500 2400-EXIT.
047600     EXIT.
047700
047800*    NO RETURN WITHIN CLEAR-DAYS OF THE COLLECTION DATE AND THE
047900*    DEBIT IS TAKEN AS PAID.
048000 2500-TEST-CLEARED.
048100     COMPUTE DLR225-ROW-DAY-NO =
048200         FUNCTION INTEGER-OF-DATE (DLDDPEND-COLLECTION-DATE)
048300         + DLR225-CLEAR-DAYS.
048400     IF  DLR225-ROW-DAY-NO <= DLR225-RUN-DAY-NO
048500         MOVE 'C' TO DLDDPEND-STATUS
048600         MOVE DLR225-RUN-DATE TO DLDDPEND-SETTLED-DATE
048700         ADD 1 TO DLR225-CLEARED
048800     END-IF.
048900 2500-EXIT.
049000     EXIT.
049100
049200 2600-TEST-RETENTION.
049300     IF  DLDDPEND-SETTLED-DATE > ZERO
049400         COMPUTE DLR225-ROW-DAY-NO =
049500             FUNCTION INTEGER-OF-DATE (DLDDPEND-SETTLED-DATE)
049600             + DLR225-KEEP-DAYS
049700         IF  DLR225-ROW-DAY-NO < DLR225-RUN-DAY-NO
049800             MOVE 'N' TO DLR225-KEEP-SW
049900         END-IF
050000     END-IF.
050100 2600-EXIT.
050200     EXIT.
050300
050400 2700-LIST-EXCEPTION.
050500     ADD 1 TO DLR225-EXCEPTIONS.
050600     MOVE SPACES TO DLR225-D-FEE-INVOICE.
050700     MOVE DLR225-REASON TO DLR225-D-RESULT.
050800     PERFORM 2800-LIST-RETURN.
050900 2700-EXIT.
051000     EXIT.
051100
051200 2800-LIST-RETURN.
051300     MOVE DLDDPEND-CUSTOMER-NUMBER TO DLR225-D-CUSTOMER.
051400     MOVE DLDDPEND-INVOICE-NUMBER  TO DLR225-D-INVOICE.
051500     MOVE DLDDPEND-ITEM-REF        TO DLR225-D-ITEM-REF.
051600     MOVE DLR225-RET-AMOUNT (DLR225-RX)  TO DLR225-D-AMOUNT.
051700     MOVE DLR225-RET-REASON (DLR225-RX)  TO DLR225-D-REASON-CODE.
051800     MOVE DLR225-RET-TEXT (DLR225-RX)    TO DLR225-D-REASON-TEXT.
051900     WRITE RETURN-LINE FROM DLR225-DETAIL-LINE.
052000 2800-EXIT.
052100     EXIT.
052200
052300*    RETURNS THAT MATCH NO DEBIT ON THE REGISTER.
052400 3000-LIST-UNMATCHED.
052500     IF  NOT DLR225-RET-USED (DLR225-RX)
052600         ADD 1 TO DLR225-EXCEPTIONS
052700         MOVE SPACES TO DLR225-DETAIL-LINE
052800         MOVE DLR225-RET-ITEM-REF (DLR225-RX)
052900             TO DLR225-D-ITEM-REF
053000         MOVE DLR225-RET-AMOUNT (DLR225-RX) TO DLR225-D-AMOUNT
053100         MOVE DLR225-RET-REASON (DLR225-RX)
053200             TO DLR225-D-REASON-CODE
053300         MOVE DLR225-RET-TEXT (DLR225-RX)
053400             TO DLR225-D-REASON-TEXT
053500         MOVE 'NO DEBIT ON REGISTER          ' TO DLR225-D-RESULT
053600         WRITE RETURN-LINE FROM DLR225-DETAIL-LINE
053700     END-IF.
053800 3000-EXIT.
053900     EXIT.
054000
054100 8000-PRINT-TOTALS.
054200     WRITE RETURN-LINE FROM DLR225-BLANK-LINE.
054300     MOVE 'RETURNS ON BANK FILE' TO DLR225-T-LABEL.
054400     MOVE DLR225-FILE-RETURNS TO DLR225-T-COUNT.
054500     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
054600     MOVE 'AMOUNT ON BANK FILE' TO DLR225-A-LABEL.
054700     MOVE DLR225-FILE-AMOUNT TO DLR225-A-AMOUNT.
054800     WRITE RETURN-LINE FROM DLR225-AMOUNT-LINE.
054900     MOVE 'RETURNS APPLIED' TO DLR225-T-LABEL.
055000     MOVE DLR225-RETURNS-APPLIED TO DLR225-T-COUNT.
055100     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
055200     MOVE 'AMOUNT RE-OPENED' TO DLR225-T-LABEL.
055300     MOVE DLR225-RETURNED-AMOUNT TO DLR225-T-COUNT.
055400     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
055500     MOVE 'DISHONOUR FEES RAISED' TO DLR225-T-LABEL.
055600     MOVE DLR225-FEES-RAISED TO DLR225-T-COUNT.
055700     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
055800     MOVE 'RETURN EXCEPTIONS' TO DLR225-T-LABEL.
055900     MOVE DLR225-EXCEPTIONS TO DLR225-T-COUNT.
056000     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
056100     MOVE 'DEBITS CLEARED' TO DLR225-T-LABEL.
056200     MOVE DLR225-CLEARED TO DLR225-T-COUNT.
056300     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
056400     MOVE 'DEBITS STILL PENDING' TO DLR225-T-LABEL.
056500     MOVE DLR225-STILL-PENDING TO DLR225-T-COUNT.
056600     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
056700     MOVE 'REGISTER ROWS WRITTEN' TO DLR225-T-LABEL.
056800     MOVE DLR225-ROWS-WRITTEN TO DLR225-T-COUNT.
056900     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
057000     MOVE 'REGISTER ROWS DROPPED' TO DLR225-T-LABEL.
057100     MOVE DLR225-ROWS-DROPPED TO DLR225-T-COUNT.
057200     WRITE RETURN-LINE FROM DLR225-TOTAL-LINE.
057300 8000-EXIT.
057400     EXIT.
057500
057600 9000-TERMINATE.
057700     IF  DLR225-EXCEPTIONS > ZERO
057800         MOVE 4 TO RETURN-CODE
057900     END-IF.
058000     IF  NOT DLR225-FILE-PROVED
058100         MOVE 8 TO RETURN-CODE
058200     END-IF.
058300     DISPLAY 'DLR225 RETURNS APPLIED   = ' DLR225-RETURNS-APPLIED.
058400     DISPLAY 'DLR225 RETURN EXCEPTIONS = ' DLR225-EXCEPTIONS.
058500     DISPLAY 'DLR225 DEBITS CLEARED    = ' DLR225-CLEARED.
058600     CLOSE PENDING-IN
058700           PENDING-OUT
058800           MAINT-CARDS
058900           DISHONOUR-FILE
059000           RETURN-REPORT.
059100 9000-EXIT.
059200     EXIT.
