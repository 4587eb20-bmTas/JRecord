000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR222.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR222 - INVOICE DISPUTE REGISTER MAINTENANCE AND DISPUTE    *
001000*             AGEING REPORT                                      *
001100*                                                                *
001200*   APPLIES THE DAY'S DISPUTE CARDS - RAISE (R), UPDATE (U),     *
001300*   RESOLVE UPHELD (H) OR RESOLVE REJECTED (J) - TO THE DLDSPREG *
001400*   REGISTER KEYED BY CUSTOMER-NUMBER AND INVOICE-NUMBER,        *
001500*   CHECKING EACH AGAINST THE INVOICE MASTER, AND WRITES THE     *
001600*   NEW GENERATION. WHILE A DISPUTE IS OPEN DLR090, DLR142 AND   *
001700*   DLR143 LEAVE THE INVOICE OUT OF DUNNING AND LATE INTEREST    *
001800*   AND SHOW IT APART ON THE STATEMENT. AN UPHELD DISPUTE        *
001900*   RAISES A CREDIT NOTE AS A DLR092 CREDIT CARD (ACTION C) SO   *
002000*   IT POSTS THROUGH THE ONE MAINTENANCE PATH AND ITS AUDIT      *
002100*   FILE. EVERY APPLIED CARD IS LOGGED TO THE DISPUTE AUDIT      *
002200*   FILE, AND THE CREDIT MANAGER GETS THE OPEN DISPUTES AGED     *
002300*   BY DAYS SINCE THEY WERE RAISED.                              *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DISPUTE-CARDS     ASSIGN TO DSPCARD
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT INVOICE-FILE      ASSIGN TO INVOICE
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT REGISTER-IN       ASSIGN TO DSPREGI
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT REGISTER-OUT      ASSIGN TO DSPREGO
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT CREDIT-CARDS      ASSIGN TO CRNMAINT
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT AUDIT-FILE        ASSIGN TO DSPAUDIT
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT ACTIVITY-REPORT   ASSIGN TO DSPACT
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT AGEING-REPORT     ASSIGN TO DSPAGE
005300                              ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DISPUTE-CARDS
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  DISPUTE-CARD-REC.
006000     05  DSC-ACTION              PIC X(01).
006100         88  DSC-RAISE                  VALUE 'R'.
006200         88  DSC-UPDATE                 VALUE 'U'.
006300         88  DSC-UPHELD                 VALUE 'H'.
006400         88  DSC-REJECTED               VALUE 'J'.
006500     05  DSC-CUSTOMER-NUMBER     PIC 9(09).
006600     05  DSC-INVOICE-NUMBER      PIC X(10).
006700*    RAISE/UPDATE - AMOUNT IN DISPUTE (ZERO MEANS THE WHOLE
006800*    INVOICE); UPHELD - CREDIT TO GIVE (ZERO MEANS THE AMOUNT
006900*    IN DISPUTE).
007000     05  DSC-AMOUNT              PIC 9(04).
007100     05  DSC-REASON              PIC X(20).
007200     05  DSC-ENTERED-BY          PIC X(08).
007300     05  DSC-CREDIT-NOTE         PIC X(10).
007400     05  FILLER                  PIC X(18).
007500 FD  INVOICE-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800     COPY INVOICE.
007900 FD  PARAM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLPARAMM-RECORD.
008300     COPY DLPARAMM.
008400 FD  REGISTER-IN
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DLDSPREG-RECORD.
008800     COPY DLDSPREG.
008900 FD  REGISTER-OUT
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  REGISTER-OUT-REC            PIC X(120).
009300 FD  CREDIT-CARDS
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  MAINT-CARD-REC.
009700     05  MNT-ACTION              PIC X(01).
009800     05  MNT-CUSTOMER-NUMBER     PIC 9(09).
009900     05  MNT-INVOICE-NUMBER      PIC X(10).
010000     05  MNT-INVOICE-DATE        PIC X(10).
010100     05  MNT-INVOICE-AMOUNT      PIC 9(04).
010200     05  MNT-DESCRIPTION         PIC X(20).
010300     05  MNT-SUB-SEQ             PIC 9(02).
010400     05  MNT-SUB-DATA            PIC X(06).
010500     05  MNT-CREDIT-OVERRIDE     PIC X(01).
010600     05  FILLER                  PIC X(17).
010700 FD  AUDIT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  AUDIT-REC.
011100     05  AUD-RUN-DATE            PIC 9(08).
011200     05  AUD-ACTION              PIC X(01).
011300     05  AUD-CUSTOMER-NUMBER     PIC 9(09).
011400     05  AUD-INVOICE-NUMBER      PIC X(10).
011500     05  AUD-OLD-STATUS          PIC X(01).
011600     05  AUD-NEW-STATUS          PIC X(01).
011700     05  AUD-AMOUNT              PIC 9(04).
011800     05  AUD-REASON              PIC X(20).
011900     05  AUD-ENTERED-BY          PIC X(08).
012000     05  AUD-CREDIT-NOTE         PIC X(10).
012100 FD  ACTIVITY-REPORT
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  ACTIVITY-LINE               PIC X(132).
012500 FD  AGEING-REPORT
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  AGEING-LINE                 PIC X(132).
012900 WORKING-STORAGE SECTION.
013000 01  DLR222-SWITCHES.
013100     05  DLR222-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
013200         88  DLR222-CARD-EOF                 VALUE 'Y'.
013300     05  DLR222-INV-EOF-SW        PIC X(01)  VALUE 'N'.
013400         88  DLR222-INV-EOF                  VALUE 'Y'.
013500     05  DLR222-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
013600         88  DLR222-PARM-EOF                 VALUE 'Y'.
013700     05  DLR222-REG-EOF-SW        PIC X(01)  VALUE 'N'.
013800         88  DLR222-REG-EOF                  VALUE 'Y'.
013900     05  DLR222-REG-FOUND-SW      PIC X(01)  VALUE 'N'.
014000         88  DLR222-REG-FOUND                VALUE 'Y'.
014100*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
014200 01  DLR222-PARAMETERS.
014300     05  DLR222-KEEP-DAYS         PIC 9(05)  VALUE 90.
014400     05  DLR222-BEST-EFF-KEEP     PIC 9(08)  VALUE ZERO.
014500 01  DLR222-RUN-DATE              PIC 9(08)  VALUE ZERO.
014600 01  DLR222-RUN-DAY-NO            PIC S9(07)  COMP.
014700 01  DLR222-AGE-DAYS              PIC S9(07)  COMP.
014800 01  DLR222-CREDIT-SEQ            PIC 9(04)  VALUE ZERO.
014900*    THE REGISTER, HELD IN CUSTOMER / INVOICE ORDER.
015000 01  DLR222-REG-CONTROL.
015100     05  DLR222-REG-COUNT         PIC S9(04)  COMP  VALUE ZERO.
015200     05  DLR222-SUB               PIC S9(04)  COMP.
015300     05  DLR222-SUB-NEXT          PIC S9(04)  COMP.
015400     05  DLR222-INSERT-AT         PIC S9(04)  COMP.
015500 01  DLR222-REG-TABLE.
015600     05  DLR222-REG-ENTRY OCCURS 2000 TIMES
015700                          INDEXED BY DLR222-RX.
015800         10  DLR222-R-KEY.
015900             15  DLR222-R-CUSTOMER    PIC 9(09).
016000             15  DLR222-R-INVOICE     PIC X(10).
016100         10  DLR222-R-STATUS      PIC X(01).
016200             88  DLR222-R-OPEN               VALUE 'O'.
016300         10  DLR222-R-NAME        PIC X(20).
016400         10  DLR222-R-RAISED-DATE PIC 9(08).
016500         10  DLR222-R-RAISED-BY   PIC X(08).
016600         10  DLR222-R-UPDATED-DATE PIC 9(08).
016700         10  DLR222-R-UPDATED-BY  PIC X(08).
016800         10  DLR222-R-RESOLVED-DATE PIC 9(08).
016900         10  DLR222-R-DISPUTED    PIC 9(04).
017000         10  DLR222-R-CREDIT      PIC 9(04).
017100         10  DLR222-R-CREDIT-NOTE PIC X(10).
017200         10  DLR222-R-REASON      PIC X(20).
017300         10  FILLER               PIC X(02).
017400 01  DLR222-REG-SAVE              PIC X(120).
017500 01  DLR222-CARD-KEY.
017600     05  DLR222-K-CUSTOMER        PIC 9(09).
017700     05  DLR222-K-INVOICE         PIC X(10).
017800*    THE DAY'S CARDS, WITH WHAT THE INVOICE MASTER SAYS ABOUT
017900*    EACH ONE'S INVOICE.
018000 01  DLR222-CARD-CONTROL.
018100     05  DLR222-CARD-COUNT        PIC S9(04)  COMP  VALUE ZERO.
018200     05  DLR222-INV-SUB           PIC S9(04)  COMP.
018300 01  DLR222-CARD-TABLE.
018400     05  DLR222-CARD-ENTRY OCCURS 500 TIMES
018500                           INDEXED BY DLR222-CX.
018600         10  DLR222-C-ACTION      PIC X(01).
018700         10  DLR222-C-CUSTOMER    PIC 9(09).
018800         10  DLR222-C-INVOICE     PIC X(10).
018900         10  DLR222-C-AMOUNT      PIC 9(04).
019000         10  DLR222-C-REASON      PIC X(20).
019100         10  DLR222-C-ENTERED-BY  PIC X(08).
019200         10  DLR222-C-CREDIT-NOTE PIC X(10).
019300         10  DLR222-C-INV-SW      PIC X(01).
019400             88  DLR222-C-INV-FOUND          VALUE 'Y'.
019500         10  DLR222-C-INV-AMOUNT  PIC 9(04).
019600         10  DLR222-C-NAME        PIC X(20).
019700 01  DLR222-APPLY-WORK.
019800     05  DLR222-OLD-STATUS        PIC X(01).
019900     05  DLR222-AMOUNT            PIC 9(04).
020000     05  DLR222-REJECT-REASON     PIC X(30).
020100*    AGEING BUCKETS BY DAYS SINCE THE DISPUTE WAS RAISED.
020200 01  DLR222-BUCKET-VALUES.
020300     05  FILLER  PIC X(13)  VALUE '00030 0 - 30 '.
020400     05  FILLER  PIC X(13)  VALUE '0006031 - 60 '.
020500     05  FILLER  PIC X(13)  VALUE '0009061 - 90 '.
020600     05  FILLER  PIC X(13)  VALUE '99999OVER 90 '.
020700 01  DLR222-BUCKET-TABLE REDEFINES DLR222-BUCKET-VALUES.
020800     05  DLR222-BUCKET-ENTRY OCCURS 4 TIMES
020900                             INDEXED BY DLR222-BX.
021000         10  DLR222-B-LAST-DAY    PIC 9(05).
021100         10  DLR222-B-NAME        PIC X(08).
021200 01  DLR222-BUCKET-TOTALS.
021300     05  DLR222-BUCKET-TOTAL OCCURS 4 TIMES.
021400         10  DLR222-BT-COUNT      PIC S9(07)  COMP-3.
021500         10  DLR222-BT-AMOUNT     PIC S9(09)  COMP-3.
021600 01  DLR222-BUCKET-SUB            PIC S9(04)  COMP.
021700 01  DLR222-COUNTERS.
021800     05  DLR222-CARDS-READ        PIC 9(07)  VALUE ZERO.
021900     05  DLR222-CARDS-DROPPED     PIC 9(07)  VALUE ZERO.
022000     05  DLR222-RAISED            PIC 9(07)  VALUE ZERO.
022100     05  DLR222-UPDATED           PIC 9(07)  VALUE ZERO.
022200     05  DLR222-UPHELD            PIC 9(07)  VALUE ZERO.
022300     05  DLR222-REJECTED          PIC 9(07)  VALUE ZERO.
022400     05  DLR222-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
022500     05  DLR222-CREDIT-TOTAL      PIC 9(09)  VALUE ZERO.
022600     05  DLR222-REG-READ          PIC 9(07)  VALUE ZERO.
022700     05  DLR222-REG-WRITTEN       PIC 9(07)  VALUE ZERO.
022800     05  DLR222-REG-PURGED        PIC 9(07)  VALUE ZERO.
022900     05  DLR222-REG-DROPPED       PIC 9(07)  VALUE ZERO.
023000     05  DLR222-OPEN-COUNT        PIC 9(07)  VALUE ZERO.
023100     05  DLR222-OPEN-AMOUNT       PIC 9(09)  VALUE ZERO.
023200 01  DLR222-ACTIVITY-HEADING-1.
023300     05  FILLER                   PIC X(53)  VALUE
023400         'DLR222 - INVOICE DISPUTE CARDS APPLIED           RUN '.
023500     05  DLR222-H1-RUN-DATE       PIC 9(08).
023600 01  DLR222-ACTIVITY-HEADING-2.
023700     05  FILLER                   PIC X(40)  VALUE
023800         'ACTION     CUSTOMER  INVOICE     AMOUNT '.
023900     05  FILLER                   PIC X(40)  VALUE
024000         'CREDIT NOTE  ENTERED BY  RESULT         '.
024100 01  DLR222-ACTIVITY-LINE.
024200     05  DLR222-A-ACTION          PIC X(10).
024300     05  FILLER                   PIC X(01).
024400     05  DLR222-A-CUSTOMER        PIC 9(09).
024500     05  FILLER                   PIC X(01).
024600     05  DLR222-A-INVOICE         PIC X(10).
024700     05  FILLER                   PIC X(03).
024800     05  DLR222-A-AMOUNT          PIC ZZZ9.
024900     05  FILLER                   PIC X(02).
025000     05  DLR222-A-CREDIT-NOTE     PIC X(10).
025100     05  FILLER                   PIC X(03).
025200     05  DLR222-A-ENTERED-BY      PIC X(08).
025300     05  FILLER                   PIC X(04).
025400     05  DLR222-A-RESULT          PIC X(30).
025500 01  DLR222-AGEING-HEADING-1.
025600     05  FILLER                   PIC X(53)  VALUE
025700         'DLR222 - OPEN INVOICE DISPUTES BY AGE            RUN '.
025800     05  DLR222-H2-RUN-DATE       PIC 9(08).
025900 01  DLR222-AGEING-HEADING-2.
026000     05  FILLER                   PIC X(40)  VALUE
026100         'CUSTOMER  NAME                 INVOICE  '.
026200     05  FILLER                   PIC X(40)  VALUE
026300         '    RAISED    DAYS  AMOUNT  AGE       RE'.
026400     05  FILLER                   PIC X(37)  VALUE
026500         'ASON                 RAISED BY'.
026600 01  DLR222-AGEING-LINE.
026700     05  DLR222-G-CUSTOMER        PIC 9(09).
026800     05  FILLER                   PIC X(01).
026900     05  DLR222-G-NAME            PIC X(20).
027000     05  FILLER                   PIC X(01).
027100     05  DLR222-G-INVOICE         PIC X(10).
027200     05  FILLER                   PIC X(03).
027300     05  DLR222-G-RAISED-DATE     PIC 9(08).
027400     05  FILLER                   PIC X(01).
027500     05  DLR222-G-DAYS            PIC ZZZZ9.
027600     05  FILLER                   PIC X(04).
027700     05  DLR222-G-AMOUNT          PIC ZZZ9.
027800     05  FILLER                   PIC X(02).
027900     05  DLR222-G-BUCKET          PIC X(08).
028000     05  FILLER                   PIC X(02).
028100     05  DLR222-G-REASON          PIC X(20).
028200     05  FILLER                   PIC X(01).
028300     05  DLR222-G-RAISED-BY       PIC X(08).
028400 01  DLR222-BUCKET-LINE.
028500     05  FILLER                   PIC X(04)  VALUE 'AGE '.
028600     05  DLR222-U-NAME            PIC X(08).
028700     05  FILLER                   PIC X(12)  VALUE
028800         ' DISPUTES - '.
028900     05  DLR222-U-COUNT           PIC ZZZZZZ9.
029000     05  FILLER                   PIC X(12)  VALUE
029100         '   AMOUNT - '.
029200     05  DLR222-U-AMOUNT          PIC ZZZZZZZZ9.
029300 01  DLR222-TOTAL-LINE.
029400     05  DLR222-T-LABEL           PIC X(40).
029500     05  DLR222-T-COUNT           PIC ZZZZZZZZ9.
029600 01  DLR222-BLANK-LINE            PIC X(01)  VALUE SPACE.
029700 PROCEDURE DIVISION.
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE.
030000     PERFORM 2000-CHECK-ONE-CUSTOMER
030100         UNTIL DLR222-INV-EOF.
030200     PERFORM 3000-APPLY-ONE-CARD
030300         VARYING DLR222-CX FROM 1 BY 1
030400         UNTIL DLR222-CX > DLR222-CARD-COUNT.
030500     PERFORM 4000-WRITE-REGISTER
030600         VARYING DLR222-RX FROM 1 BY 1
030700         UNTIL DLR222-RX > DLR222-REG-COUNT.
030800     PERFORM 5000-PRINT-AGEING.
030900     PERFORM 8000-PRINT-TOTALS.
031000     PERFORM 9000-TERMINATE.
031100     STOP RUN.
031200
031300 1000-INITIALIZE.
031400     ACCEPT DLR222-RUN-DATE FROM DATE YYYYMMDD.
031500     COMPUTE DLR222-RUN-DAY-NO =
031600         FUNCTION INTEGER-OF-DATE (DLR222-RUN-DATE).
031700     PERFORM 1100-LOAD-PARAMETERS.
031800     PERFORM 1200-LOAD-REGISTER.
031900     PERFORM 1300-LOAD-CARDS.
032000     OPEN INPUT  INVOICE-FILE.
032100     OPEN OUTPUT REGISTER-OUT
032200                 CREDIT-CARDS
032300                 AUDIT-FILE
032400                 ACTIVITY-REPORT
032500                 AGEING-REPORT.
032600     MOVE DLR222-RUN-DATE TO DLR222-H1-RUN-DATE
032700                             DLR222-H2-RUN-DATE.
032800     WRITE ACTIVITY-LINE FROM DLR222-ACTIVITY-HEADING-1.
032900     WRITE ACTIVITY-LINE FROM DLR222-ACTIVITY-HEADING-2.
033000     PERFORM 2100-READ-INVOICE.
033100 1000-EXIT.
033200     EXIT.
033300
033400*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
033500*    DATE SAYS HOW LONG A RESOLVED DISPUTE STAYS ON FILE.
033600 1100-LOAD-PARAMETERS.
033700     OPEN INPUT PARAM-FILE.
033800     PERFORM 1110-READ-PARAM.
033900     PERFORM 1120-TEST-ONE-PARAM
034000         UNTIL DLR222-PARM-EOF.
034100     CLOSE PARAM-FILE.
034200 1100-EXIT.
034300     EXIT.
034400
034500 1110-READ-PARAM.
034600     READ PARAM-FILE
034700         AT END
034800             MOVE 'Y' TO DLR222-PARM-EOF-SW
034900     END-READ.
035000 1110-EXIT.
035100     EXIT.
035200
035300 1120-TEST-ONE-PARAM.
035400     IF  DLPARAMM-JOB-NAME = 'DLR222  '
035500     AND DLPARAMM-EFF-FROM <= DLR222-RUN-DATE
035600         EVALUATE TRUE
035700             WHEN DLPARAMM-PARAM-NAME = 'KEEP-DAYS   '
035800             AND  DLPARAMM-EFF-FROM >= DLR222-BEST-EFF-KEEP
035900                 MOVE DLPARAMM-EFF-FROM
036000                     TO DLR222-BEST-EFF-KEEP
036100                 MOVE DLPARAMM-PARAM-VALUE
036200                     TO DLR222-KEEP-DAYS
036300             WHEN OTHER
036400                 CONTINUE
036500         END-EVALUATE
036600     END-IF.
036700     PERFORM 1110-READ-PARAM.
036800 1120-EXIT.
036900     EXIT.
037000
037100*    THE OLD GENERATION IS ALREADY IN KEY ORDER.
037200 1200-LOAD-REGISTER.
037300     OPEN INPUT REGISTER-IN.
037400     PERFORM 1210-READ-REGISTER.
037500     PERFORM 1220-HOLD-ONE-DISPUTE
037600         UNTIL DLR222-REG-EOF.
037700     CLOSE REGISTER-IN.
037800 1200-EXIT.
037900     EXIT.
038000
038100 1210-READ-REGISTER.
038200     READ REGISTER-IN
038300         AT END
038400             MOVE 'Y' TO DLR222-REG-EOF-SW
038500     END-READ.
038600 1210-EXIT.
038700     EXIT.
038800
038900 1220-HOLD-ONE-DISPUTE.
039000     ADD 1 TO DLR222-REG-READ.
039100     IF  DLR222-REG-COUNT < 2000
039200         ADD 1 TO DLR222-REG-COUNT
039300         SET DLR222-RX TO DLR222-REG-COUNT
039400         MOVE DLDSPREG-RECORD TO DLR222-REG-ENTRY (DLR222-RX)
039500     ELSE
039600         ADD 1 TO DLR222-REG-DROPPED
039700     END-IF.
039800     PERFORM 1210-READ-REGISTER.
039900 1220-EXIT.
040000     EXIT.
040100
040200 1300-LOAD-CARDS.
040300     OPEN INPUT DISPUTE-CARDS.
040400     PERFORM 1310-READ-CARD.
040500     PERFORM 1320-HOLD-ONE-CARD
040600         UNTIL DLR222-CARD-EOF.
040700     CLOSE DISPUTE-CARDS.
040800 1300-EXIT.
040900     EXIT.
041000
041100 1310-READ-CARD.
041200     READ DISPUTE-CARDS
041300         AT END
041400             MOVE 'Y' TO DLR222-CARD-EOF-SW
041500     END-READ.
041600 1310-EXIT.
041700     EXIT.
041800
041900 1320-HOLD-ONE-CARD.
042000     ADD 1 TO DLR222-CARDS-READ.
042100     IF  DLR222-CARD-COUNT < 500
042200         ADD 1 TO DLR222-CARD-COUNT
042300         SET DLR222-CX TO DLR222-CARD-COUNT
042400         MOVE DSC-ACTION          TO DLR222-C-ACTION (DLR222-CX)
042500         MOVE DSC-CUSTOMER-NUMBER
042600             TO DLR222-C-CUSTOMER (DLR222-CX)
042700         MOVE DSC-INVOICE-NUMBER
042800             TO DLR222-C-INVOICE (DLR222-CX)
042900         MOVE DSC-AMOUNT          TO DLR222-C-AMOUNT (DLR222-CX)
043000         MOVE DSC-REASON          TO DLR222-C-REASON (DLR222-CX)
043100         MOVE DSC-ENTERED-BY
043200             TO DLR222-C-ENTERED-BY (DLR222-CX)
043300         MOVE DSC-CREDIT-NOTE
043400             TO DLR222-C-CREDIT-NOTE (DLR222-CX)
043500         MOVE 'N'                 TO DLR222-C-INV-SW (DLR222-CX)
043600         MOVE ZERO
043700             TO DLR222-C-INV-AMOUNT (DLR222-CX)
043800         MOVE SPACES              TO DLR222-C-NAME (DLR222-CX)
043900     ELSE
044000         ADD 1 TO DLR222-CARDS-DROPPED
044100     END-IF.
044200     PERFORM 1310-READ-CARD.
044300 1320-EXIT.
044400     EXIT.
044500
044600*    ONE PASS OF THE INVOICE MASTER TELLS EACH CARD WHETHER
044700*    ITS INVOICE EXISTS, ITS AMOUNT NOW AND THE CUSTOMER NAME.
044800 2000-CHECK-ONE-CUSTOMER.
044900     PERFORM 2200-CHECK-ONE-CARD
045000         VARYING DLR222-CX FROM 1 BY 1
045100         UNTIL DLR222-CX > DLR222-CARD-COUNT.
045200     PERFORM 2100-READ-INVOICE.
045300 2000-EXIT.
045400     EXIT.
045500
045600 2100-READ-INVOICE.
045700     READ INVOICE-FILE
045800         AT END
045900             MOVE 'Y' TO DLR222-INV-EOF-SW
046000     END-READ.
046100 2100-EXIT.
046200     EXIT.
046300
046400 2200-CHECK-ONE-CARD.
046500     IF  DLR222-C-CUSTOMER (DLR222-CX) = CUSTOMER-NUMBER
046600         MOVE LAST-NAME TO DLR222-C-NAME (DLR222-CX)
046700         PERFORM 2300-TEST-ONE-INVOICE
046800             VARYING DLR222-INV-SUB FROM 1 BY 1
046900             UNTIL DLR222-INV-SUB > INVOICE-COUNT
047000                OR DLR222-C-INV-FOUND (DLR222-CX)
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.
047400
047500 2300-TEST-ONE-INVOICE.
047600     IF  INVOICE-NUMBER (DLR222-INV-SUB)
047700             = DLR222-C-INVOICE (DLR222-CX)
047800         MOVE 'Y' TO DLR222-C-INV-SW (DLR222-CX)
047900         MOVE INVOICE-AMOUNT (DLR222-INV-SUB)
048000             TO DLR222-C-INV-AMOUNT (DLR222-CX)
048100     END-IF.
048200 2300-EXIT.
048300     EXIT.
048400
048500*    CARDS ARE APPLIED IN THE ORDER KEYED, SO A DISPUTE CAN BE
048600*    RAISED AND RESOLVED IN THE SAME RUN.
048700 3000-APPLY-ONE-CARD.
048800     MOVE SPACES TO DLR222-REJECT-REASON.
048900     MOVE DLR222-C-CUSTOMER (DLR222-CX) TO DLR222-K-CUSTOMER.
049000     MOVE DLR222-C-INVOICE (DLR222-CX)  TO DLR222-K-INVOICE.
049100     PERFORM 3100-FIND-DISPUTE.
049200     IF  DLR222-REG-FOUND
049300         MOVE DLR222-R-STATUS (DLR222-RX) TO DLR222-OLD-STATUS
049400     ELSE
049500         MOVE SPACE TO DLR222-OLD-STATUS
049600     END-IF.
049700     EVALUATE DLR222-C-ACTION (DLR222-CX)
049800         WHEN 'R'
049900             PERFORM 3200-RAISE-DISPUTE
050000         WHEN 'U'
050100             PERFORM 3300-UPDATE-DISPUTE
050200         WHEN 'H'
050300             PERFORM 3400-UPHOLD-DISPUTE
050400         WHEN 'J'
050500             PERFORM 3500-REJECT-DISPUTE
050600         WHEN OTHER
050700             MOVE 'UNKNOWN ACTION CODE' TO DLR222-REJECT-REASON
050800     END-EVALUATE.
050900     IF  DLR222-REJECT-REASON = SPACES
051000         PERFORM 3700-AUDIT-CARD
051100     ELSE
051200         ADD 1 TO DLR222-CARDS-REJECTED
051300     END-IF.
051400     PERFORM 3800-LIST-CARD.
051500 3000-EXIT.
051600     EXIT.
051700
051800*    NOT FOUND LEAVES THE INDEX ON THE SLOT A NEW DISPUTE FOR
051900*    THE KEY WOULD TAKE.
052000 3100-FIND-DISPUTE.
052100     MOVE 'N' TO DLR222-REG-FOUND-SW.
052200     SET DLR222-RX TO 1.
052300     SEARCH DLR222-REG-ENTRY
052400         AT END
052500             CONTINUE
052600         WHEN DLR222-RX > DLR222-REG-COUNT
052700             CONTINUE
052800         WHEN DLR222-R-KEY (DLR222-RX) = DLR222-CARD-KEY
052900             MOVE 'Y' TO DLR222-REG-FOUND-SW
053000         WHEN DLR222-R-KEY (DLR222-RX) > DLR222-CARD-KEY
053100             CONTINUE
053200     END-SEARCH.
053300 3100-EXIT.
053400     EXIT.
053500
053600*    A RESOLVED DISPUTE ON THE SAME INVOICE IS REOPENED IN
053700*    PLACE; OTHERWISE THE NEW DISPUTE GOES IN AT ITS KEY.
053800 3200-RAISE-DISPUTE.
053900     MOVE DLR222-C-AMOUNT (DLR222-CX) TO DLR222-AMOUNT.
054000     IF  DLR222-AMOUNT = ZERO
054100         MOVE DLR222-C-INV-AMOUNT (DLR222-CX) TO DLR222-AMOUNT
054200     END-IF.
054300     EVALUATE TRUE
054400         WHEN NOT DLR222-C-INV-FOUND (DLR222-CX)
054500             MOVE 'INVOICE NOT ON MASTER'
054600                 TO DLR222-REJECT-REASON
054700         WHEN DLR222-REG-FOUND
054800         AND  DLR222-R-OPEN (DLR222-RX)
054900             MOVE 'DISPUTE ALREADY OPEN'
055000                 TO DLR222-REJECT-REASON
055100         WHEN DLR222-AMOUNT = ZERO
055200             MOVE 'NOTHING LEFT TO DISPUTE'
055300                 TO DLR222-REJECT-REASON
055400         WHEN DLR222-AMOUNT > DLR222-C-INV-AMOUNT (DLR222-CX)
055500             MOVE 'AMOUNT OVER INVOICE AMOUNT'
055600                 TO DLR222-REJECT-REASON
055700         WHEN NOT DLR222-REG-FOUND
055800         AND  DLR222-REG-COUNT NOT < 2000
055900             MOVE 'REGISTER FULL'
056000                 TO DLR222-REJECT-REASON
056100         WHEN OTHER
056200             IF  NOT DLR222-REG-FOUND
056300                 PERFORM 3250-MAKE-ROOM
056400             END-IF
056500             MOVE SPACES TO DLR222-REG-ENTRY (DLR222-RX)
056600             MOVE DLR222-CARD-KEY TO DLR222-R-KEY (DLR222-RX)
056700             MOVE 'O'             TO DLR222-R-STATUS (DLR222-RX)
056800             MOVE DLR222-C-NAME (DLR222-CX)
056900                 TO DLR222-R-NAME (DLR222-RX)
057000             MOVE DLR222-RUN-DATE
057100                 TO DLR222-R-RAISED-DATE (DLR222-RX)
057200             MOVE DLR222-C-ENTERED-BY (DLR222-CX)
057300                 TO DLR222-R-RAISED-BY (DLR222-RX)
057400             MOVE ZERO TO DLR222-R-UPDATED-DATE (DLR222-RX)
057500                          DLR222-R-RESOLVED-DATE (DLR222-RX)
057600                          DLR222-R-CREDIT (DLR222-RX)
057700             MOVE DLR222-AMOUNT
057800                 TO DLR222-R-DISPUTED (DLR222-RX)
057900             MOVE DLR222-C-REASON (DLR222-CX)
058000                 TO DLR222-R-REASON (DLR222-RX)
058100             ADD 1 TO DLR222-RAISED
058200     END-EVALUATE.
058300 3200-EXIT.
058400     EXIT.
058500
058600 3250-MAKE-ROOM.
058700     SET DLR222-INSERT-AT TO DLR222-RX.
058800     PERFORM 3260-MOVE-DISPUTE-UP
058900         VARYING DLR222-SUB FROM DLR222-REG-COUNT BY -1
059000         UNTIL DLR222-SUB < DLR222-INSERT-AT.
059100     ADD 1 TO DLR222-REG-COUNT.
059200 3250-EXIT.
059300     EXIT.
059400
059500 3260-MOVE-DISPUTE-UP.
059600     COMPUTE DLR222-SUB-NEXT = DLR222-SUB + 1.
059700     MOVE DLR222-REG-ENTRY (DLR222-SUB) TO DLR222-REG-SAVE.
059800     MOVE DLR222-REG-SAVE
059900         TO DLR222-REG-ENTRY (DLR222-SUB-NEXT).
060000 3260-EXIT.
060100     EXIT.
060200
060300*    AN UPDATE MAY RESTATE THE AMOUNT OR THE REASON; BLANK OR
060400*    ZERO FIELDS LEAVE THE REGISTER AS IT WAS.
060500 3300-UPDATE-DISPUTE.
060600     EVALUATE TRUE
060700         WHEN NOT DLR222-REG-FOUND
060800         WHEN NOT DLR222-R-OPEN (DLR222-RX)
060900             MOVE 'NO OPEN DISPUTE ON INVOICE'
061000                 TO DLR222-REJECT-REASON
061100         WHEN DLR222-C-INV-FOUND (DLR222-CX)
061200         AND  DLR222-C-AMOUNT (DLR222-CX)
061300                  > DLR222-C-INV-AMOUNT (DLR222-CX)
061400             MOVE 'AMOUNT OVER INVOICE AMOUNT'
061500                 TO DLR222-REJECT-REASON
061600         WHEN OTHER
061700             IF  DLR222-C-AMOUNT (DLR222-CX) > ZERO
061800                 MOVE DLR222-C-AMOUNT (DLR222-CX)
061900                     TO DLR222-R-DISPUTED (DLR222-RX)
062000             END-IF
062100             IF  DLR222-C-REASON (DLR222-CX) NOT = SPACES
062200                 MOVE DLR222-C-REASON (DLR222-CX)
062300                     TO DLR222-R-REASON (DLR222-RX)
062400             END-IF
062500             MOVE DLR222-RUN-DATE
062600                 TO DLR222-R-UPDATED-DATE (DLR222-RX)
062700             MOVE DLR222-C-ENTERED-BY (DLR222-CX)
062800                 TO DLR222-R-UPDATED-BY (DLR222-RX)
062900             ADD 1 TO DLR222-UPDATED
063000     END-EVALUATE.
063100 3300-EXIT.
063200     EXIT.
063300
063400*    UPHELD - THE CREDIT (THE CARD'S, ELSE THE AMOUNT IN
063500*    DISPUTE) MAY NOT EXCEED WHAT IS STILL ON THE INVOICE.
063600 3400-UPHOLD-DISPUTE.
063700     IF  DLR222-REG-FOUND
063800         MOVE DLR222-C-AMOUNT (DLR222-CX) TO DLR222-AMOUNT
063900         IF  DLR222-AMOUNT = ZERO
064000             MOVE DLR222-R-DISPUTED (DLR222-RX) TO DLR222-AMOUNT
064100         END-IF
064200     END-IF.
064300     EVALUATE TRUE
064400         WHEN NOT DLR222-REG-FOUND
064500         WHEN NOT DLR222-R-OPEN (DLR222-RX)
064600             MOVE 'NO OPEN DISPUTE ON INVOICE'
064700                 TO DLR222-REJECT-REASON
064800         WHEN NOT DLR222-C-INV-FOUND (DLR222-CX)
064900             MOVE 'INVOICE NOT ON MASTER'
065000                 TO DLR222-REJECT-REASON
065100         WHEN DLR222-AMOUNT > DLR222-C-INV-AMOUNT (DLR222-CX)
065200             MOVE 'CREDIT OVER INVOICE AMOUNT'
065300                 TO DLR222-REJECT-REASON
065400         WHEN OTHER
065500             MOVE 'U' TO DLR222-R-STATUS (DLR222-RX)
065600             MOVE DLR222-RUN-DATE
065700                 TO DLR222-R-RESOLVED-DATE (DLR222-RX)
065800             MOVE DLR222-C-ENTERED-BY (DLR222-CX)
065900                 TO DLR222-R-UPDATED-BY (DLR222-RX)
066000             MOVE DLR222-AMOUNT TO DLR222-R-CREDIT (DLR222-RX)
066100             ADD 1 TO DLR222-UPHELD
066200             IF  DLR222-AMOUNT > ZERO
066300                 PERFORM 3600-ISSUE-CREDIT-NOTE
066400             END-IF
066500     END-EVALUATE.
066600 3400-EXIT.
066700     EXIT.
066800
066900 3500-REJECT-DISPUTE.
067000     EVALUATE TRUE
067100         WHEN NOT DLR222-REG-FOUND
067200         WHEN NOT DLR222-R-OPEN (DLR222-RX)
067300             MOVE 'NO OPEN DISPUTE ON INVOICE'
067400                 TO DLR222-REJECT-REASON
067500         WHEN OTHER
067600             MOVE 'R' TO DLR222-R-STATUS (DLR222-RX)
067700             MOVE DLR222-RUN-DATE
067800                 TO DLR222-R-RESOLVED-DATE (DLR222-RX)
067900             MOVE DLR222-C-ENTERED-BY (DLR222-CX)
068000                 TO DLR222-R-UPDATED-BY (DLR222-RX)
068100             ADD 1 TO DLR222-REJECTED
068200     END-EVALUATE.
068300 3500-EXIT.
068400     EXIT.
068500
068600*    THE CREDIT NOTE NUMBER IS THE CARD'S, ELSE 'CN' + MMDD +
068700*    A RUN SEQUENCE (AS DLR142 NUMBERS ITS CHARGES). THE CARD
068800*    TAKES THE CREDIT OFF THE DISPUTED INVOICE IN DLR092.
068900 3600-ISSUE-CREDIT-NOTE.
069000     IF  DLR222-C-CREDIT-NOTE (DLR222-CX) NOT = SPACES
069100         MOVE DLR222-C-CREDIT-NOTE (DLR222-CX)
069200             TO DLR222-R-CREDIT-NOTE (DLR222-RX)
069300     ELSE
069400         ADD 1 TO DLR222-CREDIT-SEQ
069500         MOVE SPACES TO DLR222-R-CREDIT-NOTE (DLR222-RX)
069600         STRING 'CN' DLR222-RUN-DATE (5:2)
069700                DLR222-RUN-DATE (7:2) DLR222-CREDIT-SEQ
069800             DELIMITED BY SIZE
069900             INTO DLR222-R-CREDIT-NOTE (DLR222-RX)
070000     END-IF.
070100     ADD DLR222-AMOUNT TO DLR222-CREDIT-TOTAL.
070200     MOVE SPACES TO MAINT-CARD-REC.
070300     MOVE 'C'                         TO MNT-ACTION.
070400     MOVE DLR222-K-CUSTOMER           TO MNT-CUSTOMER-NUMBER.
070500     MOVE DLR222-K-INVOICE            TO MNT-INVOICE-NUMBER.
070600     STRING DLR222-RUN-DATE (5:2) '/'
070700            DLR222-RUN-DATE (7:2) '/'
070800            DLR222-RUN-DATE (1:4)
070900         DELIMITED BY SIZE INTO MNT-INVOICE-DATE.
071000     MOVE DLR222-AMOUNT               TO MNT-INVOICE-AMOUNT.
071100     STRING 'CR NOTE ' DLR222-R-CREDIT-NOTE (DLR222-RX)
071200         DELIMITED BY SIZE INTO MNT-DESCRIPTION.
071300     MOVE ZERO TO MNT-SUB-SEQ.
071400     MOVE 'Y'  TO MNT-CREDIT-OVERRIDE.
071500     WRITE MAINT-CARD-REC.
071600 3600-EXIT.
071700     EXIT.
071800
071900 3700-AUDIT-CARD.
072000     MOVE DLR222-RUN-DATE               TO AUD-RUN-DATE.
072100     MOVE DLR222-C-ACTION (DLR222-CX)   TO AUD-ACTION.
072200     MOVE DLR222-K-CUSTOMER             TO AUD-CUSTOMER-NUMBER.
072300     MOVE DLR222-K-INVOICE              TO AUD-INVOICE-NUMBER.
072400     MOVE DLR222-OLD-STATUS             TO AUD-OLD-STATUS.
072500     MOVE DLR222-R-STATUS (DLR222-RX)   TO AUD-NEW-STATUS.
072600     IF  DLR222-C-ACTION (DLR222-CX) = 'H'
072700         MOVE DLR222-R-CREDIT (DLR222-RX)   TO AUD-AMOUNT
072800     ELSE
072900         MOVE DLR222-R-DISPUTED (DLR222-RX) TO AUD-AMOUNT
073000     END-IF.
073100     MOVE DLR222-R-REASON (DLR222-RX)   TO AUD-REASON.
073200     MOVE DLR222-C-ENTERED-BY (DLR222-CX) TO AUD-ENTERED-BY.
073300     MOVE DLR222-R-CREDIT-NOTE (DLR222-RX) TO AUD-CREDIT-NOTE.
073400     WRITE AUDIT-REC.
073500 3700-EXIT.
073600     EXIT.
073700
073800 3800-LIST-CARD.
073900     MOVE SPACES TO DLR222-ACTIVITY-LINE.
074000     EVALUATE DLR222-C-ACTION (DLR222-CX)
074100         WHEN 'R'
074200             MOVE 'RAISE'    TO DLR222-A-ACTION
074300         WHEN 'U'
074400             MOVE 'UPDATE'   TO DLR222-A-ACTION
074500         WHEN 'H'
074600             MOVE 'UPHELD'   TO DLR222-A-ACTION
074700         WHEN 'J'
074800             MOVE 'REJECTED' TO DLR222-A-ACTION
074900         WHEN OTHER
075000             MOVE DLR222-C-ACTION (DLR222-CX) TO DLR222-A-ACTION
075100     END-EVALUATE.
075200     MOVE DLR222-K-CUSTOMER             TO DLR222-A-CUSTOMER.
075300     MOVE DLR222-K-INVOICE              TO DLR222-A-INVOICE.
075400     MOVE DLR222-C-ENTERED-BY (DLR222-CX) TO DLR222-A-ENTERED-BY.
075500     IF  DLR222-REJECT-REASON = SPACES
075600         IF  DLR222-C-ACTION (DLR222-CX) = 'H'
075700             MOVE DLR222-R-CREDIT (DLR222-RX) TO DLR222-A-AMOUNT
075800             MOVE DLR222-R-CREDIT-NOTE (DLR222-RX)
075900                 TO DLR222-A-CREDIT-NOTE
076000         ELSE
076100             MOVE DLR222-R-DISPUTED (DLR222-RX)
076200                 TO DLR222-A-AMOUNT
076300         END-IF
076400         MOVE 'APPLIED' TO DLR222-A-RESULT
076500     ELSE
076600         MOVE DLR222-C-AMOUNT (DLR222-CX) TO DLR222-A-AMOUNT
076700         MOVE DLR222-REJECT-REASON TO DLR222-A-RESULT
076800     END-IF.
076900     WRITE ACTIVITY-LINE FROM DLR222-ACTIVITY-LINE.
077000 3800-EXIT.
077100     EXIT.
077200
077300*    OPEN DISPUTES ALWAYS CARRY FORWARD; A RESOLVED ONE STAYS
077400*    UNTIL KEEP-DAYS AFTER IT WAS RESOLVED.
077500 4000-WRITE-REGISTER.
077600     IF  DLR222-R-OPEN (DLR222-RX)
077700         MOVE ZERO TO DLR222-AGE-DAYS
077800     ELSE
077900         COMPUTE DLR222-AGE-DAYS = DLR222-RUN-DAY-NO
078000             - FUNCTION INTEGER-OF-DATE
078100                   (DLR222-R-RESOLVED-DATE (DLR222-RX))
078200     END-IF.
078300     IF  DLR222-AGE-DAYS > DLR222-KEEP-DAYS
078400         ADD 1 TO DLR222-REG-PURGED
078500     ELSE
078600         WRITE REGISTER-OUT-REC
078700             FROM DLR222-REG-ENTRY (DLR222-RX)
078800         ADD 1 TO DLR222-REG-WRITTEN
078900     END-IF.
079000 4000-EXIT.
079100     EXIT.
079200
079300 5000-PRINT-AGEING.
079400     INITIALIZE DLR222-BUCKET-TOTALS.
079500     WRITE AGEING-LINE FROM DLR222-AGEING-HEADING-1.
079600     WRITE AGEING-LINE FROM DLR222-AGEING-HEADING-2.
079700     PERFORM 5100-AGE-ONE-DISPUTE
079800         VARYING DLR222-RX FROM 1 BY 1
079900         UNTIL DLR222-RX > DLR222-REG-COUNT.
080000     WRITE AGEING-LINE FROM DLR222-BLANK-LINE.
080100     PERFORM 5200-PRINT-ONE-BUCKET
080200         VARYING DLR222-BX FROM 1 BY 1
080300         UNTIL DLR222-BX > 4.
080400 5000-EXIT.
080500     EXIT.
080600
080700 5100-AGE-ONE-DISPUTE.
080800     IF  DLR222-R-OPEN (DLR222-RX)
080900         COMPUTE DLR222-AGE-DAYS = DLR222-RUN-DAY-NO
081000             - FUNCTION INTEGER-OF-DATE
081100                   (DLR222-R-RAISED-DATE (DLR222-RX))
081200         SET DLR222-BX TO 1
081300         SEARCH DLR222-BUCKET-ENTRY
081400             AT END
081500                 SET DLR222-BX TO 4
081600             WHEN DLR222-AGE-DAYS <= DLR222-B-LAST-DAY (DLR222-BX)
081700                 CONTINUE
081800         END-SEARCH
081900         SET DLR222-BUCKET-SUB TO DLR222-BX
082000         ADD 1 TO DLR222-BT-COUNT (DLR222-BUCKET-SUB)
082100                  DLR222-OPEN-COUNT
082200         ADD DLR222-R-DISPUTED (DLR222-RX)
082300             TO DLR222-BT-AMOUNT (DLR222-BUCKET-SUB)
082400                DLR222-OPEN-AMOUNT
082500         MOVE SPACES TO DLR222-AGEING-LINE
082600         MOVE DLR222-R-CUSTOMER (DLR222-RX) TO DLR222-G-CUSTOMER
082700         MOVE DLR222-R-NAME (DLR222-RX)     TO DLR222-G-NAME
082800         MOVE DLR222-R-INVOICE (DLR222-RX)  TO DLR222-G-INVOICE
082900         MOVE DLR222-R-RAISED-DATE (DLR222-RX)
083000             TO DLR222-G-RAISED-DATE
083100         MOVE DLR222-AGE-DAYS               TO DLR222-G-DAYS
083200         MOVE DLR222-R-DISPUTED (DLR222-RX) TO DLR222-G-AMOUNT
083300         MOVE DLR222-B-NAME (DLR222-BX)     TO DLR222-G-BUCKET
083400         MOVE DLR222-R-REASON (DLR222-RX)   TO DLR222-G-REASON
083500         MOVE DLR222-R-RAISED-BY (DLR222-RX)
083600             TO DLR222-G-RAISED-BY
083700         WRITE AGEING-LINE FROM DLR222-AGEING-LINE
083800     END-IF.
083900 5100-EXIT.
084000     EXIT.
084100
084200 5200-PRINT-ONE-BUCKET.
084300     SET DLR222-BUCKET-SUB TO DLR222-BX.
084400     MOVE DLR222-B-NAME (DLR222-BX) TO DLR222-U-NAME.
084500     MOVE DLR222-BT-COUNT (DLR222-BUCKET-SUB)  TO DLR222-U-COUNT.
084600     MOVE DLR222-BT-AMOUNT (DLR222-BUCKET-SUB) TO DLR222-U-AMOUNT.
084700     WRITE AGEING-LINE FROM DLR222-BUCKET-LINE.
084800 5200-EXIT.
084900     EXIT.
085000
085100 8000-PRINT-TOTALS.
085200     WRITE AGEING-LINE FROM DLR222-BLANK-LINE.
085300     MOVE 'OPEN DISPUTES' TO DLR222-T-LABEL.
085400     MOVE DLR222-OPEN-COUNT TO DLR222-T-COUNT.
085500     WRITE AGEING-LINE FROM DLR222-TOTAL-LINE.
085600     MOVE 'AMOUNT IN DISPUTE' TO DLR222-T-LABEL.
085700     MOVE DLR222-OPEN-AMOUNT TO DLR222-T-COUNT.
085800     WRITE AGEING-LINE FROM DLR222-TOTAL-LINE.
085900     WRITE ACTIVITY-LINE FROM DLR222-BLANK-LINE.
086000     MOVE 'DISPUTE CARDS READ' TO DLR222-T-LABEL.
086100     MOVE DLR222-CARDS-READ TO DLR222-T-COUNT.
086200     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
086300     MOVE 'DISPUTES RAISED' TO DLR222-T-LABEL.
086400     MOVE DLR222-RAISED TO DLR222-T-COUNT.
086500     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
086600     MOVE 'DISPUTES UPDATED' TO DLR222-T-LABEL.
086700     MOVE DLR222-UPDATED TO DLR222-T-COUNT.
086800     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
086900     MOVE 'DISPUTES UPHELD' TO DLR222-T-LABEL.
087000     MOVE DLR222-UPHELD TO DLR222-T-COUNT.
087100     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
087200     MOVE 'CREDIT NOTES - TOTAL AMOUNT' TO DLR222-T-LABEL.
087300     MOVE DLR222-CREDIT-TOTAL TO DLR222-T-COUNT.
087400     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
087500     MOVE 'DISPUTES REJECTED' TO DLR222-T-LABEL.
087600     MOVE DLR222-REJECTED TO DLR222-T-COUNT.
087700     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
087800     MOVE 'CARDS NOT APPLIED' TO DLR222-T-LABEL.
087900     MOVE DLR222-CARDS-REJECTED TO DLR222-T-COUNT.
088000     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
088100     MOVE 'CARDS NOT READ - TABLE FULL' TO DLR222-T-LABEL.
088200     MOVE DLR222-CARDS-DROPPED TO DLR222-T-COUNT.
088300     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
088400     MOVE 'REGISTER RECORDS READ' TO DLR222-T-LABEL.
088500     MOVE DLR222-REG-READ TO DLR222-T-COUNT.
088600     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
088700     MOVE 'REGISTER RECORDS LOST - TABLE FULL' TO DLR222-T-LABEL.
088800     MOVE DLR222-REG-DROPPED TO DLR222-T-COUNT.
088900     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
089000     MOVE 'RESOLVED DISPUTES PURGED' TO DLR222-T-LABEL.
089100     MOVE DLR222-REG-PURGED TO DLR222-T-COUNT.
089200     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
089300     MOVE 'REGISTER RECORDS WRITTEN' TO DLR222-T-LABEL.
089400     MOVE DLR222-REG-WRITTEN TO DLR222-T-COUNT.
089500     WRITE ACTIVITY-LINE FROM DLR222-TOTAL-LINE.
089600 8000-EXIT.
089700     EXIT.
089800
089900 9000-TERMINATE.
090000     IF  DLR222-CARDS-REJECTED > ZERO
090100         MOVE 4 TO RETURN-CODE
090200     END-IF.
090300     IF  DLR222-CARDS-DROPPED > ZERO
090400     OR  DLR222-REG-DROPPED > ZERO
090500         MOVE 8 TO RETURN-CODE
090600     END-IF.
090700     DISPLAY 'DLR222 CARDS APPLIED     = '
090800         DLR222-RAISED ' ' DLR222-UPDATED ' '
090900         DLR222-UPHELD ' ' DLR222-REJECTED.
091000     DISPLAY 'DLR222 OPEN DISPUTES     = ' DLR222-OPEN-COUNT.
091100     CLOSE INVOICE-FILE
091200           REGISTER-OUT
091300           CREDIT-CARDS
091400           AUDIT-FILE
091500           ACTIVITY-REPORT
091600           AGEING-REPORT.
091700 9000-EXIT.
091800     EXIT.
