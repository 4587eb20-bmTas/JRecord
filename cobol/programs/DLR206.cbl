000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR206.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR206 - MONTHLY VENDOR REBATE ACCRUAL AND CLAIMING          *
001000*                                                                *
001100*   RUN IN THE FIRST DAYS OF THE MONTH. THE CUT-OFF IS THE LAST  *
001200*   DAY OF THE MONTH JUST ENDED. FOR EVERY ACTIVE DLREBAGR       *
001300*   AGREEMENT (DLR205) THE VENDOR'S QUALIFYING PURCHASES FROM    *
001400*   THE PERIOD START TO THE CUT-OFF (OR THE PERIOD END IF        *
001500*   SOONER) ARE TAKEN AFRESH FROM DLRCVHST - REVERSED RECEIPTS   *
001600*   AND RECEIPTS WITHOUT A USABLE DATE ARE LEFT OUT. BASIS R     *
001700*   VALUES A RECEIPT AT RECEIPT COST AS DLR201 DOES (RECEIVED    *
001800*   QUANTITY TIMES UNIT COST, OR THE HEADER RECEIPT AMOUNT FOR   *
001900*   A RECEIPT LOADED BEFORE COSTS WERE CARRIED); BASIS P TAKES   *
002000*   THE DLPOLIFE ORDER VALUE OF EACH PO RECEIVED AGAINST, ONCE.  *
002100*   THE RATE OF THE HIGHEST TIER REACHED IS EARNED ON ALL THE    *
002200*   PURCHASES. THE MOVEMENT SINCE THE LAST ACCRUAL IS JOURNALLED *
002300*   - DEBIT REBATE RECEIVABLE, CREDIT REBATE INCOME, OR THE      *
002400*   REVERSE IF THE REBATE HAS FALLEN - DATED THE CUT-OFF.        *
002500*   ONCE THE PERIOD HAS ENDED THE REBATE EARNED IS CLAIMED: A    *
002600*   DLCLAIMR CLAIM OF TYPE RBTE IS RAISED, NUMBERED ON FROM THE  *
002700*   HIGHEST CLAIM ON THE REGISTER AS DLR068 NUMBERS ITS CLAIMS,  *
002800*   THE CLAIM DOCUMENT IS PRINTED FOR THE VENDOR AND THE         *
002900*   AGREEMENT IS MARKED CLAIMED. THE CLAIM IS THEN DEDUCTED AND  *
003000*   SETTLED BY THE AP PAYMENT RUN LIKE ANY OTHER CLAIM.          *
003100*                                                                *
003200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003300*  ---|----------|------------------------------|------------    *
003400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003410*  02 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
003420*     |          | KEYCODE AND ORDER NUMBER     |                *
003500*                                                                *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT REBATE-MASTER     ASSIGN TO DLREBAGR
004400                              ORGANIZATION IS INDEXED
004500                              ACCESS MODE IS DYNAMIC
004600                              RECORD KEY IS DLREBAGR-KEY.
004700     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
004800                              ORGANIZATION IS INDEXED
004900                              ACCESS MODE IS DYNAMIC
005000                              RECORD KEY IS DLRCVHST-KEY
005010                              ALTERNATE RECORD KEY IS
005020                                  DLRCVHST-KEYCODE-NO
005030                                  WITH DUPLICATES
005040                              ALTERNATE RECORD KEY IS
005050                                  DLRCVHST-ORDER-NO
005060                                  WITH DUPLICATES.
005100     SELECT PO-LIFE-MASTER    ASSIGN TO DLPOLIFE
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS RANDOM
005400                              RECORD KEY IS DLPOLIFE-PO-NO.
005500     SELECT CLAIMS-REGISTER   ASSIGN TO DLCLAIMR
005600                              ORGANIZATION IS INDEXED
005700                              ACCESS MODE IS DYNAMIC
005800                              RECORD KEY IS DLCLAIMR-CLAIM-NO.
005900     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLGN
006000                              ORGANIZATION IS SEQUENTIAL.
006100     SELECT REBATE-REPORT     ASSIGN TO RBTRPT
006200                              ORGANIZATION IS SEQUENTIAL.
006300     SELECT CLAIM-PRINT       ASSIGN TO RBTCLAIM
006400                              ORGANIZATION IS SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  REBATE-MASTER
006800     LABEL RECORDS ARE STANDARD.
006900 01  DLREBAGR-RECORD.
007000     COPY DLREBAGR.
007100 FD  HISTORY-MASTER
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLRCVHST-RECORD.
007400     COPY DLRCVHST.
007500 FD  PO-LIFE-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLPOLIFE-RECORD.
007800     COPY DLPOLIFE.
007900 FD  CLAIMS-REGISTER
008000     LABEL RECORDS ARE STANDARD.
008100 01  DLCLAIMR-RECORD.
008200     COPY DLCLAIMR.
008300 FD  GL-JOURNAL-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  DLGLJRNL-RECORD.
008700     COPY DLGLJRNL.
008800 FD  REBATE-REPORT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  REBATE-LINE                 PIC X(132).
009200 FD  CLAIM-PRINT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  CLAIM-LINE                  PIC X(90).
009600 WORKING-STORAGE SECTION.
009700 01  DLR206-SWITCHES.
009800     05  DLR206-AGR-EOF-SW        PIC X(01)  VALUE 'N'.
009900         88  DLR206-AGR-EOF                  VALUE 'Y'.
010000     05  DLR206-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
010100         88  DLR206-HIST-EOF                 VALUE 'Y'.
010200     05  DLR206-REG-EOF-SW        PIC X(01)  VALUE 'N'.
010300         88  DLR206-REG-EOF                  VALUE 'Y'.
010400     05  DLR206-IN-RECEIPT-SW     PIC X(01)  VALUE 'N'.
010500         88  DLR206-IN-RECEIPT               VALUE 'Y'.
010600     05  DLR206-DATE-OK-SW        PIC X(01)  VALUE 'N'.
010700         88  DLR206-DATE-OK                  VALUE 'Y'.
010800     05  DLR206-AGR-FOUND-SW      PIC X(01)  VALUE 'N'.
010900         88  DLR206-AGR-FOUND                VALUE 'Y'.
011000     05  DLR206-MASTER-FOUND-SW   PIC X(01)  VALUE 'N'.
011100         88  DLR206-MASTER-FOUND             VALUE 'Y'.
011200 01  DLR206-CONSTANTS.
011300     05  DLR206-RECEIVABLE-ACCT   PIC X(08)  VALUE 'RBTREC01'.
011400     05  DLR206-INCOME-ACCT       PIC X(08)  VALUE 'RBTINC01'.
011500     05  DLR206-COST-CENTRE       PIC X(06)  VALUE 'REBATE'.
011600     05  DLR206-MAX-CLAIM         PIC 9(07)V99 VALUE 9999999.99.
011700 01  DLR206-RUN-DATE-FIELDS.
011800     05  DLR206-RUN-CCYYMMDD      PIC 9(08)  VALUE ZERO.
011900     05  DLR206-RUN-PARTS REDEFINES DLR206-RUN-CCYYMMDD.
012000         10  DLR206-RUN-CCYYMM    PIC 9(06).
012100         10  DLR206-RUN-DD        PIC 9(02).
012200     05  DLR206-MONTH-START       PIC 9(08)  VALUE ZERO.
012300     05  DLR206-CUT-OFF-CCYYMMDD  PIC 9(08)  VALUE ZERO.
012400     05  DLR206-CUT-OFF-CYYMMDD   PIC S9(07)   COMP-3.
012500 01  DLR206-DATE-WORK.
012600     05  DLR206-DATE-X10          PIC X(10).
012700     05  DLR206-DATE-PARTS REDEFINES DLR206-DATE-X10.
012800         10  DLR206-X-DD          PIC 9(02).
012900         10  FILLER               PIC X(01).
013000         10  DLR206-X-MM          PIC 9(02).
013100         10  FILLER               PIC X(01).
013200         10  DLR206-X-CCYY        PIC 9(04).
013300     05  DLR206-CCYYMMDD          PIC 9(08).
013400*    THE ACTIVE AGREEMENTS STARTED BY THE CUT-OFF, WITH THE
013500*    PURCHASES GATHERED FOR EACH ON THIS RUN.
013600 01  DLR206-AGR-CONTROL.
013700     05  DLR206-AGR-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013800     05  DLR206-AGR-SUB           PIC S9(04)  COMP  VALUE ZERO.
013900 01  DLR206-AGR-TABLE.
014000     05  DLR206-AGR-ENTRY OCCURS 500 TIMES
014100                          INDEXED BY DLR206-AGR-IX.
014200         10  DLR206-A-KEY.
014300             15  DLR206-A-SUP-ID  PIC 9(08).
014400             15  DLR206-A-START   PIC 9(08).
014500         10  DLR206-A-END         PIC 9(08).
014600         10  DLR206-A-BASIS       PIC X(01).
014700             88  DLR206-A-PO-BASIS           VALUE 'P'.
014800         10  DLR206-A-PURCHASES   PIC S9(11)V99 COMP-3.
014900         10  DLR206-A-RECEIPTS    PIC 9(07)  COMP-3.
015000*    PO NUMBERS ALREADY COUNTED FOR A PO-BASIS AGREEMENT.
015100 01  DLR206-PO-CONTROL.
015200     05  DLR206-PO-COUNT          PIC S9(04)  COMP  VALUE ZERO.
015300 01  DLR206-PO-TABLE.
015400     05  DLR206-PO-ENTRY OCCURS 5000 TIMES
015500                         INDEXED BY DLR206-PO-IX.
015600         10  DLR206-P-PO-NO       PIC 9(12).
015700 01  DLR206-ORDER-WORK.
015800     05  DLR206-ORDER-X           PIC X(12).
015900     05  DLR206-ORDER-9 REDEFINES DLR206-ORDER-X
016000                                  PIC 9(12).
016100*    THE RECEIPT IN HAND.
016200 01  DLR206-RECEIPT.
016300     05  DLR206-R-RECEIPT-LOCN    PIC 9(04).
016400     05  DLR206-R-RECEIPT-NO      PIC 9(09).
016500     05  DLR206-R-HDR-AMT         PIC 9(7)V9(2).
016600     05  DLR206-R-VALUE           PIC S9(11)V99 COMP-3.
016700 01  DLR206-LINE-VALUE            PIC S9(11)V99 COMP-3.
016800 01  DLR206-TIER-SUB              PIC S9(04)  COMP.
016900 01  DLR206-CALC.
017000     05  DLR206-RATE              PIC 9(02)V99.
017100     05  DLR206-EARNED            PIC S9(09)V99 COMP-3.
017200     05  DLR206-PRIOR-ACCRUED     PIC S9(09)V99 COMP-3.
017300     05  DLR206-MOVEMENT          PIC S9(09)V99 COMP-3.
017400 01  DLR206-NEXT-CLAIM-NO         PIC 9(08)  VALUE 1.
017500 01  DLR206-COUNTERS.
017600     05  DLR206-AGREEMENTS        PIC 9(07)  VALUE ZERO.
017700     05  DLR206-AGR-DROPPED       PIC 9(07)  VALUE ZERO.
017800     05  DLR206-HEADERS-READ      PIC 9(07)  VALUE ZERO.
017900     05  DLR206-QUALIFYING        PIC 9(07)  VALUE ZERO.
018000     05  DLR206-REVERSED          PIC 9(07)  VALUE ZERO.
018100     05  DLR206-UNDATED           PIC 9(07)  VALUE ZERO.
018200     05  DLR206-PO-NOT-FOUND      PIC 9(07)  VALUE ZERO.
018300     05  DLR206-PO-DROPPED        PIC 9(07)  VALUE ZERO.
018400     05  DLR206-CLAIMS-RAISED     PIC 9(07)  VALUE ZERO.
018500     05  DLR206-CLOSED-NIL        PIC 9(07)  VALUE ZERO.
018600     05  DLR206-CLAIM-TOO-BIG     PIC 9(07)  VALUE ZERO.
018700     05  DLR206-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
018800 01  DLR206-TOTALS.
018900     05  DLR206-T-PURCHASES       PIC S9(13)V99 COMP-3
019000                                             VALUE ZERO.
019100     05  DLR206-T-EARNED          PIC S9(11)V99 COMP-3
019200                                             VALUE ZERO.
019300     05  DLR206-T-MOVEMENT        PIC S9(11)V99 COMP-3
019400                                             VALUE ZERO.
019500     05  DLR206-T-CLAIMED         PIC S9(11)V99 COMP-3
019600                                             VALUE ZERO.
019700     05  DLR206-T-JRNL-DEBITS     PIC S9(11)V99 COMP-3
019800                                             VALUE ZERO.
019900     05  DLR206-T-JRNL-CREDITS    PIC S9(11)V99 COMP-3
020000                                             VALUE ZERO.
020100 01  DLR206-HEADING-1.
020200     05  FILLER                   PIC X(53)  VALUE
020300         'DLR206 - VENDOR REBATE ACCRUAL AND CLAIMS        RUN '.
020400     05  DLR206-H-RUN-DATE        PIC 9(08).
020500     05  FILLER                   PIC X(11)  VALUE
020600         '   CUT-OFF '.
020700     05  DLR206-H-CUT-OFF         PIC 9(08).
020800 01  DLR206-HEADING-2.
020900     05  FILLER                   PIC X(40)  VALUE
021000         'SUPPLIER  PERIOD FROM  TO       B    PUR'.
021100     05  FILLER                   PIC X(40)  VALUE
021200         'CHASES  TIER  RATE     REBATE EARNED    '.
021300     05  FILLER                   PIC X(40)  VALUE
021400         ' THIS ACCRUAL  ACTION                   '.
021500 01  DLR206-DETAIL-LINE.
021600     05  DLR206-L-SUP-ID          PIC 9(08).
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR206-L-START           PIC 9(08).
021900     05  FILLER                   PIC X(01)  VALUE SPACE.
022000     05  DLR206-L-END             PIC 9(08).
022100     05  FILLER                   PIC X(01)  VALUE SPACE.
022200     05  DLR206-L-BASIS           PIC X(01).
022300     05  FILLER                   PIC X(01)  VALUE SPACE.
022400     05  DLR206-L-PURCHASES       PIC ZZZZZZZZZZ9.99.
022500     05  FILLER                   PIC X(03)  VALUE SPACES.
022600     05  DLR206-L-TIER            PIC 9(01).
022700     05  FILLER                   PIC X(02)  VALUE SPACES.
022800     05  DLR206-L-RATE            PIC Z9.99.
022900     05  FILLER                   PIC X(01)  VALUE SPACE.
023000     05  DLR206-L-EARNED          PIC -ZZZZZZZZ9.99.
023100     05  FILLER                   PIC X(01)  VALUE SPACE.
023200     05  DLR206-L-MOVEMENT        PIC -ZZZZZZZZ9.99.
023300     05  FILLER                   PIC X(02)  VALUE SPACES.
023400     05  DLR206-L-ACTION          PIC X(30).
023500 01  DLR206-TOTAL-LINE.
023600     05  DLR206-T-LABEL           PIC X(40).
023700     05  DLR206-T-COUNT           PIC ZZZZZZZZ9.
023800     05  FILLER                   PIC X(02)  VALUE SPACES.
023900     05  DLR206-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
024000 01  DLR206-BLANK-LINE            PIC X(01)  VALUE SPACE.
024100*    VOLUME REBATE CLAIM DOCUMENT.
024200 01  DLR206-CLAIM-HEADER.
024300     05  FILLER                   PIC X(21)  VALUE
024400         'VOLUME REBATE CLAIM  '.
024500     05  DLR206-CH-CLAIM-NO       PIC 9(08).
024600     05  FILLER                   PIC X(14)  VALUE
024700         '  SUPPLIER -  '.
024800     05  DLR206-CH-SUP-ID         PIC 9(08).
024900     05  FILLER                   PIC X(09)  VALUE
025000         '  DATE - '.
025100     05  DLR206-CH-DATE           PIC 9(08).
025200 01  DLR206-CLAIM-AGREEMENT.
025300     05  FILLER                   PIC X(12)  VALUE
025400         'AGREEMENT - '.
025500     05  DLR206-CA-DESCRIPTION    PIC X(30).
025600     05  FILLER                   PIC X(10)  VALUE
025700         '  PERIOD  '.
025800     05  DLR206-CA-START          PIC 9(08).
025900     05  FILLER                   PIC X(04)  VALUE ' TO '.
026000     05  DLR206-CA-END            PIC 9(08).
026100 01  DLR206-CLAIM-PURCHASES.
026200     05  FILLER                   PIC X(30)  VALUE
026300         'QUALIFYING PURCHASES          '.
026400     05  DLR206-CP-PURCHASES      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026500     05  FILLER                   PIC X(04)  VALUE SPACES.
026600     05  DLR206-CP-BASIS          PIC X(20).
026700 01  DLR206-CLAIM-TIER.
026800     05  FILLER                   PIC X(30)  VALUE
026900         'TIER REACHED - PURCHASES FROM '.
027000     05  DLR206-CT-FROM           PIC ZZZ,ZZZ,ZZZ,ZZ9.
027100     05  FILLER                   PIC X(10)  VALUE
027200         '  RATE -  '.
027300     05  DLR206-CT-RATE           PIC Z9.99.
027400     05  FILLER                   PIC X(01)  VALUE '%'.
027500 01  DLR206-CLAIM-AMOUNT.
027600     05  FILLER                   PIC X(30)  VALUE
027700         'REBATE CLAIMED                '.
027800     05  DLR206-CM-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     PERFORM 1000-INITIALIZE.
028200     PERFORM 2000-PROCESS-ROW
028300         UNTIL DLR206-HIST-EOF.
028400     IF  DLR206-IN-RECEIPT
028500         PERFORM 2300-CLOSE-RECEIPT
028600     END-IF.
028700     PERFORM 3000-SETTLE-AGREEMENT
028800         VARYING DLR206-AGR-SUB FROM 1 BY 1
028900         UNTIL DLR206-AGR-SUB > DLR206-AGR-COUNT.
029000     PERFORM 8000-PRINT-TOTALS.
029100     PERFORM 9000-TERMINATE.
029200     STOP RUN.
029300
029400 1000-INITIALIZE.
029500     OPEN I-O    REBATE-MASTER.
029600     OPEN INPUT  HISTORY-MASTER.
029700     OPEN INPUT  PO-LIFE-MASTER.
029800     OPEN I-O    CLAIMS-REGISTER.
029900     OPEN OUTPUT GL-JOURNAL-FILE.
030000     OPEN OUTPUT REBATE-REPORT.
030100     OPEN OUTPUT CLAIM-PRINT.
030200     ACCEPT DLR206-RUN-CCYYMMDD FROM DATE YYYYMMDD.
030300     COMPUTE DLR206-MONTH-START = DLR206-RUN-CCYYMM * 100 + 1.
030400     COMPUTE DLR206-CUT-OFF-CCYYMMDD =
030500         FUNCTION DATE-OF-INTEGER
030600             (FUNCTION INTEGER-OF-DATE (DLR206-MONTH-START) - 1).
030700     COMPUTE DLR206-CUT-OFF-CYYMMDD =
030800         DLR206-CUT-OFF-CCYYMMDD - 19000000.
030900     MOVE DLR206-RUN-CCYYMMDD     TO DLR206-H-RUN-DATE.
031000     MOVE DLR206-CUT-OFF-CCYYMMDD TO DLR206-H-CUT-OFF.
031100     WRITE REBATE-LINE FROM DLR206-HEADING-1.
031200     WRITE REBATE-LINE FROM DLR206-BLANK-LINE.
031300     WRITE REBATE-LINE FROM DLR206-HEADING-2.
031400     PERFORM 1100-LOAD-AGREEMENTS.
031500     PERFORM 1300-FIND-NEXT-CLAIM-NO.
031600     MOVE LOW-VALUES TO DLRCVHST-KEY.
031700     START HISTORY-MASTER KEY NOT < DLRCVHST-KEY
031800         INVALID KEY
031900             MOVE 'Y' TO DLR206-HIST-EOF-SW
032000     END-START.
032100     IF  NOT DLR206-HIST-EOF
032200         PERFORM 2100-READ-HISTORY
032300     END-IF.
032400 1000-EXIT.
032500     EXIT.
032600
032700 1100-LOAD-AGREEMENTS.
032800     MOVE LOW-VALUES TO DLREBAGR-KEY.
032900     START REBATE-MASTER KEY NOT < DLREBAGR-KEY
033000         INVALID KEY
033100             MOVE 'Y' TO DLR206-AGR-EOF-SW
033200     END-START.
033300     PERFORM 1110-READ-AGREEMENT
033400         UNTIL DLR206-AGR-EOF.
033500 1100-EXIT.
033600     EXIT.
033700
033800 1110-READ-AGREEMENT.
033900     READ REBATE-MASTER NEXT RECORD
034000         AT END
034100             MOVE 'Y' TO DLR206-AGR-EOF-SW
034200         NOT AT END
034300             IF  DLREBAGR-ACTIVE
034400             AND DLREBAGR-PERIOD-START
034500                     NOT > DLR206-CUT-OFF-CCYYMMDD
034600                 PERFORM 1120-STORE-ONE-AGREEMENT
034700             END-IF
034800     END-READ.
034900 1110-EXIT.
035000     EXIT.
035100
035200 1120-STORE-ONE-AGREEMENT.
035300     IF  DLR206-AGR-COUNT < 500
035400         ADD 1 TO DLR206-AGR-COUNT
035500         SET DLR206-AGR-IX TO DLR206-AGR-COUNT
035600         MOVE DLREBAGR-KEY TO DLR206-A-KEY (DLR206-AGR-IX)
035700         MOVE DLREBAGR-PERIOD-END
035800             TO DLR206-A-END (DLR206-AGR-IX)
035900         IF  DLREBAGR-PERIOD-END > DLR206-CUT-OFF-CCYYMMDD
036000             MOVE DLR206-CUT-OFF-CCYYMMDD
036100                 TO DLR206-A-END (DLR206-AGR-IX)
036200         END-IF
036300         MOVE DLREBAGR-BASIS TO DLR206-A-BASIS (DLR206-AGR-IX)
036400         MOVE ZERO TO DLR206-A-PURCHASES (DLR206-AGR-IX)
036500         MOVE ZERO TO DLR206-A-RECEIPTS (DLR206-AGR-IX)
036600     ELSE
036700         ADD 1 TO DLR206-AGR-DROPPED
036800         DISPLAY 'DLR206 AGREEMENT TABLE FULL - SUPPLIER '
036900             DLREBAGR-SUP-ID ' FROM ' DLREBAGR-PERIOD-START
037000     END-IF.
037100 1120-EXIT.
037200     EXIT.
037300
037400*    THE NEXT CLAIM NUMBER FOLLOWS THE HIGHEST ALREADY ON THE
037500*    REGISTER, THE SAME RULE DLR068 NUMBERS ITS CLAIMS BY.
037600 1300-FIND-NEXT-CLAIM-NO.
037700     MOVE LOW-VALUES TO DLCLAIMR-CLAIM-NO.
037800     START CLAIMS-REGISTER
037900             KEY NOT LESS THAN DLCLAIMR-CLAIM-NO
038000         INVALID KEY
038100             MOVE 'Y' TO DLR206-REG-EOF-SW
038200     END-START.
038300     PERFORM 1310-READ-REGISTER-NEXT
038400         UNTIL DLR206-REG-EOF.
038500 1300-EXIT.
038600     EXIT.
038700
038800 1310-READ-REGISTER-NEXT.
038900     READ CLAIMS-REGISTER NEXT RECORD
039000         AT END
039100             MOVE 'Y' TO DLR206-REG-EOF-SW
039200         NOT AT END
039300             COMPUTE DLR206-NEXT-CLAIM-NO =
039400                 DLCLAIMR-CLAIM-NO + 1
039500     END-READ.
039600 1310-EXIT.
039700     EXIT.
039800
039900*    A HEADER ROW (STORE ZERO) SORTS AHEAD OF ITS ALLOCATION
040000*    ROWS, SO EACH HEADER CLOSES OFF THE RECEIPT BEFORE IT.
040100 2000-PROCESS-ROW.
040200     IF  DLRCVHST-HEADER-ROW
040300         IF  DLR206-IN-RECEIPT
040400             PERFORM 2300-CLOSE-RECEIPT
040500         END-IF
040600         PERFORM 2200-OPEN-RECEIPT
040700     ELSE
040800         IF  DLR206-IN-RECEIPT
040900         AND DLRCVHST-RECEIPT-LOCN = DLR206-R-RECEIPT-LOCN
041000         AND DLRCVHST-RECEIPT-NO = DLR206-R-RECEIPT-NO
041100             PERFORM 2400-VALUE-ALLOCATION
041200         END-IF
041300     END-IF.
041400     PERFORM 2100-READ-HISTORY.
041500 2000-EXIT.
041600     EXIT.
041700
041800 2100-READ-HISTORY.
041900     READ HISTORY-MASTER NEXT RECORD
042000         AT END
042100             MOVE 'Y' TO DLR206-HIST-EOF-SW
042200     END-READ.
042300 2100-EXIT.
042400     EXIT.
042500
042600*    A RECEIPT QUALIFIES FOR THE VENDOR'S AGREEMENT WHOSE PERIOD
042700*    (CUT SHORT AT THE CUT-OFF) HOLDS THE RECEIPT DATE. A PO-BASIS
042800*    RECEIPT IS VALUED HERE FROM THE ORDER; A RECEIPT-BASIS ONE
042900*    IS VALUED FROM ITS ALLOCATION ROWS AS THEY FOLLOW.
043000 2200-OPEN-RECEIPT.
043100     MOVE 'N' TO DLR206-IN-RECEIPT-SW.
043200     ADD 1 TO DLR206-HEADERS-READ.
043300     MOVE DLRCVHST-RECEIPT-DATE TO DLR206-DATE-X10.
043400     PERFORM 2250-CONVERT-DATE.
043500     EVALUATE TRUE
043600         WHEN DLRCVHST-REVERSED
043700             ADD 1 TO DLR206-REVERSED
043800         WHEN NOT DLR206-DATE-OK
043900             ADD 1 TO DLR206-UNDATED
044000         WHEN OTHER
044100             PERFORM 2260-FIND-AGREEMENT
044200     END-EVALUATE.
044300     IF  DLR206-AGR-FOUND
044400     AND DLR206-DATE-OK
044500     AND NOT DLRCVHST-REVERSED
044600         ADD 1 TO DLR206-QUALIFYING
044700         ADD 1 TO DLR206-A-RECEIPTS (DLR206-AGR-IX)
044800         IF  DLR206-A-PO-BASIS (DLR206-AGR-IX)
044900             PERFORM 2270-VALUE-ORDER
045000         ELSE
045100             MOVE 'Y' TO DLR206-IN-RECEIPT-SW
045200             MOVE DLRCVHST-RECEIPT-LOCN
045300                 TO DLR206-R-RECEIPT-LOCN
045400             MOVE DLRCVHST-RECEIPT-NO TO DLR206-R-RECEIPT-NO
045500             MOVE DLRCVHST-TOT-RCPT-AMT TO DLR206-R-HDR-AMT
045600             MOVE ZERO TO DLR206-R-VALUE
045700             SET DLR206-AGR-SUB TO DLR206-AGR-IX
045800         END-IF
045900     END-IF.
046000 2200-EXIT.
046100     EXIT.
046200
046300 2250-CONVERT-DATE.
046400     MOVE 'N' TO DLR206-DATE-OK-SW.
046500     IF  DLR206-X-DD NUMERIC
046600     AND DLR206-X-MM NUMERIC
046700     AND DLR206-X-CCYY NUMERIC
046800     AND DLR206-X-DD > ZERO
046900     AND DLR206-X-DD < 32
047000     AND DLR206-X-MM > ZERO
047100     AND DLR206-X-MM < 13
047200         COMPUTE DLR206-CCYYMMDD =
047300             DLR206-X-CCYY * 10000
047400                 + DLR206-X-MM * 100 + DLR206-X-DD
047500         MOVE 'Y' TO DLR206-DATE-OK-SW
047600     END-IF.
047700 2250-EXIT.
047800     EXIT.
047900
048000 2260-FIND-AGREEMENT.
048100     MOVE 'N' TO DLR206-AGR-FOUND-SW.
048200     SET DLR206-AGR-IX TO 1.
048300     SEARCH DLR206-AGR-ENTRY
048400         AT END
048500             CONTINUE
048600         WHEN DLR206-AGR-IX > DLR206-AGR-COUNT
048700             CONTINUE
048800         WHEN DLR206-A-SUP-ID (DLR206-AGR-IX) = DLRCVHST-SUP-ID
048900         AND  DLR206-A-START (DLR206-AGR-IX)
049000                  NOT > DLR206-CCYYMMDD
049100         AND  DLR206-A-END (DLR206-AGR-IX)
049200                  NOT < DLR206-CCYYMMDD
049300             MOVE 'Y' TO DLR206-AGR-FOUND-SW
049400     END-SEARCH.
049500 2260-EXIT.
049600     EXIT.
049700
049800*    A PO RECEIVED AGAINST MORE THAN ONCE COUNTS ONCE, AT ITS
049900*    ORDER VALUE ON DLPOLIFE.
050000 2270-VALUE-ORDER.
050100     MOVE DLRCVHST-ORDER-NO TO DLR206-ORDER-X.
050200     IF  DLR206-ORDER-X NOT NUMERIC
050300         ADD 1 TO DLR206-PO-NOT-FOUND
050400     ELSE
050500         SET DLR206-PO-IX TO 1
050600         SEARCH DLR206-PO-ENTRY
050700             AT END
050800                 ADD 1 TO DLR206-PO-DROPPED
050900             WHEN DLR206-PO-IX > DLR206-PO-COUNT
051000                 ADD 1 TO DLR206-PO-COUNT
051100                 MOVE DLR206-ORDER-9
051200                     TO DLR206-P-PO-NO (DLR206-PO-IX)
051300                 PERFORM 2280-READ-ORDER
051400             WHEN DLR206-P-PO-NO (DLR206-PO-IX) = DLR206-ORDER-9
051500                 CONTINUE
051600         END-SEARCH
051700     END-IF.
051800 2270-EXIT.
051900     EXIT.
052000
052100 2280-READ-ORDER.
052200     MOVE DLR206-ORDER-9 TO DLPOLIFE-PO-NO.
052300     READ PO-LIFE-MASTER
052400         INVALID KEY
052500             ADD 1 TO DLR206-PO-NOT-FOUND
052600         NOT INVALID KEY
052700             ADD DLPOLIFE-ORDER-VALUE
052800                 TO DLR206-A-PURCHASES (DLR206-AGR-IX)
052900     END-READ.
053000 2280-EXIT.
053100     EXIT.
053200
053300*    A RECEIPT LOADED BEFORE ALLOCATION ROWS CARRIED A UNIT
053400*    COST IS TAKEN AT ITS HEADER RECEIPT AMOUNT.
053500 2300-CLOSE-RECEIPT.
053600     MOVE 'N' TO DLR206-IN-RECEIPT-SW.
053700     IF  DLR206-R-VALUE = ZERO
053800     AND DLR206-R-HDR-AMT NUMERIC
053900         MOVE DLR206-R-HDR-AMT TO DLR206-R-VALUE
054000     END-IF.
054100     ADD DLR206-R-VALUE TO DLR206-A-PURCHASES (DLR206-AGR-SUB).
054200 2300-EXIT.
054300     EXIT.
054400
054500 2400-VALUE-ALLOCATION.
054600     IF  NOT DLRCVHST-REVERSED
054700     AND DLRCVHST-UNIT-COST NUMERIC
054800     AND DLRCVHST-ACT-RECV-QTY NUMERIC
054900         COMPUTE DLR206-LINE-VALUE ROUNDED =
055000             DLRCVHST-ACT-RECV-QTY * DLRCVHST-UNIT-COST
055100         ADD DLR206-LINE-VALUE TO DLR206-R-VALUE
055200     END-IF.
055300 2400-EXIT.
055400     EXIT.
055500
055600 3000-SETTLE-AGREEMENT.
055700     SET DLR206-AGR-IX TO DLR206-AGR-SUB.
055800     MOVE DLR206-A-KEY (DLR206-AGR-IX) TO DLREBAGR-KEY.
055900     READ REBATE-MASTER
056000         INVALID KEY
056100             MOVE 'N' TO DLR206-MASTER-FOUND-SW
056200         NOT INVALID KEY
056300             MOVE 'Y' TO DLR206-MASTER-FOUND-SW
056400     END-READ.
056500     IF  DLR206-MASTER-FOUND
056600         ADD 1 TO DLR206-AGREEMENTS
056700         PERFORM 3100-CALCULATE-REBATE
056800         MOVE SPACES TO DLR206-L-ACTION
056900         IF  DLREBAGR-PERIOD-END NOT > DLR206-CUT-OFF-CCYYMMDD
057000             PERFORM 3300-CLOSE-AGREEMENT
057100         ELSE
057200             MOVE 'ACCRUING' TO DLR206-L-ACTION
057300         END-IF
057400         MOVE DLR206-RUN-CCYYMMDD
057500             TO DLREBAGR-LAST-ACCRUAL-DATE
057600         REWRITE DLREBAGR-RECORD
057700             INVALID KEY
057800                 DISPLAY 'DLR206 DLREBAGR REWRITE FAILED '
057900                     DLREBAGR-KEY
058000         END-REWRITE
058100         PERFORM 3400-REPORT-AGREEMENT
058200     END-IF.
058300 3000-EXIT.
058400     EXIT.
058500
058600*    THE RATE OF THE HIGHEST TIER REACHED APPLIES TO ALL THE
058700*    PERIOD'S PURCHASES; THE ACCRUAL MOVES BY THE CHANGE IN THE
058800*    REBATE SINCE THE LAST RUN.
058900 3100-CALCULATE-REBATE.
059000     MOVE DLR206-A-PURCHASES (DLR206-AGR-IX)
059100         TO DLREBAGR-PURCHASES.
059200     MOVE ZERO TO DLREBAGR-TIER-REACHED.
059300     MOVE ZERO TO DLR206-RATE.
059400     PERFORM 3110-TEST-ONE-TIER
059500         VARYING DLR206-TIER-SUB FROM 1 BY 1
059600         UNTIL DLR206-TIER-SUB > 5.
059700     COMPUTE DLR206-EARNED ROUNDED =
059800         DLREBAGR-PURCHASES * DLR206-RATE / 100.
059900     MOVE DLREBAGR-REBATE-ACCRUED TO DLR206-PRIOR-ACCRUED.
060000     COMPUTE DLR206-MOVEMENT =
060100         DLR206-EARNED - DLR206-PRIOR-ACCRUED.
060200     MOVE DLR206-EARNED TO DLREBAGR-REBATE-EARNED.
060300     MOVE DLR206-EARNED TO DLREBAGR-REBATE-ACCRUED.
060400     ADD DLREBAGR-PURCHASES TO DLR206-T-PURCHASES.
060500     ADD DLR206-EARNED TO DLR206-T-EARNED.
060600     ADD DLR206-MOVEMENT TO DLR206-T-MOVEMENT.
060700     IF  DLR206-MOVEMENT NOT = ZERO
060800         PERFORM 3200-POST-JOURNAL
060900     END-IF.
061000 3100-EXIT.
061100     EXIT.
061200
061300 3110-TEST-ONE-TIER.
061400     IF  DLREBAGR-TIER-PCT (DLR206-TIER-SUB) > ZERO
061500     AND DLREBAGR-PURCHASES
061600             NOT < DLREBAGR-TIER-FROM (DLR206-TIER-SUB)
061700         MOVE DLR206-TIER-SUB TO DLREBAGR-TIER-REACHED
061800         MOVE DLREBAGR-TIER-PCT (DLR206-TIER-SUB) TO DLR206-RATE
061900     END-IF.
062000 3110-EXIT.
062100     EXIT.
062200
062300 3200-POST-JOURNAL.
062400     MOVE DLR206-CUT-OFF-CYYMMDD TO DLGLJRNL-BATCH-DATE.
062500     MOVE DLR206-COST-CENTRE    TO DLGLJRNL-COST-CENTRE.
062600     MOVE ZERO                  TO DLGLJRNL-DEPT-NO.
062700     MOVE ZERO                  TO DLGLJRNL-QTY-SOLD.
062800     MOVE SPACES                TO DLGLJRNL-ORIG-CCY.
062900     MOVE ZERO                  TO DLGLJRNL-ORIG-AMOUNT.
063000     IF  DLR206-MOVEMENT > ZERO
063100         MOVE DLR206-MOVEMENT   TO DLGLJRNL-AMOUNT
063200         MOVE DLR206-RECEIVABLE-ACCT TO DLGLJRNL-GL-ACCOUNT
063300         SET DLGLJRNL-IS-DEBIT  TO TRUE
063400         MOVE 'VOLUME REBATE RECEIVABLE'
063500                                TO DLGLJRNL-NARRATIVE
063600         PERFORM 3210-WRITE-JOURNAL-REC
063700         MOVE DLR206-INCOME-ACCT TO DLGLJRNL-GL-ACCOUNT
063800         SET DLGLJRNL-IS-CREDIT TO TRUE
063900         MOVE 'VOLUME REBATE EARNED'
064000                                TO DLGLJRNL-NARRATIVE
064100         PERFORM 3210-WRITE-JOURNAL-REC
064200     ELSE
064300         COMPUTE DLGLJRNL-AMOUNT = ZERO - DLR206-MOVEMENT
064400         MOVE DLR206-INCOME-ACCT TO DLGLJRNL-GL-ACCOUNT
064500         SET DLGLJRNL-IS-DEBIT  TO TRUE
064600         MOVE 'VOLUME REBATE REDUCED'
064700                                TO DLGLJRNL-NARRATIVE
064800         PERFORM 3210-WRITE-JOURNAL-REC
064900         MOVE DLR206-RECEIVABLE-ACCT TO DLGLJRNL-GL-ACCOUNT
065000         SET DLGLJRNL-IS-CREDIT TO TRUE
065100         MOVE 'VOLUME REBATE RECEIVABLE'
065200                                TO DLGLJRNL-NARRATIVE
065300         PERFORM 3210-WRITE-JOURNAL-REC
065400     END-IF.
065500 3200-EXIT.
065600     EXIT.
065700
065800 3210-WRITE-JOURNAL-REC.
065900     IF  DLGLJRNL-AMOUNT NOT = ZERO
066000         WRITE DLGLJRNL-RECORD
066100         ADD 1 TO DLR206-JOURNALS-WRITTEN
066200         IF  DLGLJRNL-IS-DEBIT
066300             ADD DLGLJRNL-AMOUNT TO DLR206-T-JRNL-DEBITS
066400         ELSE
066500             ADD DLGLJRNL-AMOUNT TO DLR206-T-JRNL-CREDITS
066600         END-IF
066700     END-IF.
066800 3210-EXIT.
066900     EXIT.
067000
067100*    THE PERIOD HAS ENDED - WHAT WAS EARNED IS CLAIMED AND THE
067200*    AGREEMENT IS CLOSED. A REBATE TOO LARGE FOR THE REGISTER'S
067300*    AMOUNT FIELD IS LEFT OPEN AND REPORTED FOR A MANUAL CLAIM.
067400 3300-CLOSE-AGREEMENT.
067500     EVALUATE TRUE
067600         WHEN DLR206-EARNED NOT > ZERO
067700             SET DLREBAGR-CLAIMED TO TRUE
067800             MOVE ZERO TO DLREBAGR-CLAIM-NO
067900             MOVE DLR206-RUN-CCYYMMDD TO DLREBAGR-CLAIM-DATE
068000             ADD 1 TO DLR206-CLOSED-NIL
068100             MOVE 'CLOSED - NO REBATE EARNED'
068200                 TO DLR206-L-ACTION
068300         WHEN DLR206-EARNED > DLR206-MAX-CLAIM
068400             ADD 1 TO DLR206-CLAIM-TOO-BIG
068500             MOVE 'NOT CLAIMED - AMOUNT TOO LARGE'
068600                 TO DLR206-L-ACTION
068700         WHEN OTHER
068800             PERFORM 3310-RAISE-CLAIM
068900             MOVE 'CLAIMED' TO DLR206-L-ACTION
069000     END-EVALUATE.
069100 3300-EXIT.
069200     EXIT.
069300
069400 3310-RAISE-CLAIM.
069500     MOVE SPACES               TO DLCLAIMR-RECORD.
069600     MOVE DLR206-NEXT-CLAIM-NO TO DLCLAIMR-CLAIM-NO.
069700     MOVE DLREBAGR-SUP-ID      TO DLCLAIMR-SUP-ID.
069800     SET DLCLAIMR-VOLUME-REBATE TO TRUE.
069900     MOVE SPACES               TO DLCLAIMR-REFERENCE.
070000     STRING 'REBATE' DLREBAGR-PERIOD-END
070100         DELIMITED BY SIZE INTO DLCLAIMR-REFERENCE.
070200     MOVE ZERO                 TO DLCLAIMR-UNITS.
070300     MOVE DLR206-EARNED        TO DLCLAIMR-FEE-AMOUNT.
070400     MOVE DLR206-RUN-CCYYMMDD  TO DLCLAIMR-RAISED-DATE.
070500     SET DLCLAIMR-RAISED       TO TRUE.
070600     WRITE DLCLAIMR-RECORD
070700         INVALID KEY
070800             DISPLAY 'DLR206 DLCLAIMR WRITE FAILED '
070900                 DLCLAIMR-CLAIM-NO
071000     END-WRITE.
071100     ADD 1 TO DLR206-NEXT-CLAIM-NO.
071200     ADD 1 TO DLR206-CLAIMS-RAISED.
071300     ADD DLR206-EARNED TO DLR206-T-CLAIMED.
071400     SET DLREBAGR-CLAIMED      TO TRUE.
071500     MOVE DLCLAIMR-CLAIM-NO    TO DLREBAGR-CLAIM-NO.
071600     MOVE DLR206-RUN-CCYYMMDD  TO DLREBAGR-CLAIM-DATE.
071700     PERFORM 3320-PRINT-CLAIM.
071800 3310-EXIT.
071900     EXIT.
072000
072100 3320-PRINT-CLAIM.
072200     MOVE DLCLAIMR-CLAIM-NO      TO DLR206-CH-CLAIM-NO.
072300     MOVE DLREBAGR-SUP-ID        TO DLR206-CH-SUP-ID.
072400     MOVE DLR206-RUN-CCYYMMDD    TO DLR206-CH-DATE.
072500     WRITE CLAIM-LINE FROM DLR206-CLAIM-HEADER.
072600     MOVE DLREBAGR-DESCRIPTION   TO DLR206-CA-DESCRIPTION.
072700     MOVE DLREBAGR-PERIOD-START  TO DLR206-CA-START.
072800     MOVE DLREBAGR-PERIOD-END    TO DLR206-CA-END.
072900     WRITE CLAIM-LINE FROM DLR206-CLAIM-AGREEMENT.
073000     MOVE DLREBAGR-PURCHASES     TO DLR206-CP-PURCHASES.
073100     IF  DLREBAGR-PO-BASIS
073200         MOVE 'AT ORDER VALUE'   TO DLR206-CP-BASIS
073300     ELSE
073400         MOVE 'AT RECEIPT COST'  TO DLR206-CP-BASIS
073500     END-IF.
073600     WRITE CLAIM-LINE FROM DLR206-CLAIM-PURCHASES.
073700     MOVE DLREBAGR-TIER-FROM (DLREBAGR-TIER-REACHED)
073800                                 TO DLR206-CT-FROM.
073900     MOVE DLR206-RATE            TO DLR206-CT-RATE.
074000     WRITE CLAIM-LINE FROM DLR206-CLAIM-TIER.
074100     MOVE DLR206-EARNED          TO DLR206-CM-AMOUNT.
074200     WRITE CLAIM-LINE FROM DLR206-CLAIM-AMOUNT.
074300     WRITE CLAIM-LINE FROM DLR206-BLANK-LINE.
074400 3320-EXIT.
074500     EXIT.
074600
074700 3400-REPORT-AGREEMENT.
074800     MOVE DLREBAGR-SUP-ID        TO DLR206-L-SUP-ID.
074900     MOVE DLREBAGR-PERIOD-START  TO DLR206-L-START.
075000     MOVE DLREBAGR-PERIOD-END    TO DLR206-L-END.
075100     MOVE DLREBAGR-BASIS         TO DLR206-L-BASIS.
075200     MOVE DLREBAGR-PURCHASES     TO DLR206-L-PURCHASES.
075300     MOVE DLREBAGR-TIER-REACHED  TO DLR206-L-TIER.
075400     MOVE DLR206-RATE            TO DLR206-L-RATE.
075500     MOVE DLR206-EARNED          TO DLR206-L-EARNED.
075600     MOVE DLR206-MOVEMENT        TO DLR206-L-MOVEMENT.
075700     WRITE REBATE-LINE FROM DLR206-DETAIL-LINE.
075800 3400-EXIT.
075900     EXIT.
076000
076100 8000-PRINT-TOTALS.
076200     WRITE REBATE-LINE FROM DLR206-BLANK-LINE.
076300     MOVE ZERO TO DLR206-T-AMOUNT.
076400     MOVE 'AGREEMENTS PROCESSED' TO DLR206-T-LABEL.
076500     MOVE DLR206-AGREEMENTS TO DLR206-T-COUNT.
076600     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
076700     MOVE 'RECEIPT HEADERS READ' TO DLR206-T-LABEL.
076800     MOVE DLR206-HEADERS-READ TO DLR206-T-COUNT.
076900     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
077000     MOVE 'RECEIPTS QUALIFYING' TO DLR206-T-LABEL.
077100     MOVE DLR206-QUALIFYING TO DLR206-T-COUNT.
077200     MOVE DLR206-T-PURCHASES TO DLR206-T-AMOUNT.
077300     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
077400     MOVE ZERO TO DLR206-T-AMOUNT.
077500     MOVE 'RECEIPTS REVERSED - LEFT OUT' TO DLR206-T-LABEL.
077600     MOVE DLR206-REVERSED TO DLR206-T-COUNT.
077700     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
077800     MOVE 'RECEIPTS WITH NO USABLE DATE' TO DLR206-T-LABEL.
077900     MOVE DLR206-UNDATED TO DLR206-T-COUNT.
078000     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
078100     MOVE 'ORDERS NOT FOUND ON DLPOLIFE' TO DLR206-T-LABEL.
078200     MOVE DLR206-PO-NOT-FOUND TO DLR206-T-COUNT.
078300     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
078400     MOVE 'REBATE EARNED TO DATE' TO DLR206-T-LABEL.
078500     MOVE ZERO TO DLR206-T-COUNT.
078600     MOVE DLR206-T-EARNED TO DLR206-T-AMOUNT.
078700     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
078800     MOVE 'ACCRUAL MOVEMENT THIS RUN' TO DLR206-T-LABEL.
078900     MOVE DLR206-T-MOVEMENT TO DLR206-T-AMOUNT.
079000     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
079100     MOVE 'CLAIMS RAISED' TO DLR206-T-LABEL.
079200     MOVE DLR206-CLAIMS-RAISED TO DLR206-T-COUNT.
079300     MOVE DLR206-T-CLAIMED TO DLR206-T-AMOUNT.
079400     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
079500     MOVE 'CLOSED WITH NO REBATE EARNED' TO DLR206-T-LABEL.
079600     MOVE DLR206-CLOSED-NIL TO DLR206-T-COUNT.
079700     MOVE ZERO TO DLR206-T-AMOUNT.
079800     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
079900     MOVE 'NOT CLAIMED - AMOUNT TOO LARGE' TO DLR206-T-LABEL.
080000     MOVE DLR206-CLAIM-TOO-BIG TO DLR206-T-COUNT.
080100     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
080200     MOVE 'JOURNAL DEBITS' TO DLR206-T-LABEL.
080300     MOVE DLR206-JOURNALS-WRITTEN TO DLR206-T-COUNT.
080400     MOVE DLR206-T-JRNL-DEBITS TO DLR206-T-AMOUNT.
080500     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
080600     MOVE 'JOURNAL CREDITS' TO DLR206-T-LABEL.
080700     MOVE ZERO TO DLR206-T-COUNT.
080800     MOVE DLR206-T-JRNL-CREDITS TO DLR206-T-AMOUNT.
080900     WRITE REBATE-LINE FROM DLR206-TOTAL-LINE.
081000     IF  DLR206-AGR-DROPPED > ZERO
081100     OR  DLR206-PO-DROPPED > ZERO
081200         MOVE ZERO TO DLR206-T-AMOUNT
081300         MOVE 'AGREEMENTS NOT LOADED - TABLE FULL'
081400             TO DLR206-T-LABEL
081500         MOVE DLR206-AGR-DROPPED TO DLR206-T-COUNT
081600         WRITE REBATE-LINE FROM DLR206-TOTAL-LINE
081700         MOVE 'ORDERS NOT COUNTED - TABLE FULL'
081800             TO DLR206-T-LABEL
081900         MOVE DLR206-PO-DROPPED TO DLR206-T-COUNT
082000         WRITE REBATE-LINE FROM DLR206-TOTAL-LINE
082100     END-IF.
082200 8000-EXIT.
082300     EXIT.
082400
082500 9000-TERMINATE.
082600     DISPLAY 'DLR206 AGREEMENTS        = ' DLR206-AGREEMENTS.
082700     DISPLAY 'DLR206 CLAIMS RAISED     = ' DLR206-CLAIMS-RAISED.
082800     DISPLAY 'DLR206 JOURNALS WRITTEN  = '
082900             DLR206-JOURNALS-WRITTEN.
083000     IF  DLR206-AGR-DROPPED > ZERO
083100     OR  DLR206-PO-DROPPED > ZERO
083200     OR  DLR206-PO-NOT-FOUND > ZERO
083300     OR  DLR206-CLAIM-TOO-BIG > ZERO
083400         MOVE 4 TO RETURN-CODE
083500     END-IF.
083600     CLOSE REBATE-MASTER
083700           HISTORY-MASTER
083800           PO-LIFE-MASTER
083900           CLAIMS-REGISTER
084000           GL-JOURNAL-FILE
084100           REBATE-REPORT
084200           CLAIM-PRINT.
084300 9000-EXIT.
084400     EXIT.
