000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR210.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR210 - BUYER AUTHORITY GATE ON THE AMS PO DOWNLOAD         *
001000*                                                                *
001100*   RUNS ON THE DOWNLOAD DLR075 HAS PASSED. THE FIRST PASS       *
001200*   VALUES EVERY PO - PACK-QTY TIMES PACK-COST OVER ITS PRODUCT  *
001300*   RECORDS, CONVERTED THROUGH DLFXRATE WHEN THE DLVENDMF        *
001400*   VENDOR QUOTES IN A FOREIGN CURRENCY - AND CHARGES IT TO THE  *
001500*   DLBUYAUT ROLE B BUYER HOLDING ITS DEPARTMENT. A PO ABOVE     *
001600*   THAT BUYER'S SINGLE-PO LIMIT, OR THAT WOULD TAKE THE         *
001700*   BUYER'S MONTH-TO-DATE COMMITMENTS OVER THE MONTHLY LIMIT,    *
001800*   OR THAT HAS NO ACTIVE BUYER, IS QUEUED ON DLPOAPPQ FOR       *
001900*   APPROVAL. THE SECOND PASS COPIES THE DOWNLOAD, DIVERTING     *
002000*   QUEUED POS WITH THEIR PRODUCT AND LOCATION RECORDS TO A      *
002100*   HOLD FILE. A PO DLR211 HAS APPROVED PASSES UNTIL ITS VALUE   *
002200*   RISES ABOVE THE VALUE APPROVED. ORDERS LET THROUGH ARE       *
002300*   ADDED TO THE RAISING BUYER'S MONTH-TO-DATE COMMITMENTS.      *
002310*   THE PASSED COPY AMSPODLA IS THE DOWNLOAD DLR072 READS INTO   *
002320*   THE PO LIFECYCLE MASTER; DLR072 LOOKS A MISSING PO UP ON     *
002330*   DLPOAPPQ SO A PO HELD HERE IS NOT TAKEN AS CANCELLED.        *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002710*  02 | 15/10/26 | AMSPODLA NAMED AS THE DLR072 | R. GEALL       *
002720*     |          | INPUT                        |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT BUYER-MASTER      ASSIGN TO DLBUYAUT
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLBUYAUT-BUYER-ID.
004600     SELECT APPROVAL-QUEUE    ASSIGN TO DLPOAPPQ
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS RANDOM
004900                              RECORD KEY IS DLPOAPPQ-PO-NO.
005000     SELECT PODL-PASSED       ASSIGN TO AMSPODLA
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT PODL-HOLD         ASSIGN TO AMSPOAHL
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT VALUE-REPORT      ASSIGN TO POVALRPT
005500                              ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AMS-PODL-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY AMSPODL.
006200 FD  VENDOR-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DLVENDMF-RECORD.
006600     COPY DLVENDMF.
006700 FD  FXRATE-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLFXRATE-RECORD.
007100     COPY DLFXRATE.
007200 FD  BUYER-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLBUYAUT-RECORD.
007500     COPY DLBUYAUT.
007600 FD  APPROVAL-QUEUE
007700     LABEL RECORDS ARE STANDARD.
007800 01  DLPOAPPQ-RECORD.
007900     COPY DLPOAPPQ.
008000 FD  PODL-PASSED
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  PODL-PASSED-REC             PIC X(151).
008400 FD  PODL-HOLD
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  PODL-HOLD-REC               PIC X(151).
008800 FD  VALUE-REPORT
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  VALUE-LINE                  PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 01  DLR210-SWITCHES.
009400     05  DLR210-PODL-EOF-SW       PIC X(01)  VALUE 'N'.
009500         88  DLR210-PODL-EOF                 VALUE 'Y'.
009600     05  DLR210-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
009700         88  DLR210-VEND-EOF                 VALUE 'Y'.
009800     05  DLR210-FX-EOF-SW         PIC X(01)  VALUE 'N'.
009900         88  DLR210-FX-EOF                   VALUE 'Y'.
010000     05  DLR210-BUY-EOF-SW        PIC X(01)  VALUE 'N'.
010100         88  DLR210-BUY-EOF                  VALUE 'Y'.
010200     05  DLR210-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
010300         88  DLR210-RATE-FOUND               VALUE 'Y'.
010400     05  DLR210-QUEUE-FOUND-SW    PIC X(01)  VALUE 'N'.
010500         88  DLR210-QUEUE-FOUND              VALUE 'Y'.
010600     05  DLR210-BUYER-FOUND-SW    PIC X(01)  VALUE 'N'.
010700         88  DLR210-BUYER-FOUND              VALUE 'Y'.
010800     05  DLR210-PO-ACTIVE-SW      PIC X(01)  VALUE 'N'.
010900         88  DLR210-PO-ACTIVE                VALUE 'Y'.
011000     05  DLR210-PO-HELD-SW        PIC X(01)  VALUE 'N'.
011100         88  DLR210-PO-HELD                  VALUE 'Y'.
011200     05  DLR210-WAS-PENDING-SW    PIC X(01)  VALUE 'N'.
011300         88  DLR210-WAS-PENDING              VALUE 'Y'.
011400 01  DLR210-RUN-DATE              PIC 9(08)  VALUE ZERO.
011500 01  DLR210-RUN-DATE-PARTS REDEFINES DLR210-RUN-DATE.
011600     05  DLR210-RUN-CCYY          PIC 9(04).
011700     05  DLR210-RUN-MM            PIC 9(02).
011800     05  DLR210-RUN-DD            PIC 9(02).
011900 01  DLR210-RUN-MONTH             PIC 9(06)  VALUE ZERO.
012000 01  DLR210-VEND-CONTROL.
012100     05  DLR210-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012200 01  DLR210-VEND-TABLE.
012300     05  DLR210-VEND-ENTRY OCCURS 500 TIMES
012400                           INDEXED BY DLR210-VEND-IX.
012500         10  DLR210-V-VENDOR-NO   PIC 9(10).
012600         10  DLR210-V-CCY         PIC X(03).
012700 01  DLR210-FX-CONTROL.
012800     05  DLR210-FX-COUNT          PIC S9(04)  COMP  VALUE ZERO.
012900 01  DLR210-FX-TABLE.
013000     05  DLR210-FX-ENTRY OCCURS 50 TIMES
013100                         INDEXED BY DLR210-FX-IX.
013200         10  DLR210-X-CCY         PIC X(03).
013300         10  DLR210-X-RATE        PIC S9(7)V9(10) COMP-3.
013400         10  DLR210-X-BEST-EFF    PIC 9(08).
013500*    THE BUYER MASTER IS HELD IN STORAGE SO EACH PO CAN FIND
013600*    ITS DEPARTMENT'S BUYER; THE MONTH-TO-DATE COMMITTED VALUE
013700*    IS BUILT UP HERE AND WRITTEN BACK AT THE END OF THE RUN.
013800 01  DLR210-BUY-CONTROL.
013900     05  DLR210-BUY-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014000 01  DLR210-BUY-TABLE.
014100     05  DLR210-BUY-ENTRY OCCURS 500 TIMES
014200                          INDEXED BY DLR210-BUY-IX.
014300         10  DLR210-B-BUYER-ID    PIC X(06).
014400         10  DLR210-B-ROLE        PIC X(01).
014500         10  DLR210-B-DEPT-SCOPE  PIC X(04).
014600         10  DLR210-B-STATUS      PIC X(01).
014700         10  DLR210-B-MAX-PO-VALUE
014800                                  PIC S9(09)V99 COMP-3.
014900         10  DLR210-B-MONTH-LIMIT PIC S9(11)V99 COMP-3.
015000         10  DLR210-B-MTD-COMMITTED
015100                                  PIC S9(11)V99 COMP-3.
015200         10  DLR210-B-CHANGED-SW  PIC X(01).
015300 01  DLR210-PO-CONTROL.
015400     05  DLR210-PO-COUNT          PIC S9(04)  COMP  VALUE ZERO.
015500 01  DLR210-PO-TABLE.
015600     05  DLR210-PO-ENTRY OCCURS 5000 TIMES
015700                         INDEXED BY DLR210-PO-IX.
015800         10  DLR210-P-PO-NO       PIC 9(12).
015900         10  DLR210-P-VENDOR      PIC 9(10).
016000         10  DLR210-P-DEPARTMENT  PIC X(04).
016100         10  DLR210-P-CCY         PIC X(03).
016200         10  DLR210-P-QUOTED-VALUE
016300                                  PIC S9(13)V99 COMP-3.
016400         10  DLR210-P-HELD-SW     PIC X(01).
016500 01  DLR210-VALUE-FIELDS.
016600     05  DLR210-LINE-VALUE        PIC S9(13)V99 COMP-3.
016700     05  DLR210-PO-VALUE          PIC S9(13)V99 COMP-3.
016800     05  DLR210-UNCOMMITTED       PIC S9(13)V99 COMP-3.
016900     05  DLR210-MONTH-AFTER       PIC S9(13)V99 COMP-3.
017000 01  DLR210-HOLD-REASON           PIC X(01).
017100 01  DLR210-REASON-TEXT           PIC X(24).
017200 01  DLR210-COUNTERS.
017300     05  DLR210-POS-VALUED        PIC 9(07)  VALUE ZERO.
017400     05  DLR210-POS-WITHIN        PIC 9(07)  VALUE ZERO.
017500     05  DLR210-POS-APPROVED      PIC 9(07)  VALUE ZERO.
017600     05  DLR210-POS-QUEUED        PIC 9(07)  VALUE ZERO.
017700     05  DLR210-POS-STILL-PENDING PIC 9(07)  VALUE ZERO.
017800     05  DLR210-POS-BACK-WITHIN   PIC 9(07)  VALUE ZERO.
017900     05  DLR210-POS-NOT-VALUED    PIC 9(07)  VALUE ZERO.
018000     05  DLR210-NO-RATE-COUNT     PIC 9(07)  VALUE ZERO.
018100     05  DLR210-RECORDS-PASSED    PIC 9(07)  VALUE ZERO.
018200     05  DLR210-RECORDS-HELD      PIC 9(07)  VALUE ZERO.
018300 01  DLR210-HEADING-1.
018400     05  FILLER                   PIC X(53)  VALUE
018500         'DLR210 - BUYER AUTHORITY GATE ON PO INTAKE       RUN '.
018600     05  DLR210-H-RUN-DATE        PIC 9(08).
018700 01  DLR210-HEADING-2.
018800     05  FILLER                   PIC X(40)  VALUE
018900         'POS HELD FOR APPROVAL'.
019000 01  DLR210-HEADING-3.
019100     05  FILLER                   PIC X(40)  VALUE
019200         'PO NO        VENDOR     DEPT BUYER  CCY'.
019300     05  FILLER                   PIC X(50)  VALUE
019400         '     QUOTED VALUE        LOCAL VALUE REASON'.
019500 01  DLR210-HOLD-LINE.
019600     05  DLR210-D-PO-NO           PIC 9(12).
019700     05  FILLER                   PIC X(01)  VALUE SPACES.
019800     05  DLR210-D-VENDOR          PIC 9(10).
019900     05  FILLER                   PIC X(01)  VALUE SPACES.
020000     05  DLR210-D-DEPARTMENT      PIC X(04).
020100     05  FILLER                   PIC X(01)  VALUE SPACES.
020200     05  DLR210-D-BUYER           PIC X(06).
020300     05  FILLER                   PIC X(01)  VALUE SPACES.
020400     05  DLR210-D-CCY             PIC X(03).
020500     05  FILLER                   PIC X(01)  VALUE SPACES.
020600     05  DLR210-D-QUOTED-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020700     05  FILLER                   PIC X(02)  VALUE SPACES.
020800     05  DLR210-D-LOCAL-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020900     05  FILLER                   PIC X(01)  VALUE SPACES.
021000     05  DLR210-D-REASON          PIC X(24).
021100     05  FILLER                   PIC X(01)  VALUE SPACES.
021200     05  DLR210-D-NEW-FLAG        PIC X(05).
021300 01  DLR210-TOTAL-LINE.
021400     05  DLR210-T-LABEL           PIC X(40).
021500     05  DLR210-T-COUNT           PIC ZZZZZZZZ9.
021600 01  DLR210-BLANK-LINE            PIC X(01)  VALUE SPACE.
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE.
022000     PERFORM 2000-VALUE-DOWNLOAD
022100         UNTIL DLR210-PODL-EOF.
022200     CLOSE AMS-PODL-FILE.
022300     PERFORM 3000-JUDGE-PO
022400         VARYING DLR210-PO-IX FROM 1 BY 1
022500         UNTIL DLR210-PO-IX > DLR210-PO-COUNT.
022600     PERFORM 4000-OPEN-SECOND-PASS.
022700     PERFORM 5000-ROUTE-DOWNLOAD
022800         UNTIL DLR210-PODL-EOF.
022900     PERFORM 6000-UPDATE-BUYERS
023000         VARYING DLR210-BUY-IX FROM 1 BY 1
023100         UNTIL DLR210-BUY-IX > DLR210-BUY-COUNT.
023200     PERFORM 8000-PRINT-TOTALS.
023300     PERFORM 9000-TERMINATE.
023400     STOP RUN.
023500
023600 1000-INITIALIZE.
023700     ACCEPT DLR210-RUN-DATE FROM DATE YYYYMMDD.
023800     COMPUTE DLR210-RUN-MONTH =
023900         DLR210-RUN-CCYY * 100 + DLR210-RUN-MM.
024000     OPEN INPUT  AMS-PODL-FILE.
024100     OPEN I-O    BUYER-MASTER.
024200     OPEN I-O    APPROVAL-QUEUE.
024300     OPEN OUTPUT VALUE-REPORT.
024400     PERFORM 1100-LOAD-VENDOR-CCYS.
024500     PERFORM 1200-LOAD-FX-RATES.
024600     PERFORM 1300-LOAD-BUYERS.
024700     MOVE DLR210-RUN-DATE TO DLR210-H-RUN-DATE.
024800     WRITE VALUE-LINE FROM DLR210-HEADING-1.
024900     WRITE VALUE-LINE FROM DLR210-BLANK-LINE.
025000     WRITE VALUE-LINE FROM DLR210-HEADING-2.
025100     WRITE VALUE-LINE FROM DLR210-HEADING-3.
025200     PERFORM 2100-READ-PODL.
025300 1000-EXIT.
025400     EXIT.
025500
025600 1100-LOAD-VENDOR-CCYS.
025700     OPEN INPUT VENDOR-FILE.
025800     PERFORM 1110-READ-VENDOR.
025900     PERFORM 1120-POST-ONE-VENDOR
026000         UNTIL DLR210-VEND-EOF.
026100     CLOSE VENDOR-FILE.
026200 1100-EXIT.
026300     EXIT.
026400
026500 1110-READ-VENDOR.
026600     READ VENDOR-FILE
026700         AT END
026800             MOVE 'Y' TO DLR210-VEND-EOF-SW
026900     END-READ.
027000 1110-EXIT.
027100     EXIT.
027200
027300 1120-POST-ONE-VENDOR.
027400     IF  DLR210-VEND-COUNT < 500
027500         ADD 1 TO DLR210-VEND-COUNT
027600         SET DLR210-VEND-IX TO DLR210-VEND-COUNT
027700         MOVE DLVENDMF-VENDOR-NO
027800             TO DLR210-V-VENDOR-NO (DLR210-VEND-IX)
027900         MOVE DLVENDMF-CURRENCY
028000             TO DLR210-V-CCY (DLR210-VEND-IX)
028100     END-IF.
028200     PERFORM 1110-READ-VENDOR.
028300 1120-EXIT.
028400     EXIT.
028500
028600*    ONE TABLE ROW PER CURRENCY, KEEPING THE LATEST RATE
028700*    EFFECTIVE ON OR BEFORE THE RUN DATE.
028800 1200-LOAD-FX-RATES.
028900     OPEN INPUT FXRATE-FILE.
029000     PERFORM 1210-READ-FXRATE.
029100     PERFORM 1220-POST-ONE-RATE
029200         UNTIL DLR210-FX-EOF.
029300     CLOSE FXRATE-FILE.
029400 1200-EXIT.
029500     EXIT.
029600
029700 1210-READ-FXRATE.
029800     READ FXRATE-FILE
029900         AT END
030000             MOVE 'Y' TO DLR210-FX-EOF-SW
030100     END-READ.
030200 1210-EXIT.
030300     EXIT.
030400
030500 1220-POST-ONE-RATE.
030600     IF  DLFXRATE-EFF-DATE <= DLR210-RUN-DATE
030700         SET DLR210-FX-IX TO 1
030800         SEARCH DLR210-FX-ENTRY
030900             AT END
031000                 IF  DLR210-FX-COUNT < 50
031100                     ADD 1 TO DLR210-FX-COUNT
031200                     SET DLR210-FX-IX TO DLR210-FX-COUNT
031300                     MOVE DLFXRATE-CCY
031400                         TO DLR210-X-CCY (DLR210-FX-IX)
031500                     MOVE DLFXRATE-RATE
031600                         TO DLR210-X-RATE (DLR210-FX-IX)
031700                     MOVE DLFXRATE-EFF-DATE
031800                         TO DLR210-X-BEST-EFF (DLR210-FX-IX)
031900                 END-IF
032000             WHEN DLR210-X-CCY (DLR210-FX-IX) = DLFXRATE-CCY
032100                 IF  DLFXRATE-EFF-DATE
032200                         >= DLR210-X-BEST-EFF (DLR210-FX-IX)
032300                     MOVE DLFXRATE-RATE
032400                         TO DLR210-X-RATE (DLR210-FX-IX)
032500                     MOVE DLFXRATE-EFF-DATE
032600                         TO DLR210-X-BEST-EFF (DLR210-FX-IX)
032700                 END-IF
032800         END-SEARCH
032900     END-IF.
033000     PERFORM 1210-READ-FXRATE.
033100 1220-EXIT.
033200     EXIT.
033300
033400*    A BUYER LAST CHARGED IN AN EARLIER MONTH STARTS THIS
033500*    MONTH WITH NOTHING COMMITTED.
033600 1300-LOAD-BUYERS.
033700     PERFORM 1310-READ-BUYER.
033800     PERFORM 1320-POST-ONE-BUYER
033900         UNTIL DLR210-BUY-EOF.
034000 1300-EXIT.
034100     EXIT.
034200
034300 1310-READ-BUYER.
034400     READ BUYER-MASTER NEXT RECORD
034500         AT END
034600             MOVE 'Y' TO DLR210-BUY-EOF-SW
034700     END-READ.
034800 1310-EXIT.
034900     EXIT.
035000
035100 1320-POST-ONE-BUYER.
035200     IF  DLR210-BUY-COUNT < 500
035300         ADD 1 TO DLR210-BUY-COUNT
035400         SET DLR210-BUY-IX TO DLR210-BUY-COUNT
035500         MOVE DLBUYAUT-BUYER-ID
035600             TO DLR210-B-BUYER-ID (DLR210-BUY-IX)
035700         MOVE DLBUYAUT-ROLE
035800             TO DLR210-B-ROLE (DLR210-BUY-IX)
035900         MOVE DLBUYAUT-DEPT-SCOPE
036000             TO DLR210-B-DEPT-SCOPE (DLR210-BUY-IX)
036100         MOVE DLBUYAUT-STATUS
036200             TO DLR210-B-STATUS (DLR210-BUY-IX)
036300         MOVE DLBUYAUT-MAX-PO-VALUE
036400             TO DLR210-B-MAX-PO-VALUE (DLR210-BUY-IX)
036500         MOVE DLBUYAUT-MONTH-LIMIT
036600             TO DLR210-B-MONTH-LIMIT (DLR210-BUY-IX)
036700         IF  DLBUYAUT-MTD-MONTH = DLR210-RUN-MONTH
036800             MOVE DLBUYAUT-MTD-COMMITTED
036900                 TO DLR210-B-MTD-COMMITTED (DLR210-BUY-IX)
037000         ELSE
037100             MOVE ZERO
037200                 TO DLR210-B-MTD-COMMITTED (DLR210-BUY-IX)
037300         END-IF
037400         MOVE 'N' TO DLR210-B-CHANGED-SW (DLR210-BUY-IX)
037500     END-IF.
037600     PERFORM 1310-READ-BUYER.
037700 1320-EXIT.
037800     EXIT.
037900
038000*    FIRST PASS - THE PO RECORD OPENS (OR, FOR A PO SPREAD
038100*    OVER SEVERAL PO RECORDS, REOPENS) ITS TABLE ROW AND THE
038200*    PRODUCT RECORDS THAT FOLLOW ADD TO ITS QUOTED VALUE.
038300 2000-VALUE-DOWNLOAD.
038400     EVALUATE RECORD-TYPE
038500         WHEN 'PO'
038600             PERFORM 2200-FIND-OR-ADD-PO
038700         WHEN 'PR'
038800             IF  DLR210-PO-ACTIVE
038900                 COMPUTE DLR210-LINE-VALUE ROUNDED =
039000                     Pack-Qty * Pack-Cost
039100                 ADD DLR210-LINE-VALUE
039200                     TO DLR210-P-QUOTED-VALUE (DLR210-PO-IX)
039300             END-IF
039400         WHEN OTHER
039500             CONTINUE
039600     END-EVALUATE.
039700     PERFORM 2100-READ-PODL.
039800 2000-EXIT.
039900     EXIT.
040000
040100 2100-READ-PODL.
040200     READ AMS-PODL-FILE
040300         AT END
040400             MOVE 'Y' TO DLR210-PODL-EOF-SW
040500     END-READ.
040600 2100-EXIT.
040700     EXIT.
040800
040900 2200-FIND-OR-ADD-PO.
041000     MOVE 'Y' TO DLR210-PO-ACTIVE-SW.
041100     SET DLR210-PO-IX TO 1.
041200     SEARCH DLR210-PO-ENTRY
041300         AT END
041400             IF  DLR210-PO-COUNT < 5000
041500                 ADD 1 TO DLR210-PO-COUNT
041600                 SET DLR210-PO-IX TO DLR210-PO-COUNT
041700                 MOVE PO
041800                     TO DLR210-P-PO-NO (DLR210-PO-IX)
041900                 MOVE Vendor
042000                     TO DLR210-P-VENDOR (DLR210-PO-IX)
042100                 MOVE Department
042200                     TO DLR210-P-DEPARTMENT (DLR210-PO-IX)
042300                 MOVE ZERO
042400                     TO DLR210-P-QUOTED-VALUE (DLR210-PO-IX)
042500                 MOVE 'N'
042600                     TO DLR210-P-HELD-SW (DLR210-PO-IX)
042700                 PERFORM 2300-FIND-VENDOR-CCY
042800             ELSE
042900                 MOVE 'N' TO DLR210-PO-ACTIVE-SW
043000                 ADD 1 TO DLR210-POS-NOT-VALUED
043100             END-IF
043200         WHEN DLR210-P-PO-NO (DLR210-PO-IX) = PO
043300             CONTINUE
043400     END-SEARCH.
043500 2200-EXIT.
043600     EXIT.
043700
043800 2300-FIND-VENDOR-CCY.
043900     MOVE SPACES TO DLR210-P-CCY (DLR210-PO-IX).
044000     SET DLR210-VEND-IX TO 1.
044100     SEARCH DLR210-VEND-ENTRY
044200         AT END
044300             CONTINUE
044400         WHEN DLR210-V-VENDOR-NO (DLR210-VEND-IX) = Vendor
044500             MOVE DLR210-V-CCY (DLR210-VEND-IX)
044600                 TO DLR210-P-CCY (DLR210-PO-IX)
044700     END-SEARCH.
044800 2300-EXIT.
044900     EXIT.
045000
045100*    EACH PO IS JUDGED IN DOWNLOAD ORDER, SO THE EARLIER ORDERS
045200*    OF A BUYER TAKE UP THE MONTHLY LIMIT FIRST.
045300 3000-JUDGE-PO.
045400     ADD 1 TO DLR210-POS-VALUED.
045500     PERFORM 3100-VALUE-PO-LOCAL.
045600     MOVE DLR210-P-PO-NO (DLR210-PO-IX) TO DLPOAPPQ-PO-NO.
045700     READ APPROVAL-QUEUE
045800         INVALID KEY
045900             MOVE 'N' TO DLR210-QUEUE-FOUND-SW
046000         NOT INVALID KEY
046100             MOVE 'Y' TO DLR210-QUEUE-FOUND-SW
046200     END-READ.
046300     IF  NOT DLR210-QUEUE-FOUND
046400         MOVE SPACES TO DLPOAPPQ-RECORD
046500         MOVE DLR210-P-PO-NO (DLR210-PO-IX) TO DLPOAPPQ-PO-NO
046600         MOVE DLR210-RUN-DATE TO DLPOAPPQ-FIRST-VALUED-DATE
046700         MOVE ZERO TO DLPOAPPQ-QUEUED-DATE
046800         MOVE ZERO TO DLPOAPPQ-APPROVED-VALUE
046900         MOVE ZERO TO DLPOAPPQ-APPROVED-DATE
047000         MOVE ZERO TO DLPOAPPQ-COMMITTED-VALUE
047100     END-IF.
047200     IF  DLPOAPPQ-PENDING
047300         MOVE 'Y' TO DLR210-WAS-PENDING-SW
047400     ELSE
047500         MOVE 'N' TO DLR210-WAS-PENDING-SW
047600     END-IF.
047700     MOVE DLR210-P-VENDOR (DLR210-PO-IX)     TO DLPOAPPQ-VENDOR.
047800     MOVE DLR210-P-DEPARTMENT (DLR210-PO-IX)
047900         TO DLPOAPPQ-DEPARTMENT.
048000     MOVE DLR210-P-CCY (DLR210-PO-IX)        TO DLPOAPPQ-CURRENCY.
048100     MOVE DLR210-P-QUOTED-VALUE (DLR210-PO-IX)
048200         TO DLPOAPPQ-QUOTED-VALUE.
048300     MOVE DLR210-PO-VALUE         TO DLPOAPPQ-PO-VALUE.
048400     MOVE DLR210-RUN-DATE         TO DLPOAPPQ-LAST-VALUED-DATE.
048500     PERFORM 3200-FIND-RAISING-BUYER.
048600     MOVE SPACES TO DLR210-HOLD-REASON.
048700     IF  DLPOAPPQ-APPROVED
048800     AND DLR210-PO-VALUE NOT > DLPOAPPQ-APPROVED-VALUE
048900         ADD 1 TO DLR210-POS-APPROVED
049000     ELSE
049100         IF  DLPOAPPQ-APPROVED
049200             MOVE 'V' TO DLR210-HOLD-REASON
049300         ELSE
049400             PERFORM 3300-CHECK-AUTHORITY
049500         END-IF
049600     END-IF.
049700     IF  DLR210-HOLD-REASON = SPACES
049800         PERFORM 3400-LET-THROUGH
049900     ELSE
050000         PERFORM 3500-QUEUE-PO
050100     END-IF.
050200     IF  DLR210-QUEUE-FOUND
050300         REWRITE DLPOAPPQ-RECORD
050400             INVALID KEY
050500                 DISPLAY 'DLR210 DLPOAPPQ REWRITE FAILED '
050600                     DLPOAPPQ-PO-NO
050700         END-REWRITE
050800     ELSE
050900         WRITE DLPOAPPQ-RECORD
051000             INVALID KEY
051100                 DISPLAY 'DLR210 DLPOAPPQ WRITE FAILED '
051200                     DLPOAPPQ-PO-NO
051300         END-WRITE
051400     END-IF.
051500 3000-EXIT.
051600     EXIT.
051700
051800*    LOCAL = FOREIGN TIMES RATE; A FOREIGN ORDER WITH NO RATE
051900*    ON FILE IS JUDGED AT FACE VALUE AND COUNTED.
052000 3100-VALUE-PO-LOCAL.
052100     MOVE DLR210-P-QUOTED-VALUE (DLR210-PO-IX)
052200         TO DLR210-PO-VALUE.
052300     IF  DLR210-P-CCY (DLR210-PO-IX) NOT = SPACES
052400         MOVE 'N' TO DLR210-RATE-FOUND-SW
052500         SET DLR210-FX-IX TO 1
052600         SEARCH DLR210-FX-ENTRY
052700             AT END
052800                 CONTINUE
052900             WHEN DLR210-X-CCY (DLR210-FX-IX)
053000                     = DLR210-P-CCY (DLR210-PO-IX)
053100                 MOVE 'Y' TO DLR210-RATE-FOUND-SW
053200         END-SEARCH
053300         IF  DLR210-RATE-FOUND
053400             COMPUTE DLR210-PO-VALUE ROUNDED =
053500                 DLR210-P-QUOTED-VALUE (DLR210-PO-IX)
053600                     * DLR210-X-RATE (DLR210-FX-IX)
053700         ELSE
053800             ADD 1 TO DLR210-NO-RATE-COUNT
053900         END-IF
054000     END-IF.
054100 3100-EXIT.
054200     EXIT.
054300
054400*    THE ORDER IS CHARGED TO THE ACTIVE ROLE B BUYER HOLDING
054500*    ITS DEPARTMENT; FAILING THAT AN INACTIVE ONE IS NAMED SO
054600*    THE APPROVER CAN SEE WHOSE ORDER IT WAS.
054700 3200-FIND-RAISING-BUYER.
054800     MOVE 'N' TO DLR210-BUYER-FOUND-SW.
054900     MOVE SPACES TO DLPOAPPQ-RAISING-BUYER.
055000     SET DLR210-BUY-IX TO 1.
055100     SEARCH DLR210-BUY-ENTRY
055200         AT END
055300             CONTINUE
055400         WHEN DLR210-B-ROLE (DLR210-BUY-IX) = 'B'
055500          AND DLR210-B-STATUS (DLR210-BUY-IX) = 'A'
055600          AND DLR210-B-DEPT-SCOPE (DLR210-BUY-IX)
055700                 = DLPOAPPQ-DEPARTMENT
055800             MOVE 'Y' TO DLR210-BUYER-FOUND-SW
055900     END-SEARCH.
056000     IF  DLR210-BUYER-FOUND
056100         MOVE DLR210-B-BUYER-ID (DLR210-BUY-IX)
056200             TO DLPOAPPQ-RAISING-BUYER
056300     ELSE
056400         SET DLR210-BUY-IX TO 1
056500         SEARCH DLR210-BUY-ENTRY
056600             AT END
056700                 CONTINUE
056800             WHEN DLR210-B-ROLE (DLR210-BUY-IX) = 'B'
056900              AND DLR210-B-DEPT-SCOPE (DLR210-BUY-IX)
057000                     = DLPOAPPQ-DEPARTMENT
057100                 MOVE DLR210-B-BUYER-ID (DLR210-BUY-IX)
057200                     TO DLPOAPPQ-RAISING-BUYER
057300         END-SEARCH
057400     END-IF.
057500 3200-EXIT.
057600     EXIT.
057700
057800*    ONLY THE PART OF THE ORDER NOT ALREADY COMMITTED COUNTS
057900*    AGAINST THE MONTH, SO A PO SEEN ON EVERY DOWNLOAD IS NOT
058000*    CHARGED AGAIN EACH NIGHT.
058100 3300-CHECK-AUTHORITY.
058200     COMPUTE DLR210-UNCOMMITTED =
058300         DLR210-PO-VALUE - DLPOAPPQ-COMMITTED-VALUE.
058400     IF  DLR210-UNCOMMITTED < ZERO
058500         MOVE ZERO TO DLR210-UNCOMMITTED
058600     END-IF.
058700     EVALUATE TRUE
058800         WHEN NOT DLR210-BUYER-FOUND
058900         AND  DLPOAPPQ-RAISING-BUYER = SPACES
059000             MOVE 'N' TO DLR210-HOLD-REASON
059100         WHEN NOT DLR210-BUYER-FOUND
059200             MOVE 'I' TO DLR210-HOLD-REASON
059300         WHEN DLR210-PO-VALUE
059400                 > DLR210-B-MAX-PO-VALUE (DLR210-BUY-IX)
059500             MOVE 'S' TO DLR210-HOLD-REASON
059600         WHEN OTHER
059700             COMPUTE DLR210-MONTH-AFTER =
059800                 DLR210-B-MTD-COMMITTED (DLR210-BUY-IX)
059900                     + DLR210-UNCOMMITTED
060000             IF  DLR210-MONTH-AFTER
060100                     > DLR210-B-MONTH-LIMIT (DLR210-BUY-IX)
060200                 MOVE 'M' TO DLR210-HOLD-REASON
060300             END-IF
060400     END-EVALUATE.
060500 3300-EXIT.
060600     EXIT.
060700
060800 3400-LET-THROUGH.
060900     IF  NOT DLPOAPPQ-APPROVED
061000         IF  DLR210-WAS-PENDING
061100             ADD 1 TO DLR210-POS-BACK-WITHIN
061200         END-IF
061300         ADD 1 TO DLR210-POS-WITHIN
061400         SET DLPOAPPQ-WITHIN-AUTHORITY TO TRUE
061500         MOVE SPACES TO DLPOAPPQ-HOLD-REASON
061600     END-IF.
061700     COMPUTE DLR210-UNCOMMITTED =
061800         DLR210-PO-VALUE - DLPOAPPQ-COMMITTED-VALUE.
061900     IF  DLR210-UNCOMMITTED > ZERO
062000         IF  DLR210-BUYER-FOUND
062100             ADD DLR210-UNCOMMITTED
062200                 TO DLR210-B-MTD-COMMITTED (DLR210-BUY-IX)
062300             MOVE 'Y' TO DLR210-B-CHANGED-SW (DLR210-BUY-IX)
062400         END-IF
062500         MOVE DLR210-PO-VALUE TO DLPOAPPQ-COMMITTED-VALUE
062600     END-IF.
062700 3400-EXIT.
062800     EXIT.
062900
063000 3500-QUEUE-PO.
063100     MOVE 'Y' TO DLR210-P-HELD-SW (DLR210-PO-IX).
063200     IF  DLR210-WAS-PENDING
063300         ADD 1 TO DLR210-POS-STILL-PENDING
063400         MOVE SPACES TO DLR210-D-NEW-FLAG
063500     ELSE
063600         ADD 1 TO DLR210-POS-QUEUED
063700         MOVE DLR210-RUN-DATE TO DLPOAPPQ-QUEUED-DATE
063800         MOVE 'NEW' TO DLR210-D-NEW-FLAG
063900     END-IF.
064000     SET DLPOAPPQ-PENDING TO TRUE.
064100     MOVE DLR210-HOLD-REASON TO DLPOAPPQ-HOLD-REASON.
064200     PERFORM 3600-NAME-REASON.
064300     MOVE DLPOAPPQ-PO-NO          TO DLR210-D-PO-NO.
064400     MOVE DLPOAPPQ-VENDOR         TO DLR210-D-VENDOR.
064500     MOVE DLPOAPPQ-DEPARTMENT     TO DLR210-D-DEPARTMENT.
064600     MOVE DLPOAPPQ-RAISING-BUYER  TO DLR210-D-BUYER.
064700     MOVE DLPOAPPQ-CURRENCY       TO DLR210-D-CCY.
064800     MOVE DLPOAPPQ-QUOTED-VALUE   TO DLR210-D-QUOTED-VALUE.
064900     MOVE DLPOAPPQ-PO-VALUE       TO DLR210-D-LOCAL-VALUE.
065000     MOVE DLR210-REASON-TEXT      TO DLR210-D-REASON.
065100     WRITE VALUE-LINE FROM DLR210-HOLD-LINE.
065200 3500-EXIT.
065300     EXIT.
065400
065500 3600-NAME-REASON.
065600     EVALUATE DLR210-HOLD-REASON
065700         WHEN 'S'
065800             MOVE 'OVER SINGLE-PO LIMIT'  TO DLR210-REASON-TEXT
065900         WHEN 'M'
066000             MOVE 'OVER MONTHLY LIMIT'    TO DLR210-REASON-TEXT
066100         WHEN 'N'
066200             MOVE 'NO BUYER FOR DEPT'     TO DLR210-REASON-TEXT
066300         WHEN 'I'
066400             MOVE 'BUYER INACTIVE'        TO DLR210-REASON-TEXT
066500         WHEN 'V'
066600             MOVE 'RAISED ABOVE APPROVAL' TO DLR210-REASON-TEXT
066700         WHEN OTHER
066800             MOVE SPACES                  TO DLR210-REASON-TEXT
066900     END-EVALUATE.
067000 3600-EXIT.
067100     EXIT.
067200
067300 4000-OPEN-SECOND-PASS.
067400     MOVE 'N' TO DLR210-PODL-EOF-SW.
067500     MOVE 'N' TO DLR210-PO-HELD-SW.
067600     OPEN INPUT  AMS-PODL-FILE.
067700     OPEN OUTPUT PODL-PASSED.
067800     OPEN OUTPUT PODL-HOLD.
067900     PERFORM 2100-READ-PODL.
068000 4000-EXIT.
068100     EXIT.
068200
068300*    SECOND PASS - THE DECISION IS TAKEN UP ON THE PO RECORD
068400*    AND STICKS FOR THE PRODUCT AND LOCATION RECORDS THAT
068500*    FOLLOW IT. A PO THERE WAS NO ROOM TO VALUE IS HELD.
068600 5000-ROUTE-DOWNLOAD.
068700     IF  RECORD-TYPE = 'PO'
068800         MOVE 'Y' TO DLR210-PO-HELD-SW
068900         SET DLR210-PO-IX TO 1
069000         SEARCH DLR210-PO-ENTRY
069100             AT END
069200                 CONTINUE
069300             WHEN DLR210-P-PO-NO (DLR210-PO-IX) = PO
069400                 MOVE DLR210-P-HELD-SW (DLR210-PO-IX)
069500                     TO DLR210-PO-HELD-SW
069600         END-SEARCH
069700     END-IF.
069800     IF  DLR210-PO-HELD
069900         WRITE PODL-HOLD-REC FROM amsPoDownload
070000         ADD 1 TO DLR210-RECORDS-HELD
070100     ELSE
070200         WRITE PODL-PASSED-REC FROM amsPoDownload
070300         ADD 1 TO DLR210-RECORDS-PASSED
070400     END-IF.
070500     PERFORM 2100-READ-PODL.
070600 5000-EXIT.
070700     EXIT.
070800
070900 6000-UPDATE-BUYERS.
071000     IF  DLR210-B-CHANGED-SW (DLR210-BUY-IX) = 'Y'
071100         MOVE DLR210-B-BUYER-ID (DLR210-BUY-IX)
071200             TO DLBUYAUT-BUYER-ID
071300         READ BUYER-MASTER
071400             INVALID KEY
071500                 DISPLAY 'DLR210 DLBUYAUT READ FAILED '
071600                     DLBUYAUT-BUYER-ID
071700             NOT INVALID KEY
071800                 MOVE DLR210-RUN-MONTH TO DLBUYAUT-MTD-MONTH
071900                 MOVE DLR210-B-MTD-COMMITTED (DLR210-BUY-IX)
072000                     TO DLBUYAUT-MTD-COMMITTED
072100                 REWRITE DLBUYAUT-RECORD
072200                     INVALID KEY
072300                         DISPLAY 'DLR210 DLBUYAUT REWRITE FAILED '
072400                             DLBUYAUT-BUYER-ID
072500                 END-REWRITE
072600         END-READ
072700     END-IF.
072800 6000-EXIT.
072900     EXIT.
073000
073100 8000-PRINT-TOTALS.
073200     WRITE VALUE-LINE FROM DLR210-BLANK-LINE.
073300     MOVE 'POS VALUED' TO DLR210-T-LABEL.
073400     MOVE DLR210-POS-VALUED TO DLR210-T-COUNT.
073500     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
073600     MOVE 'WITHIN BUYER AUTHORITY' TO DLR210-T-LABEL.
073700     MOVE DLR210-POS-WITHIN TO DLR210-T-COUNT.
073800     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
073900     MOVE '  OF WHICH NO LONGER NEEDING APPROVAL'
074000         TO DLR210-T-LABEL.
074100     MOVE DLR210-POS-BACK-WITHIN TO DLR210-T-COUNT.
074200     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
074300     MOVE 'PASSED ON APPROVAL' TO DLR210-T-LABEL.
074400     MOVE DLR210-POS-APPROVED TO DLR210-T-COUNT.
074500     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
074600     MOVE 'NEWLY QUEUED FOR APPROVAL' TO DLR210-T-LABEL.
074700     MOVE DLR210-POS-QUEUED TO DLR210-T-COUNT.
074800     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
074900     MOVE 'STILL AWAITING APPROVAL' TO DLR210-T-LABEL.
075000     MOVE DLR210-POS-STILL-PENDING TO DLR210-T-COUNT.
075100     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
075200     MOVE 'PO RECORDS NOT VALUED - TABLE FULL'
075300         TO DLR210-T-LABEL.
075400     MOVE DLR210-POS-NOT-VALUED TO DLR210-T-COUNT.
075500     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
075600     MOVE 'FOREIGN POS WITH NO RATE - FACE VALUE'
075700         TO DLR210-T-LABEL.
075800     MOVE DLR210-NO-RATE-COUNT TO DLR210-T-COUNT.
075900     WRITE VALUE-LINE FROM DLR210-TOTAL-LINE.
076000 8000-EXIT.
076100     EXIT.
076200
076300 9000-TERMINATE.
076400     DISPLAY 'DLR210 POS VALUED        = ' DLR210-POS-VALUED.
076500     DISPLAY 'DLR210 POS HELD          = '
076600             DLR210-POS-QUEUED ' NEW  '
076700             DLR210-POS-STILL-PENDING ' STILL PENDING'.
076800     DISPLAY 'DLR210 RECORDS PASSED    = ' DLR210-RECORDS-PASSED.
076900     DISPLAY 'DLR210 RECORDS HELD      = ' DLR210-RECORDS-HELD.
077000     IF  DLR210-POS-NOT-VALUED > ZERO
077100         DISPLAY 'DLR210 PO TABLE FULL - POS HELD UNVALUED = '
077200                 DLR210-POS-NOT-VALUED
077300         MOVE 4 TO RETURN-CODE
077400     END-IF.
077500     CLOSE AMS-PODL-FILE
077600           BUYER-MASTER
077700           APPROVAL-QUEUE
077800           PODL-PASSED
077900           PODL-HOLD
078000           VALUE-REPORT.
078100 9000-EXIT.
078200     EXIT.
