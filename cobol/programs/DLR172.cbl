000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR172.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR172 - PRODUCT RECALL TRACE                                *
001000*                                                                *
001100*   DRIVEN BY ONE RECALL NOTICE CARD PER RECALL (KEYCODE OR      *
001200*   PRODUCT NUMBER, OPTIONAL SUPPLIER, USE-BY DATE RANGE AND     *
001300*   RECEIPT DATE WINDOW). THE STDR EXTRACT (THE JOB MAY          *
001400*   CONCATENATE THE NIGHTLY EXTRACTS COVERING THE WINDOW)        *
001500*   GIVES THE KEYCODE/PRODUCT PAIRING AND, FROM THE AP ROWS,     *
001600*   THE ASNS THAT SHIPPED STOCK IN THE USE-BY RANGE. EVERY       *
001700*   MATCHING DLRCVHST RECEIPT IS FOLLOWED THROUGH ITS STORE      *
001800*   ALLOCATION ROWS TO THE STORES THAT GOT THE STOCK; FOR EACH   *
001900*   STORE THE CURRENT DLINVPOS ON HAND AND THE DTAR020 UNITS     *
002000*   SOLD SINCE ITS FIRST RECEIPT ARE SHOWN. A STORE INSTRUCTION  *
002100*   ROW AND A DLRCLREG REGISTER ROW ARE WRITTEN PER STORE, WITH  *
002200*   A NOTICE ROW CARRYING THE CRITERIA AND TOTALS. DLR173        *
002300*   POSTS THE STORES' CONFIRMATIONS.                             *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002710*  02 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002720*     |          | KEYCODE AND ORDER NUMBER     |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RECALL-CARDS      ASSIGN TO RCLCARDS
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT STDR-FILE         ASSIGN TO STDR
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS DYNAMIC
004300                              RECORD KEY IS DLRCVHST-KEY
004310                              ALTERNATE RECORD KEY IS
004320                                  DLRCVHST-KEYCODE-NO
004330                                  WITH DUPLICATES
004340                              ALTERNATE RECORD KEY IS
004350                                  DLRCVHST-ORDER-NO
004360                                  WITH DUPLICATES.
004400     SELECT DTAR020-FILE      ASSIGN TO DTAR020
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS RANDOM
004900                              RECORD KEY IS DLINVPOS-KEY.
005000     SELECT RECALL-REGISTER   ASSIGN TO DLRCLREG
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS RANDOM
005300                              RECORD KEY IS DLRCLREG-KEY.
005400     SELECT INSTRUCTION-FILE  ASSIGN TO RCLINSTR
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT RECALL-REPORT     ASSIGN TO RCLRPT
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT REJECT-FILE       ASSIGN TO RCLREJ
005900                              ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RECALL-CARDS
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  RECALL-CARD.
006600     05  RCN-RECALL-ID           PIC X(08).
006700     05  RCN-KEYCODE-NO          PIC 9(08).
006800     05  RCN-PROD-NO             PIC 9(14).
006900     05  RCN-SUP-ID              PIC 9(08).
007000     05  RCN-USE-BY-FROM         PIC 9(08).
007100     05  RCN-USE-BY-TO           PIC 9(08).
007200     05  RCN-RCPT-FROM           PIC 9(08).
007300     05  RCN-RCPT-TO             PIC 9(08).
007400     05  FILLER                  PIC X(10).
007500 FD  STDR-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  STDR-DETAIL-RECORD.
007900     COPY STDR.
008000 FD  HISTORY-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLRCVHST-RECORD.
008300     COPY DLRCVHST.
008400 FD  DTAR020-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DTAR020-REC.
008800     COPY DTAR020.
008900 FD  POSITION-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100 01  DLINVPOS-RECORD.
009200     COPY DLINVPOS.
009300 FD  RECALL-REGISTER
009400     LABEL RECORDS ARE STANDARD.
009500 01  DLRCLREG-RECORD.
009600     COPY DLRCLREG.
009700 FD  INSTRUCTION-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DLRCLINS-RECORD.
010100     COPY DLRCLINS.
010200 FD  RECALL-REPORT
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  RECALL-LINE                 PIC X(100).
010600 FD  REJECT-FILE
010700     RECORDING MODE IS F
010800     LABEL RECORDS ARE STANDARD.
010900 01  REJECT-REC.
011000     05  REJ-REASON-CODE         PIC X(04).
011100     05  REJ-CARD-IMAGE          PIC X(80).
011200 WORKING-STORAGE SECTION.
011300 01  DLR172-SWITCHES.
011400     05  DLR172-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
011500         88  DLR172-CARD-EOF                 VALUE 'Y'.
011600     05  DLR172-STDR-EOF-SW       PIC X(01)  VALUE 'N'.
011700         88  DLR172-STDR-EOF                 VALUE 'Y'.
011800     05  DLR172-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
011900         88  DLR172-HIST-EOF                 VALUE 'Y'.
012000     05  DLR172-SALE-EOF-SW       PIC X(01)  VALUE 'N'.
012100         88  DLR172-SALE-EOF                 VALUE 'Y'.
012200     05  DLR172-CARD-OK-SW        PIC X(01)  VALUE 'N'.
012300         88  DLR172-CARD-OK                  VALUE 'Y'.
012400     05  DLR172-USE-BY-SW         PIC X(01)  VALUE 'N'.
012500         88  DLR172-USE-BY-FILTER            VALUE 'Y'.
012600     05  DLR172-RCPT-OK-SW        PIC X(01)  VALUE 'N'.
012700         88  DLR172-RCPT-OK                  VALUE 'Y'.
012800     05  DLR172-PROD-MATCH-SW     PIC X(01)  VALUE 'N'.
012900         88  DLR172-PROD-MATCH               VALUE 'Y'.
013000 01  DLR172-RUN-CCYYMMDD          PIC 9(08).
013100*    PRODUCT NUMBERS THAT CARRY THE RECALLED KEYCODE.
013200 01  DLR172-PROD-CONTROL.
013300     05  DLR172-PROD-COUNT        PIC S9(04)  COMP  VALUE ZERO.
013400 01  DLR172-PROD-TABLE.
013500     05  DLR172-PROD-ENTRY OCCURS 20 TIMES
013600                           INDEXED BY DLR172-PROD-IX.
013700         10  DLR172-P-PROD-NO     PIC 9(14).
013800*    ASNS THAT SHIPPED STOCK WITHIN THE USE-BY RANGE.
013900 01  DLR172-ASN-CONTROL.
014000     05  DLR172-ASN-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014100 01  DLR172-ASN-TABLE.
014200     05  DLR172-ASN-ENTRY OCCURS 2000 TIMES
014300                          INDEXED BY DLR172-ASN-IX.
014400         10  DLR172-A-ASN         PIC X(30).
014500*    RECEIPTS OF THOSE ASNS.
014600 01  DLR172-RCPT-CONTROL.
014700     05  DLR172-RCPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
014800 01  DLR172-RCPT-TABLE.
014900     05  DLR172-RCPT-ENTRY OCCURS 2000 TIMES
015000                           INDEXED BY DLR172-RCPT-IX.
015100         10  DLR172-R-RECEIPT-LOCN PIC 9(04).
015200         10  DLR172-R-RECEIPT-NO  PIC 9(09).
015300*    STORES THE RECALLED STOCK WAS ALLOCATED TO.
015400 01  DLR172-STORE-CONTROL.
015500     05  DLR172-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
015600 01  DLR172-STORE-TABLE.
015700     05  DLR172-STORE-ENTRY OCCURS 500 TIMES
015800                            INDEXED BY DLR172-STORE-IX.
015900         10  DLR172-S-STORE-NO    PIC 9(04).
016000         10  DLR172-S-FIRST-DATE  PIC 9(08).
016100         10  DLR172-S-RECEIVED    PIC S9(09)   COMP-3.
016200         10  DLR172-S-SOLD        PIC S9(09)   COMP-3.
016300         10  DLR172-S-ON-HAND     PIC S9(09)   COMP-3.
016400 01  DLR172-DATE-WORK.
016500     05  DLR172-DATE-X10          PIC X(10).
016600     05  DLR172-DATE-PARTS REDEFINES DLR172-DATE-X10.
016700         10  DLR172-X-DD          PIC 9(02).
016800         10  FILLER               PIC X(01).
016900         10  DLR172-X-MM          PIC 9(02).
017000         10  FILLER               PIC X(01).
017100         10  DLR172-X-CCYY        PIC 9(04).
017200     05  DLR172-CCYYMMDD          PIC 9(08).
017300     05  DLR172-RCPT-DATE         PIC 9(08)  VALUE ZERO.
017400     05  DLR172-SALE-DATE         PIC 9(08).
017500 01  DLR172-WORK-FIELDS.
017600     05  DLR172-W-KEYCODE         PIC 9(08).
017700     05  DLR172-W-KEYCODE-X REDEFINES DLR172-W-KEYCODE
017800                                  PIC X(08).
017900     05  DLR172-W-PROD-NO         PIC 9(14).
018000     05  DLR172-W-STORE-NO        PIC 9(04).
018100     05  DLR172-W-QTY             PIC S9(09)   COMP-3.
018200 01  DLR172-TOTALS.
018300     05  DLR172-T-RECEIVED        PIC S9(09)   COMP-3.
018400     05  DLR172-T-SOLD            PIC S9(09)   COMP-3.
018500     05  DLR172-T-ON-HAND         PIC S9(09)   COMP-3.
018600     05  DLR172-T-RECEIPTS        PIC 9(07).
018700 01  DLR172-COUNTERS.
018800     05  DLR172-CARDS-READ        PIC 9(07)  VALUE ZERO.
018900     05  DLR172-RECALLS-TRACED    PIC 9(07)  VALUE ZERO.
019000     05  DLR172-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
019100     05  DLR172-STORES-NOTIFIED   PIC 9(07)  VALUE ZERO.
019200     05  DLR172-TABLE-FULL        PIC 9(07)  VALUE ZERO.
019300 01  DLR172-HEADING-1.
019400     05  FILLER                   PIC X(40)  VALUE
019500         'DLR172 - PRODUCT RECALL TRACE - RUN DATE'.
019600     05  FILLER                   PIC X(01)  VALUE SPACES.
019700     05  DLR172-H-RUN-DATE        PIC 9(08).
019800 01  DLR172-RECALL-LINE-1.
019900     05  FILLER                   PIC X(08)  VALUE 'RECALL  '.
020000     05  DLR172-R1-RECALL-ID      PIC X(08).
020100     05  FILLER                   PIC X(10)  VALUE '  KEYCODE '.
020200     05  DLR172-R1-KEYCODE        PIC X(08).
020300     05  FILLER                   PIC X(10)  VALUE '  PRODUCT '.
020400     05  DLR172-R1-PROD-NO        PIC 9(14).
020500     05  FILLER                   PIC X(11)  VALUE
020600         '  SUPPLIER '.
020700     05  DLR172-R1-SUP-ID         PIC 9(08).
020800 01  DLR172-RECALL-LINE-2.
020900     05  FILLER                   PIC X(08)  VALUE 'USE-BY  '.
021000     05  DLR172-R2-USE-BY-FROM    PIC 9(08).
021100     05  FILLER                   PIC X(04)  VALUE ' TO '.
021200     05  DLR172-R2-USE-BY-TO      PIC 9(08).
021300     05  FILLER                   PIC X(12)  VALUE
021400         '  RECEIVED  '.
021500     05  DLR172-R2-RCPT-FROM      PIC 9(08).
021600     05  FILLER                   PIC X(04)  VALUE ' TO '.
021700     05  DLR172-R2-RCPT-TO        PIC 9(08).
021800     05  FILLER                   PIC X(12)  VALUE
021900         '  RECEIPTS  '.
022000     05  DLR172-R2-RECEIPTS       PIC ZZZZZZ9.
022100 01  DLR172-COLUMN-LINE.
022200     05  FILLER                   PIC X(08)  VALUE 'STORE'.
022300     05  FILLER                   PIC X(12)  VALUE
022400         'FIRST RCPT'.
022500     05  FILLER                   PIC X(12)  VALUE
022600         '    RECEIVED'.
022700     05  FILLER                   PIC X(12)  VALUE
022800         '  SOLD SINCE'.
022900     05  FILLER                   PIC X(12)  VALUE
023000         '     ON HAND'.
023100 01  DLR172-STORE-LINE.
023200     05  DLR172-L-STORE           PIC ZZZ9.
023300     05  FILLER                   PIC X(04)  VALUE SPACES.
023400     05  DLR172-L-FIRST-DATE      PIC 9(08).
023500     05  FILLER                   PIC X(03)  VALUE SPACES.
023600     05  DLR172-L-RECEIVED        PIC -ZZZZZZZZ9.
023700     05  FILLER                   PIC X(02)  VALUE SPACES.
023800     05  DLR172-L-SOLD            PIC -ZZZZZZZZ9.
023900     05  FILLER                   PIC X(02)  VALUE SPACES.
024000     05  DLR172-L-ON-HAND         PIC -ZZZZZZZZ9.
024100 01  DLR172-TOTAL-LINE.
024200     05  FILLER                   PIC X(08)  VALUE 'TOTAL'.
024300     05  DLR172-T-STORES          PIC ZZZ9.
024400     05  FILLER                   PIC X(07)  VALUE ' STORES'.
024500     05  DLR172-TL-RECEIVED       PIC -ZZZZZZZZ9.
024600     05  FILLER                   PIC X(02)  VALUE SPACES.
024700     05  DLR172-TL-SOLD           PIC -ZZZZZZZZ9.
024800     05  FILLER                   PIC X(02)  VALUE SPACES.
024900     05  DLR172-TL-ON-HAND        PIC -ZZZZZZZZ9.
025000 01  DLR172-REJECT-LINE.
025100     05  FILLER                   PIC X(08)  VALUE 'RECALL  '.
025200     05  DLR172-J-RECALL-ID       PIC X(08).
025300     05  FILLER                   PIC X(02)  VALUE SPACES.
025400     05  DLR172-J-RESULT          PIC X(30).
025500 01  DLR172-BLANK-LINE            PIC X(01)  VALUE SPACES.
025600 01  DLR172-CONTROL-LINE.
025700     05  DLR172-K-LABEL           PIC X(30).
025800     05  DLR172-K-COUNT           PIC ZZZZZZ9.
025900 PROCEDURE DIVISION.
026000 0000-MAINLINE.
026100     PERFORM 1000-INITIALIZE.
026200     PERFORM 2000-PROCESS-NOTICE
026300         UNTIL DLR172-CARD-EOF.
026400     PERFORM 9000-TERMINATE.
026500     STOP RUN.
026600
026700 1000-INITIALIZE.
026800     OPEN INPUT  RECALL-CARDS.
026900     OPEN INPUT  HISTORY-MASTER.
027000     OPEN INPUT  POSITION-MASTER.
027100     OPEN I-O    RECALL-REGISTER.
027200     OPEN OUTPUT INSTRUCTION-FILE.
027300     OPEN OUTPUT RECALL-REPORT.
027400     OPEN OUTPUT REJECT-FILE.
027500     ACCEPT DLR172-RUN-CCYYMMDD FROM DATE YYYYMMDD.
027600     MOVE DLR172-RUN-CCYYMMDD TO DLR172-H-RUN-DATE.
027700     WRITE RECALL-LINE FROM DLR172-HEADING-1.
027800     PERFORM 2100-READ-CARD.
027900 1000-EXIT.
028000     EXIT.
028100
028200 2000-PROCESS-NOTICE.
028300     ADD 1 TO DLR172-CARDS-READ.
028400     MOVE RCN-RECALL-ID TO DLR172-J-RECALL-ID.
028500     PERFORM 2200-VALIDATE-CARD.
028600     IF  DLR172-CARD-OK
028700         PERFORM 3000-SCAN-STDR-PRODUCTS
028800         IF  DLR172-W-KEYCODE = ZERO
028900         OR  DLR172-PROD-COUNT = ZERO
029000             MOVE 'PROD' TO REJ-REASON-CODE
029100             PERFORM 2900-REJECT-CARD
029200         ELSE
029300             IF  DLR172-USE-BY-FILTER
029400                 PERFORM 3500-SCAN-STDR-RECEIPTS
029500             END-IF
029600             PERFORM 4000-TRACE-RECEIPTS
029700             PERFORM 5000-COUNT-SALES
029800             PERFORM 6000-WRITE-RECALL
029900         END-IF
030000     END-IF.
030100     PERFORM 2100-READ-CARD.
030200 2000-EXIT.
030300     EXIT.
030400
030500 2100-READ-CARD.
030600     READ RECALL-CARDS
030700         AT END
030800             MOVE 'Y' TO DLR172-CARD-EOF-SW
030900     END-READ.
031000 2100-EXIT.
031100     EXIT.
031200
031300*    A RECALL ID MAY BE TRACED ONCE; A ZERO USE-BY OR RECEIPT
031400*    DATE LEAVES THAT END OF THE RANGE OPEN.
031500 2200-VALIDATE-CARD.
031600     MOVE 'N' TO DLR172-CARD-OK-SW.
031700     MOVE 'N' TO DLR172-USE-BY-SW.
031800     IF  RCN-KEYCODE-NO  NOT NUMERIC
031900     OR  RCN-PROD-NO     NOT NUMERIC
032000     OR  RCN-SUP-ID      NOT NUMERIC
032100     OR  RCN-USE-BY-FROM NOT NUMERIC
032200     OR  RCN-USE-BY-TO   NOT NUMERIC
032300     OR  RCN-RCPT-FROM   NOT NUMERIC
032400     OR  RCN-RCPT-TO     NOT NUMERIC
032500     OR  RCN-RECALL-ID = SPACES
032600         MOVE 'NUMR' TO REJ-REASON-CODE
032700         PERFORM 2900-REJECT-CARD
032800     ELSE
032900         MOVE RCN-RECALL-ID TO DLRCLREG-RECALL-ID
033000         MOVE ZERO          TO DLRCLREG-STORE-NO
033100         READ RECALL-REGISTER
033200             INVALID KEY
033300                 MOVE 'Y' TO DLR172-CARD-OK-SW
033400         END-READ
033500         EVALUATE TRUE
033600             WHEN NOT DLR172-CARD-OK
033700                 MOVE 'DUPL' TO REJ-REASON-CODE
033800                 PERFORM 2900-REJECT-CARD
033900             WHEN RCN-KEYCODE-NO = ZERO AND RCN-PROD-NO = ZERO
034000                 MOVE 'N' TO DLR172-CARD-OK-SW
034100                 MOVE 'PROD' TO REJ-REASON-CODE
034200                 PERFORM 2900-REJECT-CARD
034300             WHEN (RCN-USE-BY-TO NOT = ZERO
034400                   AND RCN-USE-BY-FROM > RCN-USE-BY-TO)
034500             OR   (RCN-RCPT-TO NOT = ZERO
034600                   AND RCN-RCPT-FROM > RCN-RCPT-TO)
034700                 MOVE 'N' TO DLR172-CARD-OK-SW
034800                 MOVE 'DATE' TO REJ-REASON-CODE
034900                 PERFORM 2900-REJECT-CARD
035000             WHEN OTHER
035100                 IF  RCN-USE-BY-FROM NOT = ZERO
035200                 OR  RCN-USE-BY-TO   NOT = ZERO
035300                     MOVE 'Y' TO DLR172-USE-BY-SW
035400                 END-IF
035500         END-EVALUATE
035600     END-IF.
035700 2200-EXIT.
035800     EXIT.
035900
036000 2900-REJECT-CARD.
036100     ADD 1 TO DLR172-CARDS-REJECTED.
036200     MOVE RECALL-CARD TO REJ-CARD-IMAGE.
036300     WRITE REJECT-REC.
036400     MOVE SPACES TO DLR172-J-RESULT.
036500     STRING '*REJECTED - ' REJ-REASON-CODE
036600         DELIMITED BY SIZE INTO DLR172-J-RESULT.
036700     WRITE RECALL-LINE FROM DLR172-BLANK-LINE.
036800     WRITE RECALL-LINE FROM DLR172-REJECT-LINE.
036900 2900-EXIT.
037000     EXIT.
037100
037200*    THE RD AND AP ROWS CARRY BOTH THE PRODUCT NUMBER AND THE
037300*    KEYCODE: A KEYCODE NOTICE COLLECTS EVERY PRODUCT NUMBER
037400*    SEEN FOR IT, A PRODUCT NOTICE PICKS UP ITS KEYCODE. AP
037500*    ROWS OF THE RECALLED PRODUCT WITH A USE-BY DATE IN RANGE
037600*    NAME THE ASNS THAT CARRIED SUSPECT STOCK.
037700 3000-SCAN-STDR-PRODUCTS.
037800     MOVE RCN-KEYCODE-NO TO DLR172-W-KEYCODE.
037900     MOVE ZERO TO DLR172-PROD-COUNT.
038000     MOVE ZERO TO DLR172-ASN-COUNT.
038100     MOVE ZERO TO DLR172-RCPT-COUNT.
038200     IF  RCN-PROD-NO NOT = ZERO
038300         MOVE 1 TO DLR172-PROD-COUNT
038400         MOVE RCN-PROD-NO TO DLR172-P-PROD-NO (1)
038500     END-IF.
038600     MOVE 'N' TO DLR172-STDR-EOF-SW.
038700     OPEN INPUT STDR-FILE.
038800     PERFORM 3010-READ-STDR.
038900     PERFORM 3100-EXAMINE-PRODUCT-ROW
039000         UNTIL DLR172-STDR-EOF.
039100     CLOSE STDR-FILE.
039200 3000-EXIT.
039300     EXIT.
039400
039500 3010-READ-STDR.
039600     READ STDR-FILE
039700         AT END
039800             MOVE 'Y' TO DLR172-STDR-EOF-SW
039900     END-READ.
040000 3010-EXIT.
040100     EXIT.
040200
040300 3100-EXAMINE-PRODUCT-ROW.
040400     EVALUATE STDR-RECORD-TYPE OF STDR-RH
040500         WHEN 'RD'
040600             MOVE PROD-NO-RD TO DLR172-W-PROD-NO
040700             PERFORM 3200-NOTE-PRODUCT
040800         WHEN 'RS'
040900             MOVE PROD-NO-RS TO DLR172-W-PROD-NO
041000             PERFORM 3200-NOTE-PRODUCT
041100         WHEN 'AP'
041200             MOVE PROD-NO-AP TO DLR172-W-PROD-NO
041300             PERFORM 3200-NOTE-PRODUCT
041400             IF  DLR172-PROD-MATCH
041500             AND DLR172-USE-BY-FILTER
041600                 PERFORM 3300-TEST-USE-BY
041700             END-IF
041800         WHEN OTHER
041900             CONTINUE
042000     END-EVALUATE.
042100     PERFORM 3010-READ-STDR.
042200 3100-EXIT.
042300     EXIT.
042400
042500*    A PRODUCT NOTICE MATCHES ON THE PRODUCT NUMBER ONLY; A
042600*    KEYCODE NOTICE MATCHES EVERY PRODUCT UNDER THE KEYCODE.
042700 3200-NOTE-PRODUCT.
042800     MOVE 'N' TO DLR172-PROD-MATCH-SW.
042900     EVALUATE STDR-RECORD-TYPE OF STDR-RH
043000         WHEN 'RD'
043100             IF  RCN-PROD-NO NOT = ZERO
043200                 IF  PROD-NO-RD = RCN-PROD-NO
043300                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
043400                     MOVE KEYCODE-RD TO DLR172-W-KEYCODE
043500                 END-IF
043600             ELSE
043700                 IF  KEYCODE-RD = RCN-KEYCODE-NO
043800                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
043900                 END-IF
044000             END-IF
044100         WHEN 'RS'
044200             IF  RCN-PROD-NO NOT = ZERO
044300                 IF  PROD-NO-RS = RCN-PROD-NO
044400                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
044500                     MOVE KEYCODE-RS TO DLR172-W-KEYCODE
044600                 END-IF
044700             ELSE
044800                 IF  KEYCODE-RS = RCN-KEYCODE-NO
044900                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
045000                 END-IF
045100             END-IF
045200         WHEN OTHER
045300             IF  RCN-PROD-NO NOT = ZERO
045400                 IF  PROD-NO-AP = RCN-PROD-NO
045500                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
045600                     MOVE KEYCODE-AP TO DLR172-W-KEYCODE
045700                 END-IF
045800             ELSE
045900                 IF  KEYCODE-AP = RCN-KEYCODE-NO
046000                     MOVE 'Y' TO DLR172-PROD-MATCH-SW
046100                 END-IF
046200             END-IF
046300     END-EVALUATE.
046400     IF  DLR172-PROD-MATCH
046500     AND RCN-PROD-NO = ZERO
046600         SET DLR172-PROD-IX TO 1
046700         SEARCH DLR172-PROD-ENTRY
046800             AT END
046900                 ADD 1 TO DLR172-TABLE-FULL
047000             WHEN DLR172-PROD-IX > DLR172-PROD-COUNT
047100                 ADD 1 TO DLR172-PROD-COUNT
047200                 MOVE DLR172-W-PROD-NO
047300                     TO DLR172-P-PROD-NO (DLR172-PROD-IX)
047400             WHEN DLR172-P-PROD-NO (DLR172-PROD-IX)
047500                     = DLR172-W-PROD-NO
047600                 CONTINUE
047700         END-SEARCH
047800     END-IF.
047900 3200-EXIT.
048000     EXIT.
048100
048200 3300-TEST-USE-BY.
048300     MOVE USE-BY-DATE-AP TO DLR172-DATE-X10.
048400     PERFORM 8000-DATE-TO-CCYYMMDD.
048500     IF  DLR172-CCYYMMDD NOT = ZERO
048600     AND DLR172-CCYYMMDD >= RCN-USE-BY-FROM
048700     AND (RCN-USE-BY-TO = ZERO
048800          OR DLR172-CCYYMMDD <= RCN-USE-BY-TO)
048900         SET DLR172-ASN-IX TO 1
049000         SEARCH DLR172-ASN-ENTRY
049100             AT END
049200                 ADD 1 TO DLR172-TABLE-FULL
049300             WHEN DLR172-ASN-IX > DLR172-ASN-COUNT
049400                 ADD 1 TO DLR172-ASN-COUNT
049500                 MOVE ASN-AP TO DLR172-A-ASN (DLR172-ASN-IX)
049600             WHEN DLR172-A-ASN (DLR172-ASN-IX) = ASN-AP
049700                 CONTINUE
049800         END-SEARCH
049900     END-IF.
050000 3300-EXIT.
050100     EXIT.
050200
050300*    SECOND PASS - THE RECEIPT HEADERS OF THE SUSPECT ASNS.
050400 3500-SCAN-STDR-RECEIPTS.
050500     MOVE 'N' TO DLR172-STDR-EOF-SW.
050600     OPEN INPUT STDR-FILE.
050700     PERFORM 3010-READ-STDR.
050800     PERFORM 3600-EXAMINE-RECEIPT-ROW
050900         UNTIL DLR172-STDR-EOF.
051000     CLOSE STDR-FILE.
051100 3500-EXIT.
051200     EXIT.
051300
051400 3600-EXAMINE-RECEIPT-ROW.
051500     IF  STDR-RECORD-TYPE OF STDR-RH = 'RH'
051600         SET DLR172-ASN-IX TO 1
051700         SEARCH DLR172-ASN-ENTRY
051800             AT END
051900                 CONTINUE
052000             WHEN DLR172-ASN-IX > DLR172-ASN-COUNT
052100                 CONTINUE
052200             WHEN DLR172-A-ASN (DLR172-ASN-IX) = ASN-RH
052300                 PERFORM 3700-ADD-RECEIPT
052400         END-SEARCH
052500     END-IF.
052600     PERFORM 3010-READ-STDR.
052700 3600-EXIT.
052800     EXIT.
052900
053000 3700-ADD-RECEIPT.
053100     IF  DLR172-RCPT-COUNT < 2000
053200         ADD 1 TO DLR172-RCPT-COUNT
053300         SET DLR172-RCPT-IX TO DLR172-RCPT-COUNT
053400         MOVE RECEIPT-LOCN-RH
053500             TO DLR172-R-RECEIPT-LOCN (DLR172-RCPT-IX)
053600         MOVE RECEIPT-NO-RH
053700             TO DLR172-R-RECEIPT-NO (DLR172-RCPT-IX)
053800     ELSE
053900         ADD 1 TO DLR172-TABLE-FULL
054000     END-IF.
054100 3700-EXIT.
054200     EXIT.
054300
054400*    DLRCVHST IS IN DC / RECEIPT / STORE / PRODUCT ORDER, SO
054500*    EACH RECEIPT'S HEADER ROW (STORE ZERO) IS READ BEFORE ITS
054600*    ALLOCATION ROWS AND DECIDES WHETHER THEY ARE TRACED.
054700 4000-TRACE-RECEIPTS.
054800     MOVE ZERO TO DLR172-STORE-COUNT.
054900     MOVE ZERO TO DLR172-T-RECEIPTS.
055000     MOVE 'N' TO DLR172-RCPT-OK-SW.
055100     MOVE 'N' TO DLR172-HIST-EOF-SW.
055200     MOVE LOW-VALUES TO DLRCVHST-KEY.
055300     START HISTORY-MASTER KEY NOT LESS THAN DLRCVHST-KEY
055400         INVALID KEY
055500             MOVE 'Y' TO DLR172-HIST-EOF-SW
055600     END-START.
055700     PERFORM 4100-READ-HISTORY-NEXT.
055800     PERFORM 4200-EXAMINE-HISTORY-ROW
055900         UNTIL DLR172-HIST-EOF.
056000 4000-EXIT.
056100     EXIT.
056200
056300 4100-READ-HISTORY-NEXT.
056400     IF  NOT DLR172-HIST-EOF
056500         READ HISTORY-MASTER NEXT RECORD
056600             AT END
056700                 MOVE 'Y' TO DLR172-HIST-EOF-SW
056800         END-READ
056900     END-IF.
057000 4100-EXIT.
057100     EXIT.
057200
057300 4200-EXAMINE-HISTORY-ROW.
057400     IF  DLRCVHST-HEADER-ROW
057500         PERFORM 4300-TEST-RECEIPT
057600     ELSE
057700         IF  DLR172-RCPT-OK
057800             SET DLR172-PROD-IX TO 1
057900             SEARCH DLR172-PROD-ENTRY
058000                 AT END
058100                     CONTINUE
058200                 WHEN DLR172-PROD-IX > DLR172-PROD-COUNT
058300                     CONTINUE
058400                 WHEN DLR172-P-PROD-NO (DLR172-PROD-IX)
058500                         = DLRCVHST-PROD-NO
058600                     PERFORM 4400-POST-ALLOCATION
058700             END-SEARCH
058800         END-IF
058900     END-IF.
059000     PERFORM 4100-READ-HISTORY-NEXT.
059100 4200-EXIT.
059200     EXIT.
059300
059400 4300-TEST-RECEIPT.
059500     MOVE 'Y' TO DLR172-RCPT-OK-SW.
059600     MOVE DLRCVHST-RECEIPT-DATE TO DLR172-DATE-X10.
059700     PERFORM 8000-DATE-TO-CCYYMMDD.
059800     MOVE DLR172-CCYYMMDD TO DLR172-RCPT-DATE.
059900     IF  RCN-SUP-ID NOT = ZERO
060000     AND DLRCVHST-SUP-ID NOT = RCN-SUP-ID
060100         MOVE 'N' TO DLR172-RCPT-OK-SW
060200     END-IF.
060300     IF  DLR172-RCPT-DATE < RCN-RCPT-FROM
060400     OR  (RCN-RCPT-TO NOT = ZERO
060500          AND DLR172-RCPT-DATE > RCN-RCPT-TO)
060600         MOVE 'N' TO DLR172-RCPT-OK-SW
060700     END-IF.
060800     IF  DLR172-RCPT-OK
060900     AND DLR172-USE-BY-FILTER
061000         MOVE 'N' TO DLR172-RCPT-OK-SW
061100         SET DLR172-RCPT-IX TO 1
061200         SEARCH DLR172-RCPT-ENTRY
061300             AT END
061400                 CONTINUE
061500             WHEN DLR172-RCPT-IX > DLR172-RCPT-COUNT
061600                 CONTINUE
061700             WHEN DLR172-R-RECEIPT-LOCN (DLR172-RCPT-IX)
061800                     = DLRCVHST-RECEIPT-LOCN
061900              AND DLR172-R-RECEIPT-NO (DLR172-RCPT-IX)
062000                     = DLRCVHST-RECEIPT-NO
062100                 MOVE 'Y' TO DLR172-RCPT-OK-SW
062200         END-SEARCH
062300     END-IF.
062400     IF  DLR172-RCPT-OK
062500         ADD 1 TO DLR172-T-RECEIPTS
062600     END-IF.
062700 4300-EXIT.
062800     EXIT.
062900
063000*    THE SAMPLE-CHECK ADJUSTED QUANTITY IS WHAT THE STORE GOT;
063100*    BEFORE THE CHECK IS RESULTED IT IS ZERO AND THE ALLOCATED
063200*    QUANTITY STANDS.
063300 4400-POST-ALLOCATION.
063400     IF  DLRCVHST-ACT-RECV-QTY > ZERO
063500         MOVE DLRCVHST-ACT-RECV-QTY TO DLR172-W-QTY
063600     ELSE
063700         MOVE DLRCVHST-REC-ALC-QTY  TO DLR172-W-QTY
063800     END-IF.
063900     SET DLR172-STORE-IX TO 1.
064000     SEARCH DLR172-STORE-ENTRY
064100         AT END
064200             ADD 1 TO DLR172-TABLE-FULL
064300         WHEN DLR172-STORE-IX > DLR172-STORE-COUNT
064400             ADD 1 TO DLR172-STORE-COUNT
064500             MOVE DLRCVHST-STR-NO
064600                 TO DLR172-S-STORE-NO (DLR172-STORE-IX)
064700             MOVE DLR172-RCPT-DATE
064800                 TO DLR172-S-FIRST-DATE (DLR172-STORE-IX)
064900             MOVE DLR172-W-QTY
065000                 TO DLR172-S-RECEIVED (DLR172-STORE-IX)
065100             MOVE ZERO TO DLR172-S-SOLD (DLR172-STORE-IX)
065200             MOVE ZERO TO DLR172-S-ON-HAND (DLR172-STORE-IX)
065300         WHEN DLR172-S-STORE-NO (DLR172-STORE-IX)
065400                 = DLRCVHST-STR-NO
065500             ADD DLR172-W-QTY
065600                 TO DLR172-S-RECEIVED (DLR172-STORE-IX)
065700             IF  DLR172-RCPT-DATE
065800                     < DLR172-S-FIRST-DATE (DLR172-STORE-IX)
065900                 MOVE DLR172-RCPT-DATE
066000                     TO DLR172-S-FIRST-DATE (DLR172-STORE-IX)
066100             END-IF
066200     END-SEARCH.
066300 4400-EXIT.
066400     EXIT.
066500
066600*    UNITS SOLD AT EACH STORE ON OR AFTER ITS FIRST RECEIPT OF
066700*    THE RECALLED STOCK.
066800 5000-COUNT-SALES.
066900     MOVE 'N' TO DLR172-SALE-EOF-SW.
067000     OPEN INPUT DTAR020-FILE.
067100     PERFORM 5100-READ-DTAR020.
067200     PERFORM 5200-POST-ONE-SALE
067300         UNTIL DLR172-SALE-EOF.
067400     CLOSE DTAR020-FILE.
067500 5000-EXIT.
067600     EXIT.
067700
067800 5100-READ-DTAR020.
067900     READ DTAR020-FILE
068000         AT END
068100             MOVE 'Y' TO DLR172-SALE-EOF-SW
068200     END-READ.
068300 5100-EXIT.
068400     EXIT.
068500
068600 5200-POST-ONE-SALE.
068700     IF  DTAR020-KEYCODE-NO = DLR172-W-KEYCODE-X
068800         MOVE DTAR020-STORE-NO TO DLR172-W-STORE-NO
068900         COMPUTE DLR172-SALE-DATE = DTAR020-DATE + 19000000
069000         SET DLR172-STORE-IX TO 1
069100         SEARCH DLR172-STORE-ENTRY
069200             AT END
069300                 CONTINUE
069400             WHEN DLR172-STORE-IX > DLR172-STORE-COUNT
069500                 CONTINUE
069600             WHEN DLR172-S-STORE-NO (DLR172-STORE-IX)
069700                     = DLR172-W-STORE-NO
069800                 IF  DLR172-SALE-DATE
069900                         >= DLR172-S-FIRST-DATE (DLR172-STORE-IX)
070000                     ADD DTAR020-QTY-SOLD
070100                         TO DLR172-S-SOLD (DLR172-STORE-IX)
070200                 END-IF
070300         END-SEARCH
070400     END-IF.
070500     PERFORM 5100-READ-DTAR020.
070600 5200-EXIT.
070700     EXIT.
070800
070900 6000-WRITE-RECALL.
071000     ADD 1 TO DLR172-RECALLS-TRACED.
071100     MOVE ZERO TO DLR172-T-RECEIVED.
071200     MOVE ZERO TO DLR172-T-SOLD.
071300     MOVE ZERO TO DLR172-T-ON-HAND.
071400     MOVE RCN-RECALL-ID      TO DLR172-R1-RECALL-ID.
071500     MOVE DLR172-W-KEYCODE-X TO DLR172-R1-KEYCODE.
071600     MOVE RCN-PROD-NO        TO DLR172-R1-PROD-NO.
071700     MOVE RCN-SUP-ID         TO DLR172-R1-SUP-ID.
071800     MOVE RCN-USE-BY-FROM    TO DLR172-R2-USE-BY-FROM.
071900     MOVE RCN-USE-BY-TO      TO DLR172-R2-USE-BY-TO.
072000     MOVE RCN-RCPT-FROM      TO DLR172-R2-RCPT-FROM.
072100     MOVE RCN-RCPT-TO        TO DLR172-R2-RCPT-TO.
072200     MOVE DLR172-T-RECEIPTS  TO DLR172-R2-RECEIPTS.
072300     WRITE RECALL-LINE FROM DLR172-BLANK-LINE.
072400     WRITE RECALL-LINE FROM DLR172-RECALL-LINE-1.
072500     WRITE RECALL-LINE FROM DLR172-RECALL-LINE-2.
072600     WRITE RECALL-LINE FROM DLR172-COLUMN-LINE.
072700     PERFORM 6100-WRITE-ONE-STORE
072800         VARYING DLR172-STORE-IX FROM 1 BY 1
072900         UNTIL DLR172-STORE-IX > DLR172-STORE-COUNT.
073000     MOVE DLR172-STORE-COUNT TO DLR172-T-STORES.
073100     MOVE DLR172-T-RECEIVED  TO DLR172-TL-RECEIVED.
073200     MOVE DLR172-T-SOLD      TO DLR172-TL-SOLD.
073300     MOVE DLR172-T-ON-HAND   TO DLR172-TL-ON-HAND.
073400     WRITE RECALL-LINE FROM DLR172-TOTAL-LINE.
073500     PERFORM 6300-SET-REGISTER-COMMON.
073600     MOVE ZERO TO DLRCLREG-STORE-NO.
073700     SET DLRCLREG-NOTICE-ROW TO TRUE.
073800     MOVE DLR172-STORE-COUNT TO DLRCLREG-STORES-NOTIFIED.
073900     MOVE DLR172-T-RECEIVED  TO DLRCLREG-RECEIVED-QTY.
074000     MOVE DLR172-T-SOLD      TO DLRCLREG-SOLD-QTY.
074100     MOVE DLR172-T-ON-HAND   TO DLRCLREG-ON-HAND-QTY.
074200     WRITE DLRCLREG-RECORD.
074300 6000-EXIT.
074400     EXIT.
074500
074600 6100-WRITE-ONE-STORE.
074700     MOVE DLR172-S-STORE-NO (DLR172-STORE-IX) TO DLINVPOS-STR-NO.
074800     MOVE DLR172-W-KEYCODE-X TO DLINVPOS-KEYCODE-NO.
074900     READ POSITION-MASTER
075000         INVALID KEY
075100             MOVE ZERO TO DLINVPOS-ON-HAND-QTY
075200     END-READ.
075300     MOVE DLINVPOS-ON-HAND-QTY
075400         TO DLR172-S-ON-HAND (DLR172-STORE-IX).
075500     ADD DLR172-S-RECEIVED (DLR172-STORE-IX) TO DLR172-T-RECEIVED.
075600     ADD DLR172-S-SOLD (DLR172-STORE-IX)     TO DLR172-T-SOLD.
075700     ADD DLR172-S-ON-HAND (DLR172-STORE-IX)  TO DLR172-T-ON-HAND.
075800     ADD 1 TO DLR172-STORES-NOTIFIED.
075900     MOVE DLR172-S-STORE-NO (DLR172-STORE-IX)
076000         TO DLR172-L-STORE.
076100     MOVE DLR172-S-FIRST-DATE (DLR172-STORE-IX)
076200         TO DLR172-L-FIRST-DATE.
076300     MOVE DLR172-S-RECEIVED (DLR172-STORE-IX)
076400         TO DLR172-L-RECEIVED.
076500     MOVE DLR172-S-SOLD (DLR172-STORE-IX)     TO DLR172-L-SOLD.
076600     MOVE DLR172-S-ON-HAND (DLR172-STORE-IX)  TO DLR172-L-ON-HAND.
076700     WRITE RECALL-LINE FROM DLR172-STORE-LINE.
076800     PERFORM 6200-WRITE-INSTRUCTION.
076900     PERFORM 6300-SET-REGISTER-COMMON.
077000     MOVE DLR172-S-STORE-NO (DLR172-STORE-IX)
077100         TO DLRCLREG-STORE-NO.
077200     SET DLRCLREG-STORE-ROW TO TRUE.
077300     MOVE DLR172-S-FIRST-DATE (DLR172-STORE-IX)
077400         TO DLRCLREG-FIRST-RCPT-DATE.
077500     MOVE DLR172-S-RECEIVED (DLR172-STORE-IX)
077600         TO DLRCLREG-RECEIVED-QTY.
077700     MOVE DLR172-S-SOLD (DLR172-STORE-IX)
077800         TO DLRCLREG-SOLD-QTY.
077900     MOVE DLR172-S-ON-HAND (DLR172-STORE-IX)
078000         TO DLRCLREG-ON-HAND-QTY.
078100     WRITE DLRCLREG-RECORD.
078200 6100-EXIT.
078300     EXIT.
078400
078500*    A NEGATIVE BOOK POSITION GOES TO THE STORE AS ZERO - THE
078600*    STORE PULLS WHATEVER IS PHYSICALLY THERE.
078700 6200-WRITE-INSTRUCTION.
078800     MOVE DLR172-S-STORE-NO (DLR172-STORE-IX)
078900         TO DLRCLINS-STORE-NO.
079000     MOVE RCN-RECALL-ID      TO DLRCLINS-RECALL-ID.
079100     SET DLRCLINS-WITHDRAW   TO TRUE.
079200     MOVE DLR172-W-KEYCODE-X TO DLRCLINS-KEYCODE-NO.
079300     MOVE RCN-PROD-NO        TO DLRCLINS-PROD-NO.
079400     MOVE RCN-SUP-ID         TO DLRCLINS-SUP-ID.
079500     MOVE RCN-USE-BY-FROM    TO DLRCLINS-USE-BY-FROM.
079600     MOVE RCN-USE-BY-TO      TO DLRCLINS-USE-BY-TO.
079700     MOVE DLR172-S-RECEIVED (DLR172-STORE-IX)
079800         TO DLRCLINS-RECEIVED-QTY.
079900     IF  DLR172-S-ON-HAND (DLR172-STORE-IX) > ZERO
080000         MOVE DLR172-S-ON-HAND (DLR172-STORE-IX)
080100             TO DLRCLINS-ON-HAND-QTY
080200     ELSE
080300         MOVE ZERO TO DLRCLINS-ON-HAND-QTY
080400     END-IF.
080500     MOVE DLR172-RUN-CCYYMMDD TO DLRCLINS-NOTICE-DATE.
080600     WRITE DLRCLINS-RECORD.
080700 6200-EXIT.
080800     EXIT.
080900
081000 6300-SET-REGISTER-COMMON.
081100     MOVE RCN-RECALL-ID       TO DLRCLREG-RECALL-ID.
081200     MOVE DLR172-W-KEYCODE-X  TO DLRCLREG-KEYCODE-NO.
081300     MOVE RCN-PROD-NO         TO DLRCLREG-PROD-NO.
081400     MOVE RCN-SUP-ID          TO DLRCLREG-SUP-ID.
081500     MOVE RCN-USE-BY-FROM     TO DLRCLREG-USE-BY-FROM.
081600     MOVE RCN-USE-BY-TO       TO DLRCLREG-USE-BY-TO.
081700     MOVE RCN-RCPT-FROM       TO DLRCLREG-RCPT-FROM.
081800     MOVE RCN-RCPT-TO         TO DLRCLREG-RCPT-TO.
081900     MOVE DLR172-RUN-CCYYMMDD TO DLRCLREG-NOTICE-DATE.
082000     MOVE ZERO                TO DLRCLREG-PULLED-QTY.
082100     MOVE ZERO                TO DLRCLREG-STORES-CONFIRMED.
082200     MOVE ZERO                TO DLRCLREG-CONFIRM-DATE.
082300     SET DLRCLREG-OPEN        TO TRUE.
082400 6300-EXIT.
082500     EXIT.
082600
082700*    THE STDR AND DLRCVHST DATES ARE 10-BYTE DD/MM/CCYY DISPLAY
082800*    DATES; AN UNREADABLE DATE COMES BACK ZERO.
082900 8000-DATE-TO-CCYYMMDD.
083000     MOVE ZERO TO DLR172-CCYYMMDD.
083100     IF  DLR172-X-DD NUMERIC
083200     AND DLR172-X-MM NUMERIC
083300     AND DLR172-X-CCYY NUMERIC
083400         COMPUTE DLR172-CCYYMMDD =
083500             DLR172-X-CCYY * 10000
083600                 + DLR172-X-MM * 100 + DLR172-X-DD
083700     END-IF.
083800 8000-EXIT.
083900     EXIT.
084000
084100 9000-TERMINATE.
084200     WRITE RECALL-LINE FROM DLR172-BLANK-LINE.
084300     MOVE 'NOTICE CARDS READ            -' TO DLR172-K-LABEL.
084400     MOVE DLR172-CARDS-READ TO DLR172-K-COUNT.
084500     WRITE RECALL-LINE FROM DLR172-CONTROL-LINE.
084600     MOVE 'RECALLS TRACED               -' TO DLR172-K-LABEL.
084700     MOVE DLR172-RECALLS-TRACED TO DLR172-K-COUNT.
084800     WRITE RECALL-LINE FROM DLR172-CONTROL-LINE.
084900     MOVE 'STORE INSTRUCTIONS WRITTEN   -' TO DLR172-K-LABEL.
085000     MOVE DLR172-STORES-NOTIFIED TO DLR172-K-COUNT.
085100     WRITE RECALL-LINE FROM DLR172-CONTROL-LINE.
085200     MOVE 'CARDS REJECTED               -' TO DLR172-K-LABEL.
085300     MOVE DLR172-CARDS-REJECTED TO DLR172-K-COUNT.
085400     WRITE RECALL-LINE FROM DLR172-CONTROL-LINE.
085500     DISPLAY 'DLR172 NOTICE CARDS READ   = ' DLR172-CARDS-READ.
085600     DISPLAY 'DLR172 RECALLS TRACED      = '
085700         DLR172-RECALLS-TRACED.
085800     DISPLAY 'DLR172 STORES NOTIFIED     = '
085900         DLR172-STORES-NOTIFIED.
086000     DISPLAY 'DLR172 CARDS REJECTED      = '
086100         DLR172-CARDS-REJECTED.
086200     IF  DLR172-TABLE-FULL > ZERO
086300         DISPLAY 'DLR172 TABLE FULL - DROPPED = '
086400             DLR172-TABLE-FULL
086500     END-IF.
086600     IF  DLR172-CARDS-REJECTED > ZERO
086700     OR  DLR172-TABLE-FULL > ZERO
086800         MOVE 4 TO RETURN-CODE
086900     END-IF.
087000     CLOSE RECALL-CARDS
087100           HISTORY-MASTER
087200           POSITION-MASTER
087300           RECALL-REGISTER
087400           INSTRUCTION-FILE
087500           RECALL-REPORT
087600           REJECT-FILE.
087700 9000-EXIT.
087800     EXIT.
