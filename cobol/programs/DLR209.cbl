000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR209.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR209 - BUYER AUTHORITY MASTER MAINTENANCE                  *
001000*                                                                *
001100*   APPLIES THE BUYING OFFICE'S AUTHORITY CARDS TO THE DLBUYAUT  *
001200*   MASTER. AN 'A' CARD SETS A BUYER'S NAME, ROLE (B RAISES THE  *
001300*   ORDERS OF ITS DEPARTMENT, A AUTHORISES ONLY), DEPARTMENT     *
001400*   SCOPE, STATUS, MAXIMUM SINGLE-PO VALUE AND MONTHLY           *
001500*   CUMULATIVE LIMIT, ADDING THE BUYER IF NEW; A 'D' CARD        *
001600*   DELETES THE BUYER. A CHANGE KEEPS THE MONTH-TO-DATE          *
001700*   COMMITTED VALUE DLR210 HAS BUILT UP. EVERY CHANGE IS         *
001800*   PRINTED WITH THE LIMITS BEFORE AND AFTER FOR AUDIT. A CARD   *
001900*   WITH A BAD ACTION, ROLE OR STATUS, NO BUYER ID, A ROLE B     *
002000*   BUYER WITH NO DEPARTMENT OR A DEPARTMENT ANOTHER ACTIVE      *
002100*   BUYER ALREADY HOLDS, LIMITS NOT NUMERIC OR ZERO, A MONTHLY   *
002200*   LIMIT BELOW THE SINGLE-PO LIMIT OR A DELETE FOR A BUYER NOT  *
002300*   ON THE MASTER IS REJECTED AND THE RUN ENDS WITH RETURN       *
002400*   CODE 4.                                                      *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT AUTHORITY-CARDS   ASSIGN TO BUYCARD
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT BUYER-MASTER      ASSIGN TO DLBUYAUT
004000                              ORGANIZATION IS INDEXED
004100                              ACCESS MODE IS DYNAMIC
004200                              RECORD KEY IS DLBUYAUT-BUYER-ID.
004300     SELECT AUTHORITY-REPORT  ASSIGN TO BUYMRPT
004400                              ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  AUTHORITY-CARDS
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  AUTHORITY-CARD-REC.
005100     05  BAC-ACTION              PIC X(01).
005200         88  BAC-ADD-CHANGE             VALUE 'A'.
005300         88  BAC-DELETE                 VALUE 'D'.
005400     05  BAC-BUYER-ID            PIC X(06).
005500     05  BAC-BUYER-NAME          PIC X(30).
005600     05  BAC-ROLE                PIC X(01).
005700     05  BAC-DEPT-SCOPE          PIC X(04).
005800     05  BAC-STATUS              PIC X(01).
005900     05  BAC-MAX-PO-VALUE        PIC X(09).
006000     05  BAC-MAX-PO-VALUE-9 REDEFINES BAC-MAX-PO-VALUE
006100                                 PIC 9(09).
006200     05  BAC-MONTH-LIMIT         PIC X(11).
006300     05  BAC-MONTH-LIMIT-9 REDEFINES BAC-MONTH-LIMIT
006400                                 PIC 9(11).
006500     05  FILLER                  PIC X(17).
006600 FD  BUYER-MASTER
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLBUYAUT-RECORD.
006900     COPY DLBUYAUT.
007000 FD  AUTHORITY-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  AUTHORITY-LINE              PIC X(132).
007400 WORKING-STORAGE SECTION.
007500 01  DLR209-SWITCHES.
007600     05  DLR209-EOF-SW            PIC X(01)  VALUE 'N'.
007700         88  DLR209-EOF                      VALUE 'Y'.
007800     05  DLR209-FOUND-SW          PIC X(01)  VALUE 'N'.
007900         88  DLR209-FOUND                    VALUE 'Y'.
008000     05  DLR209-SCAN-END-SW       PIC X(01)  VALUE 'N'.
008100         88  DLR209-SCAN-END                 VALUE 'Y'.
008200 01  DLR209-RUN-DATE              PIC 9(08)  VALUE ZERO.
008300 01  DLR209-REJECT-TEXT           PIC X(36).
008400*    THE ROW AS IT STOOD BEFORE A CHANGE, FOR THE AUDIT LINE.
008500 01  DLR209-BEFORE.
008600     05  DLR209-B-ROLE            PIC X(01).
008700     05  DLR209-B-DEPT-SCOPE      PIC X(04).
008800     05  DLR209-B-STATUS          PIC X(01).
008900     05  DLR209-B-MAX-PO-VALUE    PIC S9(09)V99 COMP-3.
009000     05  DLR209-B-MONTH-LIMIT     PIC S9(11)V99 COMP-3.
009100 01  DLR209-COUNTERS.
009200     05  DLR209-CARDS-READ        PIC 9(07)  VALUE ZERO.
009300     05  DLR209-ADDED             PIC 9(07)  VALUE ZERO.
009400     05  DLR209-CHANGED           PIC 9(07)  VALUE ZERO.
009500     05  DLR209-DELETED           PIC 9(07)  VALUE ZERO.
009600     05  DLR209-REJECTED          PIC 9(07)  VALUE ZERO.
009700 01  DLR209-HEADING-1.
009800     05  FILLER                   PIC X(53)  VALUE
009900         'DLR209 - BUYER AUTHORITY MAINTENANCE             RUN '.
010000     05  DLR209-H-RUN-DATE        PIC 9(08).
010100 01  DLR209-HEADING-2.
010200     05  FILLER                   PIC X(40)  VALUE
010300         'AUTHORITY CARDS REJECTED - NOT APPLIED'.
010400 01  DLR209-HEADING-3.
010500     05  FILLER                   PIC X(18)  VALUE SPACES.
010600     05  FILLER                   PIC X(40)  VALUE
010700         'BUYER  NAME                           R'.
010800     05  FILLER                   PIC X(50)  VALUE
010900         ' DEPT S   MAX PO VALUE      MONTHLY LIMIT'.
011000 01  DLR209-REJECT-LINE.
011100     05  DLR209-R-CARD            PIC X(80).
011200     05  FILLER                   PIC X(02)  VALUE SPACES.
011300     05  DLR209-R-TEXT            PIC X(36).
011400 01  DLR209-ACTION-LINE.
011500     05  DLR209-A-ACTION          PIC X(18).
011600     05  DLR209-A-BUYER-ID        PIC X(06).
011700     05  FILLER                   PIC X(01)  VALUE SPACES.
011800     05  DLR209-A-BUYER-NAME      PIC X(30).
011900     05  FILLER                   PIC X(01)  VALUE SPACES.
012000     05  DLR209-A-ROLE            PIC X(01).
012100     05  FILLER                   PIC X(02)  VALUE SPACES.
012200     05  DLR209-A-DEPT-SCOPE      PIC X(04).
012300     05  FILLER                   PIC X(01)  VALUE SPACES.
012400     05  DLR209-A-STATUS          PIC X(01).
012500     05  FILLER                   PIC X(01)  VALUE SPACES.
012600     05  DLR209-A-MAX-PO-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
012700     05  FILLER                   PIC X(02)  VALUE SPACES.
012800     05  DLR209-A-MONTH-LIMIT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
012900 01  DLR209-TOTAL-LINE.
013000     05  DLR209-T-LABEL           PIC X(40).
013100     05  DLR209-T-COUNT           PIC ZZZZZZZZ9.
013200 01  DLR209-BLANK-LINE            PIC X(01)  VALUE SPACE.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE.
013600     PERFORM 2000-APPLY-CARD
013700         UNTIL DLR209-EOF.
013800     PERFORM 8000-PRINT-TOTALS.
013900     PERFORM 9000-TERMINATE.
014000     STOP RUN.
014100
014200 1000-INITIALIZE.
014300     OPEN INPUT  AUTHORITY-CARDS.
014400     OPEN I-O    BUYER-MASTER.
014500     OPEN OUTPUT AUTHORITY-REPORT.
014600     ACCEPT DLR209-RUN-DATE FROM DATE YYYYMMDD.
014700     MOVE DLR209-RUN-DATE TO DLR209-H-RUN-DATE.
014800     WRITE AUTHORITY-LINE FROM DLR209-HEADING-1.
014900     WRITE AUTHORITY-LINE FROM DLR209-BLANK-LINE.
015000     WRITE AUTHORITY-LINE FROM DLR209-HEADING-3.
015100     PERFORM 2100-READ-CARD.
015200 1000-EXIT.
015300     EXIT.
015400
015500 2000-APPLY-CARD.
015600     ADD 1 TO DLR209-CARDS-READ.
015700     MOVE SPACES TO DLR209-REJECT-TEXT.
015800     EVALUATE TRUE
015900         WHEN NOT BAC-ADD-CHANGE
016000         AND  NOT BAC-DELETE
016100             MOVE 'ACTION NOT A OR D'
016200                 TO DLR209-REJECT-TEXT
016300         WHEN BAC-BUYER-ID = SPACES
016400             MOVE 'NO BUYER ID'
016500                 TO DLR209-REJECT-TEXT
016600         WHEN BAC-DELETE
016700             CONTINUE
016800         WHEN OTHER
016900             PERFORM 2200-CHECK-ADD-CARD
017000     END-EVALUATE.
017100     IF  DLR209-REJECT-TEXT = SPACES
017200     AND BAC-ADD-CHANGE
017300     AND BAC-ROLE = 'B'
017400     AND BAC-STATUS = 'A'
017500         PERFORM 2300-CHECK-DEPT-BUYER
017600     END-IF.
017700     IF  DLR209-REJECT-TEXT = SPACES
017800         MOVE BAC-BUYER-ID TO DLBUYAUT-BUYER-ID
017900         PERFORM 2400-READ-MASTER
018000         IF  BAC-DELETE
018100             PERFORM 2600-DELETE-ROW
018200         ELSE
018300             PERFORM 2500-STORE-ROW
018400         END-IF
018500     END-IF.
018600     IF  DLR209-REJECT-TEXT NOT = SPACES
018700         PERFORM 2900-WRITE-REJECT
018800     END-IF.
018900     PERFORM 2100-READ-CARD.
019000 2000-EXIT.
019100     EXIT.
019200
019300 2100-READ-CARD.
019400     READ AUTHORITY-CARDS
019500         AT END
019600             MOVE 'Y' TO DLR209-EOF-SW
019700     END-READ.
019800 2100-EXIT.
019900     EXIT.
020000
020100 2200-CHECK-ADD-CARD.
020200     EVALUATE TRUE
020300         WHEN BAC-ROLE NOT = 'B'
020400         AND  BAC-ROLE NOT = 'A'
020500             MOVE 'ROLE NOT B OR A'
020600                 TO DLR209-REJECT-TEXT
020700         WHEN BAC-STATUS NOT = 'A'
020800         AND  BAC-STATUS NOT = 'I'
020900             MOVE 'STATUS NOT A OR I'
021000                 TO DLR209-REJECT-TEXT
021100         WHEN BAC-ROLE = 'B'
021200         AND  BAC-DEPT-SCOPE = SPACES
021300             MOVE 'ROLE B BUYER NEEDS A DEPARTMENT'
021400                 TO DLR209-REJECT-TEXT
021500         WHEN BAC-MAX-PO-VALUE NOT NUMERIC
021600         OR   BAC-MONTH-LIMIT NOT NUMERIC
021700             MOVE 'LIMITS NOT NUMERIC'
021800                 TO DLR209-REJECT-TEXT
021900         WHEN BAC-MAX-PO-VALUE-9 = ZERO
022000         OR   BAC-MONTH-LIMIT-9 = ZERO
022100             MOVE 'LIMITS MUST NOT BE ZERO'
022200                 TO DLR209-REJECT-TEXT
022300         WHEN BAC-MONTH-LIMIT-9 < BAC-MAX-PO-VALUE-9
022400             MOVE 'MONTHLY LIMIT BELOW SINGLE-PO LIMIT'
022500                 TO DLR209-REJECT-TEXT
022600         WHEN OTHER
022700             CONTINUE
022800     END-EVALUATE.
022900 2200-EXIT.
023000     EXIT.
023100
023200*    EACH PO IS CHARGED TO THE ONE ACTIVE ROLE B BUYER HOLDING
023300*    ITS DEPARTMENT, SO A SECOND ONE FOR THE SAME DEPARTMENT
023400*    IS REFUSED UNTIL THE FIRST IS MADE INACTIVE OR MOVED.
023500 2300-CHECK-DEPT-BUYER.
023600     MOVE 'N' TO DLR209-SCAN-END-SW.
023700     MOVE LOW-VALUES TO DLBUYAUT-BUYER-ID.
023800     START BUYER-MASTER KEY IS NOT LESS THAN DLBUYAUT-BUYER-ID
023900         INVALID KEY
024000             MOVE 'Y' TO DLR209-SCAN-END-SW
024100     END-START.
024200     PERFORM 2310-TEST-ONE-BUYER
024300         UNTIL DLR209-SCAN-END.
024400 2300-EXIT.
024500     EXIT.
024600
024700 2310-TEST-ONE-BUYER.
024800     READ BUYER-MASTER NEXT RECORD
024900         AT END
025000             MOVE 'Y' TO DLR209-SCAN-END-SW
025100     END-READ.
025200     IF  NOT DLR209-SCAN-END
025300         IF  DLBUYAUT-BUYER-ID NOT = BAC-BUYER-ID
025400         AND DLBUYAUT-RAISES-ORDERS
025500         AND DLBUYAUT-ACTIVE
025600         AND DLBUYAUT-DEPT-SCOPE = BAC-DEPT-SCOPE
025700             MOVE 'DEPARTMENT ALREADY HAS A BUYER'
025800                 TO DLR209-REJECT-TEXT
025900             MOVE 'Y' TO DLR209-SCAN-END-SW
026000         END-IF
026100     END-IF.
026200 2310-EXIT.
026300     EXIT.
026400
026500 2400-READ-MASTER.
026600     READ BUYER-MASTER
026700         INVALID KEY
026800             MOVE 'N' TO DLR209-FOUND-SW
026900         NOT INVALID KEY
027000             MOVE 'Y' TO DLR209-FOUND-SW
027100     END-READ.
027200 2400-EXIT.
027300     EXIT.
027400
027500 2500-STORE-ROW.
027600     IF  DLR209-FOUND
027700         MOVE DLBUYAUT-ROLE          TO DLR209-B-ROLE
027800         MOVE DLBUYAUT-DEPT-SCOPE    TO DLR209-B-DEPT-SCOPE
027900         MOVE DLBUYAUT-STATUS        TO DLR209-B-STATUS
028000         MOVE DLBUYAUT-MAX-PO-VALUE  TO DLR209-B-MAX-PO-VALUE
028100         MOVE DLBUYAUT-MONTH-LIMIT   TO DLR209-B-MONTH-LIMIT
028200     ELSE
028300         MOVE SPACES              TO DLBUYAUT-RECORD
028400         MOVE BAC-BUYER-ID        TO DLBUYAUT-BUYER-ID
028500         MOVE ZERO                TO DLBUYAUT-MTD-MONTH
028600         MOVE ZERO                TO DLBUYAUT-MTD-COMMITTED
028700     END-IF.
028800     MOVE BAC-BUYER-NAME      TO DLBUYAUT-BUYER-NAME.
028900     MOVE BAC-ROLE            TO DLBUYAUT-ROLE.
029000     MOVE BAC-DEPT-SCOPE      TO DLBUYAUT-DEPT-SCOPE.
029100     MOVE BAC-STATUS          TO DLBUYAUT-STATUS.
029200     MOVE BAC-MAX-PO-VALUE-9  TO DLBUYAUT-MAX-PO-VALUE.
029300     MOVE BAC-MONTH-LIMIT-9   TO DLBUYAUT-MONTH-LIMIT.
029400     MOVE DLR209-RUN-DATE     TO DLBUYAUT-LAST-MAINT-DATE.
029500     IF  DLR209-FOUND
029600         REWRITE DLBUYAUT-RECORD
029700             INVALID KEY
029800                 DISPLAY 'DLR209 DLBUYAUT REWRITE FAILED '
029900                     DLBUYAUT-BUYER-ID
030000         END-REWRITE
030100         ADD 1 TO DLR209-CHANGED
030200         MOVE 'BUYER CHANGED' TO DLR209-A-ACTION
030300         PERFORM 2800-WRITE-ACTION
030400         PERFORM 2810-WRITE-BEFORE
030500     ELSE
030600         WRITE DLBUYAUT-RECORD
030700             INVALID KEY
030800                 DISPLAY 'DLR209 DLBUYAUT WRITE FAILED '
030900                     DLBUYAUT-BUYER-ID
031000         END-WRITE
031100         ADD 1 TO DLR209-ADDED
031200         MOVE 'BUYER ADDED' TO DLR209-A-ACTION
031300         PERFORM 2800-WRITE-ACTION
031400     END-IF.
031500 2500-EXIT.
031600     EXIT.
031700
031800 2600-DELETE-ROW.
031900     IF  NOT DLR209-FOUND
032000         MOVE 'DELETE FOR BUYER NOT ON FILE'
032100             TO DLR209-REJECT-TEXT
032200     ELSE
032300         DELETE BUYER-MASTER
032400             INVALID KEY
032500                 DISPLAY 'DLR209 DLBUYAUT DELETE FAILED '
032600                     DLBUYAUT-BUYER-ID
032700         END-DELETE
032800         ADD 1 TO DLR209-DELETED
032900         MOVE 'BUYER DELETED' TO DLR209-A-ACTION
033000         PERFORM 2800-WRITE-ACTION
033100     END-IF.
033200 2600-EXIT.
033300     EXIT.
033400
033500 2800-WRITE-ACTION.
033600     MOVE DLBUYAUT-BUYER-ID       TO DLR209-A-BUYER-ID.
033700     MOVE DLBUYAUT-BUYER-NAME     TO DLR209-A-BUYER-NAME.
033800     MOVE DLBUYAUT-ROLE           TO DLR209-A-ROLE.
033900     MOVE DLBUYAUT-DEPT-SCOPE     TO DLR209-A-DEPT-SCOPE.
034000     MOVE DLBUYAUT-STATUS         TO DLR209-A-STATUS.
034100     MOVE DLBUYAUT-MAX-PO-VALUE   TO DLR209-A-MAX-PO-VALUE.
034200     MOVE DLBUYAUT-MONTH-LIMIT    TO DLR209-A-MONTH-LIMIT.
034300     WRITE AUTHORITY-LINE FROM DLR209-ACTION-LINE.
034400 2800-EXIT.
034500     EXIT.
034600
034700 2810-WRITE-BEFORE.
034800     MOVE '  WAS'                 TO DLR209-A-ACTION.
034900     MOVE SPACES                  TO DLR209-A-BUYER-ID.
035000     MOVE SPACES                  TO DLR209-A-BUYER-NAME.
035100     MOVE DLR209-B-ROLE           TO DLR209-A-ROLE.
035200     MOVE DLR209-B-DEPT-SCOPE     TO DLR209-A-DEPT-SCOPE.
035300     MOVE DLR209-B-STATUS         TO DLR209-A-STATUS.
035400     MOVE DLR209-B-MAX-PO-VALUE   TO DLR209-A-MAX-PO-VALUE.
035500     MOVE DLR209-B-MONTH-LIMIT    TO DLR209-A-MONTH-LIMIT.
035600     WRITE AUTHORITY-LINE FROM DLR209-ACTION-LINE.
035700 2810-EXIT.
035800     EXIT.
035900
036000 2900-WRITE-REJECT.
036100     ADD 1 TO DLR209-REJECTED.
036200     MOVE AUTHORITY-CARD-REC  TO DLR209-R-CARD.
036300     MOVE DLR209-REJECT-TEXT  TO DLR209-R-TEXT.
036400     IF  DLR209-REJECTED = 1
036500         WRITE AUTHORITY-LINE FROM DLR209-BLANK-LINE
036600         WRITE AUTHORITY-LINE FROM DLR209-HEADING-2
036700     END-IF.
036800     WRITE AUTHORITY-LINE FROM DLR209-REJECT-LINE.
036900 2900-EXIT.
037000     EXIT.
037100
037200 8000-PRINT-TOTALS.
037300     WRITE AUTHORITY-LINE FROM DLR209-BLANK-LINE.
037400     MOVE 'AUTHORITY CARDS READ' TO DLR209-T-LABEL.
037500     MOVE DLR209-CARDS-READ TO DLR209-T-COUNT.
037600     WRITE AUTHORITY-LINE FROM DLR209-TOTAL-LINE.
037700     MOVE 'BUYERS ADDED' TO DLR209-T-LABEL.
037800     MOVE DLR209-ADDED TO DLR209-T-COUNT.
037900     WRITE AUTHORITY-LINE FROM DLR209-TOTAL-LINE.
038000     MOVE 'BUYERS CHANGED' TO DLR209-T-LABEL.
038100     MOVE DLR209-CHANGED TO DLR209-T-COUNT.
038200     WRITE AUTHORITY-LINE FROM DLR209-TOTAL-LINE.
038300     MOVE 'BUYERS DELETED' TO DLR209-T-LABEL.
038400     MOVE DLR209-DELETED TO DLR209-T-COUNT.
038500     WRITE AUTHORITY-LINE FROM DLR209-TOTAL-LINE.
038600     MOVE 'REJECTED' TO DLR209-T-LABEL.
038700     MOVE DLR209-REJECTED TO DLR209-T-COUNT.
038800     WRITE AUTHORITY-LINE FROM DLR209-TOTAL-LINE.
038900 8000-EXIT.
039000     EXIT.
039100
039200 9000-TERMINATE.
039300     DISPLAY 'DLR209 CARDS READ        = ' DLR209-CARDS-READ.
039400     DISPLAY 'DLR209 REJECTED          = ' DLR209-REJECTED.
039500     IF  DLR209-REJECTED > ZERO
039600         MOVE 4 TO RETURN-CODE
039700     END-IF.
039800     CLOSE AUTHORITY-CARDS
039900           BUYER-MASTER
040000           AUTHORITY-REPORT.
040100 9000-EXIT.
040200     EXIT.
