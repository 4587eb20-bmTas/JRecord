000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR241.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR241 - DISASTER-RECOVERY MANIFEST FIGURES                  *
001000*                                                                *
001100*   RUNS AS THE LAST STEP OF THE NIGHTLY BATCH AND WRITES THE    *
001200*   DLDRMAN MANIFEST THE DR SITE IS CHECKED AGAINST: ONE ROW     *
001300*   FOR EVERY MASTER ON THE DLGENCAT CATALOGUE (DLRCVHST,        *
001400*   DLPOLIFE, DLTIERM, DLPERSUM, DLTREND) AND FOR EVERY DAILY    *
001500*   INPUT THE DLR099 SENTINEL PROVES (DTAR020, DTAR107, AQTRANS, *
001600*   STDR, AMSPODL). FOR EACH FILE IT RECORDS WHETHER THE FILE    *
001700*   COULD BE OPENED, ITS RECORD COUNT, ITS LOW AND HIGH KEY, A   *
001800*   CHECKSUM OF EVERY KEY ON THE FILE, HASH TOTALS OF ITS TWO    *
001900*   MAIN AMOUNT FIELDS AND, FOR A MASTER, ITS LIVE GENERATION ON *
002000*   DLGENCAT. THE HASH FIELDS ARE:                               *
002100*     DLRCVHST - RECEIPT AMOUNT / ACTUAL RECEIVED QUANTITY;      *
002200*     DLPOLIFE - ORDER VALUE / TOTAL ORDERED QUANTITY;           *
002300*     DLTIERM  - TWELVE SPEND BUCKETS / CURRENT-MONTH SPEND;     *
002400*     DLPERSUM - SALE PRICE / QUANTITY SOLD;                     *
002500*     DLTREND  - CURRENT SALE PRICE / CURRENT QUANTITY SOLD;     *
002600*     DTAR020  - SALE PRICE / QUANTITY SOLD;                     *
002700*     DTAR107  - AMOUNT / STANDARD POINTS;                       *
002800*     AQTRANS  - DEBIT AMOUNTS / CREDIT AMOUNTS;                 *
002900*     STDR     - HEADER RECEIPT AMOUNTS / DETAIL RECEIVED QTY;   *
003000*     AMSPODL  - PRODUCT PACK COSTS / LOCATION PACK QUANTITIES.  *
003100*   THE SAME PROGRAM IS RUN AT THE DR SITE AGAINST THE           *
003200*   REPLICATED COPIES WITH SITE 'D' ON THE DRCARD CARD (DEFAULT  *
003300*   'P') SO BOTH SETS OF FIGURES COME FROM ONE PIECE OF CODE;    *
003400*   DLR242 THEN COMPARES THEM. THE CARD MAY ALSO CARRY THE       *
003500*   BUSINESS DATE (DEFAULT THE RUN DATE). A PROMOTED MASTER ON   *
003600*   DLGENCAT THAT THIS PROGRAM DOES NOT COVER IS LISTED AND      *
003700*   ENDS THE RUN WITH RETURN CODE 4.                             *
003800*                                                                *
003900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
004000*  ---|----------|------------------------------|------------    *
004100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
004200*                                                                *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT DR-CARD           ASSIGN TO DRCARD
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT CATALOG-IN        ASSIGN TO DLGENCTI
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
005500                              ORGANIZATION IS INDEXED
005600                              ACCESS MODE IS SEQUENTIAL
005700                              RECORD KEY IS DLRCVHST-KEY
005800                              ALTERNATE RECORD KEY IS
005900                                  DLRCVHST-KEYCODE-NO
006000                                  WITH DUPLICATES
006100                              ALTERNATE RECORD KEY IS
006200                                  DLRCVHST-ORDER-NO
006300                                  WITH DUPLICATES
006400                              FILE STATUS IS DLR241-RCV-STATUS.
006500     SELECT PO-LIFE-MASTER    ASSIGN TO DLPOLIFE
006600                              ORGANIZATION IS INDEXED
006700                              ACCESS MODE IS SEQUENTIAL
006800                              RECORD KEY IS DLPOLIFE-PO-NO
006900                              FILE STATUS IS DLR241-POL-STATUS.
007000     SELECT TIER-MASTER       ASSIGN TO DLTIERM
007100                              ORGANIZATION IS INDEXED
007200                              ACCESS MODE IS SEQUENTIAL
007300                              RECORD KEY IS DLTIERM-CUST-NO
007400                              FILE STATUS IS DLR241-TIR-STATUS.
007500     SELECT PERIOD-MASTER     ASSIGN TO DLPERSM
007600                              ORGANIZATION IS INDEXED
007700                              ACCESS MODE IS SEQUENTIAL
007800                              RECORD KEY IS DLPERSUM-KEY
007900                              FILE STATUS IS DLR241-PER-STATUS.
008000     SELECT TREND-FILE        ASSIGN TO DLTREND
008100                              ORGANIZATION IS SEQUENTIAL
008200                              FILE STATUS IS DLR241-TRD-STATUS.
008300     SELECT DTAR020-FILE      ASSIGN TO DTAR020
008400                              ORGANIZATION IS SEQUENTIAL
008500                              FILE STATUS IS DLR241-020-STATUS.
008600     SELECT DTAR107-FILE      ASSIGN TO DTAR107
008700                              ORGANIZATION IS SEQUENTIAL
008800                              FILE STATUS IS DLR241-107-STATUS.
008900     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
009000                              ORGANIZATION IS SEQUENTIAL
009100                              FILE STATUS IS DLR241-AQT-STATUS.
009200     SELECT STDR-FILE         ASSIGN TO STDR
009300                              ORGANIZATION IS SEQUENTIAL
009400                              FILE STATUS IS DLR241-STD-STATUS.
009500     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
009600                              ORGANIZATION IS SEQUENTIAL
009700                              FILE STATUS IS DLR241-POD-STATUS.
009800     SELECT DR-MANIFEST       ASSIGN TO DRMANF
009900                              ORGANIZATION IS SEQUENTIAL.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  DR-CARD
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500 01  DR-CARD-REC.
010600     05  DRC-BUS-DATE            PIC 9(08).
010700     05  DRC-SITE                PIC X(01).
010800         88  DRC-VALID-SITE             VALUE 'P' 'D'.
010900     05  FILLER                  PIC X(71).
011000 FD  CATALOG-IN
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD.
011300 01  DLGENCAT-RECORD.
011400     COPY DLGENCAT.
011500 FD  HISTORY-MASTER
011600     LABEL RECORDS ARE STANDARD.
011700 01  DLRCVHST-RECORD.
011800     COPY DLRCVHST.
011900 FD  PO-LIFE-MASTER
012000     LABEL RECORDS ARE STANDARD.
012100 01  DLPOLIFE-RECORD.
012200     COPY DLPOLIFE.
012300 FD  TIER-MASTER
012400     LABEL RECORDS ARE STANDARD.
012500 01  DLTIERM-RECORD.
012600     COPY DLTIERM.
012700 FD  PERIOD-MASTER
012800     LABEL RECORDS ARE STANDARD.
012900 01  DLPERSUM-RECORD.
013000     COPY DLPERSUM.
013100 FD  TREND-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD.
013400 01  DLTREND-RECORD.
013500     COPY DLTREND.
013600 FD  DTAR020-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD.
013900 01  DTAR020-REC.
014000     COPY DTAR020.
014100 FD  DTAR107-FILE
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400 01  DTAR107-REC.
014500     COPY DTAR107.
014600 FD  AQTRANS-FILE
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD.
014900     COPY AQTRANS.
015000 FD  STDR-FILE
015100     RECORDING MODE IS F
015200     LABEL RECORDS ARE STANDARD.
015300 01  STDR-DETAIL-RECORD.
015400     COPY STDR.
015500 FD  AMS-PODL-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD.
015800     COPY AMSPODL.
015900 FD  DR-MANIFEST
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  DLDRMAN-RECORD.
016300     COPY DLDRMAN.
016400 WORKING-STORAGE SECTION.
016500 01  DLR241-SWITCHES.
016600     05  DLR241-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
016700         88  DLR241-CARD-EOF                 VALUE 'Y'.
016800     05  DLR241-CAT-EOF-SW        PIC X(01)  VALUE 'N'.
016900         88  DLR241-CAT-EOF                  VALUE 'Y'.
017000     05  DLR241-EOF-SW            PIC X(01)  VALUE 'N'.
017100         88  DLR241-EOF                      VALUE 'Y'.
017200     05  DLR241-PRESENT-SW        PIC X(01)  VALUE 'N'.
017300         88  DLR241-PRESENT                  VALUE 'Y'.
017400 01  DLR241-FILE-STATUSES.
017500     05  DLR241-RCV-STATUS        PIC X(02)  VALUE SPACES.
017600     05  DLR241-POL-STATUS        PIC X(02)  VALUE SPACES.
017700     05  DLR241-TIR-STATUS        PIC X(02)  VALUE SPACES.
017800     05  DLR241-PER-STATUS        PIC X(02)  VALUE SPACES.
017900     05  DLR241-TRD-STATUS        PIC X(02)  VALUE SPACES.
018000     05  DLR241-020-STATUS        PIC X(02)  VALUE SPACES.
018100     05  DLR241-107-STATUS        PIC X(02)  VALUE SPACES.
018200     05  DLR241-AQT-STATUS        PIC X(02)  VALUE SPACES.
018300     05  DLR241-STD-STATUS        PIC X(02)  VALUE SPACES.
018400     05  DLR241-POD-STATUS        PIC X(02)  VALUE SPACES.
018500 01  DLR241-RUN-DATE              PIC 9(08)  VALUE ZERO.
018600 01  DLR241-RUN-TIME              PIC 9(08)  VALUE ZERO.
018700 01  DLR241-BUS-DATE              PIC 9(08)  VALUE ZERO.
018800 01  DLR241-SITE                  PIC X(01)  VALUE 'P'.
018900*    THE MASTERS THIS PROGRAM COVERS, WITH THE LIVE GENERATION
019000*    PICKED UP FROM DLGENCAT.
019100 01  DLR241-MASTER-VALUES.
019200     05  FILLER                   PIC X(08)  VALUE 'DLRCVHST'.
019300     05  FILLER                   PIC X(08)  VALUE 'DLPOLIFE'.
019400     05  FILLER                   PIC X(08)  VALUE 'DLTIERM '.
019500     05  FILLER                   PIC X(08)  VALUE 'DLPERSUM'.
019600     05  FILLER                   PIC X(08)  VALUE 'DLTREND '.
019700 01  DLR241-MASTER-TABLE REDEFINES DLR241-MASTER-VALUES.
019800     05  DLR241-M-FILE-ID OCCURS 5 TIMES
019900                          INDEXED BY DLR241-MX
020000                                  PIC X(08).
020100 01  DLR241-MASTER-GENS.
020200     05  DLR241-M-GEN-NO OCCURS 5 TIMES
020300                                  PIC 9(04).
020400 01  DLR241-UNCOVERED-TABLE.
020500     05  DLR241-U-FILE-ID OCCURS 20 TIMES
020600                          INDEXED BY DLR241-UX
020700                                  PIC X(08).
020800 01  DLR241-UNCOVERED-COUNT       PIC S9(04)  COMP  VALUE ZERO.
020900 01  DLR241-FOUND-SW              PIC X(01)  VALUE 'N'.
021000     88  DLR241-FOUND                        VALUE 'Y'.
021100*    THE FIGURES OF THE FILE BEING READ.
021200 01  DLR241-FIGURES.
021300     05  DLR241-REC-COUNT         PIC 9(09).
021400     05  DLR241-LOW-KEY           PIC X(50).
021500     05  DLR241-HIGH-KEY          PIC X(50).
021600     05  DLR241-KEY-CHECKSUM      PIC S9(17)     COMP-3.
021700     05  DLR241-HASH-1            PIC S9(15)V99  COMP-3.
021800     05  DLR241-HASH-2            PIC S9(15)V99  COMP-3.
021900 01  DLR241-FILE-ID               PIC X(08)  VALUE SPACES.
022000 01  DLR241-FILE-CLASS            PIC X(01)  VALUE SPACES.
022100 01  DLR241-GEN-NO                PIC 9(04)  VALUE ZERO.
022200*    EACH RECORD'S KEY IS MOVED HERE AND ADDED INTO THE CHECKSUM
022300*    A HALFWORD AT A TIME, WEIGHTED BY POSITION SO TRANSPOSED
022400*    BYTES STILL CHANGE THE TOTAL.
022500 01  DLR241-KEY-AREA              PIC X(50)  VALUE SPACES.
022600 01  DLR241-KEY-WORDS REDEFINES DLR241-KEY-AREA.
022700     05  DLR241-KEY-WORD OCCURS 25 TIMES
022800                                  PIC S9(04)  COMP.
022900 01  DLR241-WORD-SUB              PIC S9(04)  COMP  VALUE ZERO.
023000 01  DLR241-BUCKET-SUB            PIC S9(04)  COMP  VALUE ZERO.
023100 01  DLR241-COUNTERS.
023200     05  DLR241-CAT-READ          PIC 9(07)  VALUE ZERO.
023300     05  DLR241-FILES-PRESENT     PIC 9(05)  VALUE ZERO.
023400     05  DLR241-FILES-MISSING     PIC 9(05)  VALUE ZERO.
023500     05  DLR241-ROWS-WRITTEN      PIC 9(05)  VALUE ZERO.
023600 PROCEDURE DIVISION.
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE.
023900     PERFORM 2000-FIGURE-RCVHST.
024000     PERFORM 2100-FIGURE-POLIFE.
024100     PERFORM 2200-FIGURE-TIERM.
024200     PERFORM 2300-FIGURE-PERSUM.
024300     PERFORM 2400-FIGURE-TREND.
024400     PERFORM 3000-FIGURE-DTAR020.
024500     PERFORM 3100-FIGURE-DTAR107.
024600     PERFORM 3200-FIGURE-AQTRANS.
024700     PERFORM 3300-FIGURE-STDR.
024800     PERFORM 3400-FIGURE-AMSPODL.
024900     PERFORM 9000-TERMINATE.
025000     STOP RUN.
025100
025200 1000-INITIALIZE.
025300     ACCEPT DLR241-RUN-DATE FROM DATE YYYYMMDD.
025400     ACCEPT DLR241-RUN-TIME FROM TIME.
025500     MOVE DLR241-RUN-DATE TO DLR241-BUS-DATE.
025600     OPEN INPUT DR-CARD.
025700     READ DR-CARD
025800         AT END
025900             MOVE 'Y' TO DLR241-CARD-EOF-SW
026000     END-READ.
026100     IF  NOT DLR241-CARD-EOF
026200         IF  DRC-BUS-DATE IS NUMERIC
026300         AND DRC-BUS-DATE > ZERO
026400             MOVE DRC-BUS-DATE TO DLR241-BUS-DATE
026500         END-IF
026600         IF  DRC-VALID-SITE
026700             MOVE DRC-SITE TO DLR241-SITE
026800         END-IF
026900     END-IF.
027000     CLOSE DR-CARD.
027100     MOVE ZERO TO DLR241-MASTER-GENS.
027200     PERFORM 1100-LOAD-CATALOGUE.
027300     OPEN OUTPUT DR-MANIFEST.
027400 1000-EXIT.
027500     EXIT.
027600
027700*    THE LIVE GENERATION OF EACH MASTER IS ITS HIGHEST PROMOTED
027800*    ONE; A PROMOTED MASTER NOT IN THE TABLE ABOVE IS NOTED.
027900 1100-LOAD-CATALOGUE.
028000     OPEN INPUT CATALOG-IN.
028100     PERFORM 1110-READ-CATALOG.
028200     PERFORM 1120-TEST-ONE-CATALOG-ROW
028300         UNTIL DLR241-CAT-EOF.
028400     CLOSE CATALOG-IN.
028500 1100-EXIT.
028600     EXIT.
028700
028800 1110-READ-CATALOG.
028900     READ CATALOG-IN
029000         AT END
029100             MOVE 'Y' TO DLR241-CAT-EOF-SW
029200     END-READ.
029300 1110-EXIT.
029400     EXIT.
029500
029600 1120-TEST-ONE-CATALOG-ROW.
029700     ADD 1 TO DLR241-CAT-READ.
029800     IF  DLGENCAT-PROMOTED
029900         SET DLR241-MX TO 1
030000         SEARCH DLR241-M-FILE-ID
030100             AT END
030200                 PERFORM 1130-NOTE-UNCOVERED
030300             WHEN DLR241-M-FILE-ID (DLR241-MX) = DLGENCAT-FILE-ID
030400                 IF  DLGENCAT-GEN-NO > DLR241-M-GEN-NO (DLR241-MX)
030500                     MOVE DLGENCAT-GEN-NO
030600                         TO DLR241-M-GEN-NO (DLR241-MX)
030700                 END-IF
030800         END-SEARCH
030900     END-IF.
031000     PERFORM 1110-READ-CATALOG.
031100 1120-EXIT.
031200     EXIT.
031300
031400 1130-NOTE-UNCOVERED.
031500     MOVE 'N' TO DLR241-FOUND-SW.
031600     IF  DLR241-UNCOVERED-COUNT > ZERO
031700         SET DLR241-UX TO 1
031800         SEARCH DLR241-U-FILE-ID
031900             AT END
032000                 CONTINUE
032100             WHEN DLR241-UX > DLR241-UNCOVERED-COUNT
032200                 CONTINUE
032300             WHEN DLR241-U-FILE-ID (DLR241-UX) = DLGENCAT-FILE-ID
032400                 MOVE 'Y' TO DLR241-FOUND-SW
032500         END-SEARCH
032600     END-IF.
032700     IF  NOT DLR241-FOUND
032800     AND DLR241-UNCOVERED-COUNT < 20
032900         ADD 1 TO DLR241-UNCOVERED-COUNT
033000         SET DLR241-UX TO DLR241-UNCOVERED-COUNT
033100         MOVE DLGENCAT-FILE-ID TO DLR241-U-FILE-ID (DLR241-UX)
033200         DISPLAY 'DLR241 CATALOGUED MASTER NOT COVERED - '
033300             DLGENCAT-FILE-ID
033400     END-IF.
033500 1130-EXIT.
033600     EXIT.
033700
033800 2000-FIGURE-RCVHST.
033900     MOVE 'DLRCVHST' TO DLR241-FILE-ID.
034000     PERFORM 7000-START-MASTER.
034100     OPEN INPUT HISTORY-MASTER.
034200     IF  DLR241-RCV-STATUS = '00'
034300         MOVE 'Y' TO DLR241-PRESENT-SW
034400         PERFORM 2010-READ-RCVHST
034500         PERFORM 2020-ADD-RCVHST
034600             UNTIL DLR241-EOF
034700         CLOSE HISTORY-MASTER
034800     END-IF.
034900     PERFORM 8000-WRITE-MANIFEST-ROW.
035000 2000-EXIT.
035100     EXIT.
035200
035300 2010-READ-RCVHST.
035400     READ HISTORY-MASTER
035500         AT END
035600             MOVE 'Y' TO DLR241-EOF-SW
035700     END-READ.
035800 2010-EXIT.
035900     EXIT.
036000
036100 2020-ADD-RCVHST.
036200     MOVE SPACES TO DLR241-KEY-AREA.
036300     MOVE DLRCVHST-KEY TO DLR241-KEY-AREA.
036400     PERFORM 7100-ADD-KEY.
036500     IF  DLRCVHST-TOT-RCPT-AMT IS NUMERIC
036600         ADD DLRCVHST-TOT-RCPT-AMT TO DLR241-HASH-1
036700     END-IF.
036800     IF  DLRCVHST-ACT-RECV-QTY IS NUMERIC
036900         ADD DLRCVHST-ACT-RECV-QTY TO DLR241-HASH-2
037000     END-IF.
037100     PERFORM 2010-READ-RCVHST.
037200 2020-EXIT.
037300     EXIT.
037400
037500 2100-FIGURE-POLIFE.
037600     MOVE 'DLPOLIFE' TO DLR241-FILE-ID.
037700     PERFORM 7000-START-MASTER.
037800     OPEN INPUT PO-LIFE-MASTER.
037900     IF  DLR241-POL-STATUS = '00'
038000         MOVE 'Y' TO DLR241-PRESENT-SW
038100         PERFORM 2110-READ-POLIFE
038200         PERFORM 2120-ADD-POLIFE
038300             UNTIL DLR241-EOF
038400         CLOSE PO-LIFE-MASTER
038500     END-IF.
038600     PERFORM 8000-WRITE-MANIFEST-ROW.
038700 2100-EXIT.
038800     EXIT.
038900
039000 2110-READ-POLIFE.
039100     READ PO-LIFE-MASTER
039200         AT END
039300             MOVE 'Y' TO DLR241-EOF-SW
039400     END-READ.
039500 2110-EXIT.
039600     EXIT.
039700
039800 2120-ADD-POLIFE.
039900     MOVE SPACES TO DLR241-KEY-AREA.
040000     MOVE DLPOLIFE-PO-NO TO DLR241-KEY-AREA.
040100     PERFORM 7100-ADD-KEY.
040200     ADD DLPOLIFE-ORDER-VALUE TO DLR241-HASH-1.
040300     IF  DLPOLIFE-TOTAL-QTY IS NUMERIC
040400         ADD DLPOLIFE-TOTAL-QTY TO DLR241-HASH-2
040500     END-IF.
040600     PERFORM 2110-READ-POLIFE.
040700 2120-EXIT.
040800     EXIT.
040900
041000 2200-FIGURE-TIERM.
041100     MOVE 'DLTIERM ' TO DLR241-FILE-ID.
041200     PERFORM 7000-START-MASTER.
041300     OPEN INPUT TIER-MASTER.
041400     IF  DLR241-TIR-STATUS = '00'
041500         MOVE 'Y' TO DLR241-PRESENT-SW
041600         PERFORM 2210-READ-TIERM
041700         PERFORM 2220-ADD-TIERM
041800             UNTIL DLR241-EOF
041900         CLOSE TIER-MASTER
042000     END-IF.
042100     PERFORM 8000-WRITE-MANIFEST-ROW.
042200 2200-EXIT.
042300     EXIT.
042400
042500 2210-READ-TIERM.
042600     READ TIER-MASTER
042700         AT END
042800             MOVE 'Y' TO DLR241-EOF-SW
042900     END-READ.
043000 2210-EXIT.
043100     EXIT.
043200
043300 2220-ADD-TIERM.
043400     MOVE SPACES TO DLR241-KEY-AREA.
043500     MOVE DLTIERM-CUST-NO TO DLR241-KEY-AREA.
043600     PERFORM 7100-ADD-KEY.
043700     PERFORM 2230-ADD-ONE-BUCKET
043800         VARYING DLR241-BUCKET-SUB FROM 1 BY 1
043900         UNTIL DLR241-BUCKET-SUB > 12.
044000     ADD DLTIERM-MONTH-SPEND (1) TO DLR241-HASH-2.
044100     PERFORM 2210-READ-TIERM.
044200 2220-EXIT.
044300     EXIT.
044400
044500 2230-ADD-ONE-BUCKET.
044600     ADD DLTIERM-MONTH-SPEND (DLR241-BUCKET-SUB) TO DLR241-HASH-1.
044700 2230-EXIT.
044800     EXIT.
044900
045000 2300-FIGURE-PERSUM.
045100     MOVE 'DLPERSUM' TO DLR241-FILE-ID.
045200     PERFORM 7000-START-MASTER.
045300     OPEN INPUT PERIOD-MASTER.
045400     IF  DLR241-PER-STATUS = '00'
045500         MOVE 'Y' TO DLR241-PRESENT-SW
045600         PERFORM 2310-READ-PERSUM
045700         PERFORM 2320-ADD-PERSUM
045800             UNTIL DLR241-EOF
045900         CLOSE PERIOD-MASTER
046000     END-IF.
046100     PERFORM 8000-WRITE-MANIFEST-ROW.
046200 2300-EXIT.
046300     EXIT.
046400
046500 2310-READ-PERSUM.
046600     READ PERIOD-MASTER
046700         AT END
046800             MOVE 'Y' TO DLR241-EOF-SW
046900     END-READ.
047000 2310-EXIT.
047100     EXIT.
047200
047300 2320-ADD-PERSUM.
047400     MOVE SPACES TO DLR241-KEY-AREA.
047500     MOVE DLPERSUM-KEY TO DLR241-KEY-AREA.
047600     PERFORM 7100-ADD-KEY.
047700     ADD DLPERSUM-SALE-PRICE TO DLR241-HASH-1.
047800     ADD DLPERSUM-QTY-SOLD   TO DLR241-HASH-2.
047900     PERFORM 2310-READ-PERSUM.
048000 2320-EXIT.
048100     EXIT.
048200
048300 2400-FIGURE-TREND.
048400     MOVE 'DLTREND ' TO DLR241-FILE-ID.
048500     PERFORM 7000-START-MASTER.
048600     OPEN INPUT TREND-FILE.
048700     IF  DLR241-TRD-STATUS = '00'
048800         MOVE 'Y' TO DLR241-PRESENT-SW
048900         PERFORM 2410-READ-TREND
049000         PERFORM 2420-ADD-TREND
049100             UNTIL DLR241-EOF
049200         CLOSE TREND-FILE
049300     END-IF.
049400     PERFORM 8000-WRITE-MANIFEST-ROW.
049500 2400-EXIT.
049600     EXIT.
049700
049800 2410-READ-TREND.
049900     READ TREND-FILE
050000         AT END
050100             MOVE 'Y' TO DLR241-EOF-SW
050200     END-READ.
050300 2410-EXIT.
050400     EXIT.
050500
050600 2420-ADD-TREND.
050700     MOVE SPACES TO DLR241-KEY-AREA.
050800     MOVE DLTREND-KEY TO DLR241-KEY-AREA.
050900     PERFORM 7100-ADD-KEY.
051000     ADD DLTREND-CURR-SALE-PRICE TO DLR241-HASH-1.
051100     ADD DLTREND-CURR-QTY-SOLD   TO DLR241-HASH-2.
051200     PERFORM 2410-READ-TREND.
051300 2420-EXIT.
051400     EXIT.
051500
051600 3000-FIGURE-DTAR020.
051700     MOVE 'DTAR020 ' TO DLR241-FILE-ID.
051800     PERFORM 7050-START-DAILY-INPUT.
051900     OPEN INPUT DTAR020-FILE.
052000     IF  DLR241-020-STATUS = '00'
052100         MOVE 'Y' TO DLR241-PRESENT-SW
052200         PERFORM 3010-READ-DTAR020
052300         PERFORM 3020-ADD-DTAR020
052400             UNTIL DLR241-EOF
052500         CLOSE DTAR020-FILE
052600     END-IF.
052700     PERFORM 8000-WRITE-MANIFEST-ROW.
052800 3000-EXIT.
052900     EXIT.
053000
053100 3010-READ-DTAR020.
053200     READ DTAR020-FILE
053300         AT END
053400             MOVE 'Y' TO DLR241-EOF-SW
053500     END-READ.
053600 3010-EXIT.
053700     EXIT.
053800
053900 3020-ADD-DTAR020.
054000     MOVE SPACES TO DLR241-KEY-AREA.
054100     MOVE DTAR020-KCODE-STORE-KEY TO DLR241-KEY-AREA.
054200     PERFORM 7100-ADD-KEY.
054300     ADD DTAR020-SALE-PRICE TO DLR241-HASH-1.
054400     ADD DTAR020-QTY-SOLD   TO DLR241-HASH-2.
054500     PERFORM 3010-READ-DTAR020.
054600 3020-EXIT.
054700     EXIT.
054800
054900*    DTAR107 HAS NO SINGLE KEY FIELD; STORE, DATE AND CUSTOMER
055000*    (THE FIRST 22 BYTES) SERVE AS ONE.
055100 3100-FIGURE-DTAR107.
055200     MOVE 'DTAR107 ' TO DLR241-FILE-ID.
055300     PERFORM 7050-START-DAILY-INPUT.
055400     OPEN INPUT DTAR107-FILE.
055500     IF  DLR241-107-STATUS = '00'
055600         MOVE 'Y' TO DLR241-PRESENT-SW
055700         PERFORM 3110-READ-DTAR107
055800         PERFORM 3120-ADD-DTAR107
055900             UNTIL DLR241-EOF
056000         CLOSE DTAR107-FILE
056100     END-IF.
056200     PERFORM 8000-WRITE-MANIFEST-ROW.
056300 3100-EXIT.
056400     EXIT.
056500
056600 3110-READ-DTAR107.
056700     READ DTAR107-FILE
056800         AT END
056900             MOVE 'Y' TO DLR241-EOF-SW
057000     END-READ.
057100 3110-EXIT.
057200     EXIT.
057300
057400 3120-ADD-DTAR107.
057500     MOVE SPACES TO DLR241-KEY-AREA.
057600     MOVE DTAR107-REC (1:22) TO DLR241-KEY-AREA.
057700     PERFORM 7100-ADD-KEY.
057800     ADD DTAR107-AMOUNT     TO DLR241-HASH-1.
057900     ADD DTAR107-STD-POINTS TO DLR241-HASH-2.
058000     PERFORM 3110-READ-DTAR107.
058100 3120-EXIT.
058200     EXIT.
058300
058400*    THE FIRST AQTRANS RECORD IS THE FILE HEADER - IT COUNTS AND
058500*    ITS KEY IS CHECKSUMMED, BUT IT CARRIES NO AMOUNT. DEBITS AND
058600*    CREDITS ARE TOLD APART BY BASIC TRANSACTION TYPE AS DLR034
058700*    DOES.
058800 3200-FIGURE-AQTRANS.
058900     MOVE 'AQTRANS ' TO DLR241-FILE-ID.
059000     PERFORM 7050-START-DAILY-INPUT.
059100     OPEN INPUT AQTRANS-FILE.
059200     IF  DLR241-AQT-STATUS = '00'
059300         MOVE 'Y' TO DLR241-PRESENT-SW
059400         PERFORM 3210-READ-AQTRANS
059500         PERFORM 3220-ADD-AQTRANS
059600             UNTIL DLR241-EOF
059700         CLOSE AQTRANS-FILE
059800     END-IF.
059900     PERFORM 8000-WRITE-MANIFEST-ROW.
060000 3200-EXIT.
060100     EXIT.
060200
060300 3210-READ-AQTRANS.
060400     READ AQTRANS-FILE
060500         AT END
060600             MOVE 'Y' TO DLR241-EOF-SW
060700     END-READ.
060800 3210-EXIT.
060900     EXIT.
061000
061100 3220-ADD-AQTRANS.
061200     MOVE SPACES TO DLR241-KEY-AREA.
061300     MOVE TRANS-HEADER-KEY TO DLR241-KEY-AREA.
061400     PERFORM 7100-ADD-KEY.
061500     IF  DLR241-REC-COUNT > 1
061600         EVALUATE TRANS-BASIC-TRNTYP
061700             WHEN 'DR  '
061800                 ADD TRN-DR-AMT TO DLR241-HASH-1
061900             WHEN 'CR  '
062000                 ADD TRN-CR-AMT TO DLR241-HASH-2
062100         END-EVALUATE
062200     END-IF.
062300     PERFORM 3210-READ-AQTRANS.
062400 3220-EXIT.
062500     EXIT.
062600
062700*    THE STDR KEY IS THE FIRST FIFTY BYTES OF EACH RECORD - TYPE,
062800*    BRAND, ORDER AND RECEIPT ON THE RH AND RD RECORDS.
062900 3300-FIGURE-STDR.
063000     MOVE 'STDR    ' TO DLR241-FILE-ID.
063100     PERFORM 7050-START-DAILY-INPUT.
063200     OPEN INPUT STDR-FILE.
063300     IF  DLR241-STD-STATUS = '00'
063400         MOVE 'Y' TO DLR241-PRESENT-SW
063500         PERFORM 3310-READ-STDR
063600         PERFORM 3320-ADD-STDR
063700             UNTIL DLR241-EOF
063800         CLOSE STDR-FILE
063900     END-IF.
064000     PERFORM 8000-WRITE-MANIFEST-ROW.
064100 3300-EXIT.
064200     EXIT.
064300
064400 3310-READ-STDR.
064500     READ STDR-FILE
064600         AT END
064700             MOVE 'Y' TO DLR241-EOF-SW
064800     END-READ.
064900 3310-EXIT.
065000     EXIT.
065100
065200 3320-ADD-STDR.
065300     MOVE STDR-RH (1:50) TO DLR241-KEY-AREA.
065400     PERFORM 7100-ADD-KEY.
065500     EVALUATE STDR-RECORD-TYPE OF STDR-RH
065600         WHEN 'RH'
065700             IF  TOT-RCPT-AMT-RH IS NUMERIC
065800                 ADD TOT-RCPT-AMT-RH TO DLR241-HASH-1
065900             END-IF
066000         WHEN 'RD'
066100             IF  RCVD-QTY-RD IS NUMERIC
066200                 ADD RCVD-QTY-RD TO DLR241-HASH-2
066300             END-IF
066400     END-EVALUATE.
066500     PERFORM 3310-READ-STDR.
066600 3320-EXIT.
066700     EXIT.
066800
066900 3400-FIGURE-AMSPODL.
067000     MOVE 'AMSPODL ' TO DLR241-FILE-ID.
067100     PERFORM 7050-START-DAILY-INPUT.
067200     OPEN INPUT AMS-PODL-FILE.
067300     IF  DLR241-POD-STATUS = '00'
067400         MOVE 'Y' TO DLR241-PRESENT-SW
067500         PERFORM 3410-READ-AMSPODL
067600         PERFORM 3420-ADD-AMSPODL
067700             UNTIL DLR241-EOF
067800         CLOSE AMS-PODL-FILE
067900     END-IF.
068000     PERFORM 8000-WRITE-MANIFEST-ROW.
068100 3400-EXIT.
068200     EXIT.
068300
068400 3410-READ-AMSPODL.
068500     READ AMS-PODL-FILE
068600         AT END
068700             MOVE 'Y' TO DLR241-EOF-SW
068800     END-READ.
068900 3410-EXIT.
069000     EXIT.
069100
069200 3420-ADD-AMSPODL.
069300     MOVE amsPoDownload (1:50) TO DLR241-KEY-AREA.
069400     PERFORM 7100-ADD-KEY.
069500     EVALUATE Record-Type
069600         WHEN 'PR'
069700             IF  Pack-Cost IS NUMERIC
069800                 ADD Pack-Cost TO DLR241-HASH-1
069900             END-IF
070000         WHEN 'LO'
070100             PERFORM 3430-ADD-ONE-LOCATION
070200                 VARYING DLR241-BUCKET-SUB FROM 1 BY 1
070300                 UNTIL DLR241-BUCKET-SUB > 10
070400     END-EVALUATE.
070500     PERFORM 3410-READ-AMSPODL.
070600 3420-EXIT.
070700     EXIT.
070800
070900 3430-ADD-ONE-LOCATION.
071000     IF  Pack-Quantity (DLR241-BUCKET-SUB) IS NUMERIC
071100         ADD Pack-Quantity (DLR241-BUCKET-SUB) TO DLR241-HASH-2
071200     END-IF.
071300 3430-EXIT.
071400     EXIT.
071500
071600 7000-START-MASTER.
071700     MOVE 'M' TO DLR241-FILE-CLASS.
071800     PERFORM 7010-CLEAR-FIGURES.
071900     SET DLR241-MX TO 1.
072000     SEARCH DLR241-M-FILE-ID
072100         AT END
072200             CONTINUE
072300         WHEN DLR241-M-FILE-ID (DLR241-MX) = DLR241-FILE-ID
072400             MOVE DLR241-M-GEN-NO (DLR241-MX) TO DLR241-GEN-NO
072500     END-SEARCH.
072600 7000-EXIT.
072700     EXIT.
072800
072900 7010-CLEAR-FIGURES.
073000     MOVE 'N'    TO DLR241-EOF-SW.
073100     MOVE 'N'    TO DLR241-PRESENT-SW.
073200     MOVE ZERO   TO DLR241-GEN-NO.
073300     MOVE ZERO   TO DLR241-REC-COUNT.
073400     MOVE SPACES TO DLR241-LOW-KEY.
073500     MOVE SPACES TO DLR241-HIGH-KEY.
073600     MOVE ZERO   TO DLR241-KEY-CHECKSUM.
073700     MOVE ZERO   TO DLR241-HASH-1.
073800     MOVE ZERO   TO DLR241-HASH-2.
073900 7010-EXIT.
074000     EXIT.
074100
074200 7050-START-DAILY-INPUT.
074300     MOVE 'D' TO DLR241-FILE-CLASS.
074400     PERFORM 7010-CLEAR-FIGURES.
074500 7050-EXIT.
074600     EXIT.
074700
074800 7100-ADD-KEY.
074900     ADD 1 TO DLR241-REC-COUNT.
075000     IF  DLR241-REC-COUNT = 1
075100         MOVE DLR241-KEY-AREA TO DLR241-LOW-KEY
075200         MOVE DLR241-KEY-AREA TO DLR241-HIGH-KEY
075300     ELSE
075400         IF  DLR241-KEY-AREA < DLR241-LOW-KEY
075500             MOVE DLR241-KEY-AREA TO DLR241-LOW-KEY
075600         END-IF
075700         IF  DLR241-KEY-AREA > DLR241-HIGH-KEY
075800             MOVE DLR241-KEY-AREA TO DLR241-HIGH-KEY
075900         END-IF
076000     END-IF.
076100     PERFORM 7110-ADD-KEY-WORD
076200         VARYING DLR241-WORD-SUB FROM 1 BY 1
076300         UNTIL DLR241-WORD-SUB > 25.
076400 7100-EXIT.
076500     EXIT.
076600
076700 7110-ADD-KEY-WORD.
076800     COMPUTE DLR241-KEY-CHECKSUM = DLR241-KEY-CHECKSUM
076900         + DLR241-KEY-WORD (DLR241-WORD-SUB) * DLR241-WORD-SUB.
077000 7110-EXIT.
077100     EXIT.
077200
077300 8000-WRITE-MANIFEST-ROW.
077400     MOVE SPACES TO DLDRMAN-RECORD.
077500     MOVE DLR241-FILE-ID    TO DLDRMAN-FILE-ID.
077600     MOVE DLR241-FILE-CLASS TO DLDRMAN-FILE-CLASS.
077700     MOVE DLR241-BUS-DATE   TO DLDRMAN-BUS-DATE.
077800     MOVE DLR241-SITE       TO DLDRMAN-SITE.
077900     MOVE DLR241-PRESENT-SW TO DLDRMAN-PRESENT-SW.
078000     MOVE DLR241-GEN-NO     TO DLDRMAN-GEN-NO.
078100     MOVE DLR241-FIGURES    TO DLDRMAN-FIGURES.
078200     MOVE DLR241-RUN-DATE   TO DLDRMAN-RUN-DATE.
078300     MOVE DLR241-RUN-TIME (1:6) TO DLDRMAN-RUN-TIME.
078400     WRITE DLDRMAN-RECORD.
078500     ADD 1 TO DLR241-ROWS-WRITTEN.
078600     IF  DLR241-PRESENT
078700         ADD 1 TO DLR241-FILES-PRESENT
078800     ELSE
078900         ADD 1 TO DLR241-FILES-MISSING
079000         DISPLAY 'DLR241 FILE COULD NOT BE OPENED - '
079100             DLR241-FILE-ID
079200     END-IF.
079300 8000-EXIT.
079400     EXIT.
079500
079600 9000-TERMINATE.
079700     DISPLAY 'DLR241 SITE                   = ' DLR241-SITE.
079800     DISPLAY 'DLR241 BUSINESS DATE          = ' DLR241-BUS-DATE.
079900     DISPLAY 'DLR241 CATALOGUE ROWS READ    = ' DLR241-CAT-READ.
080000     DISPLAY 'DLR241 FILES PRESENT          = '
080100         DLR241-FILES-PRESENT.
080200     DISPLAY 'DLR241 FILES MISSING          = '
080300         DLR241-FILES-MISSING.
080400     DISPLAY 'DLR241 MASTERS NOT COVERED    = '
080500         DLR241-UNCOVERED-COUNT.
080600     DISPLAY 'DLR241 MANIFEST ROWS WRITTEN  = '
080700         DLR241-ROWS-WRITTEN.
080800     IF  DLR241-UNCOVERED-COUNT > ZERO
080900         MOVE 4 TO RETURN-CODE
081000     END-IF.
081100     CLOSE DR-MANIFEST.
081200 9000-EXIT.
081300     EXIT.
