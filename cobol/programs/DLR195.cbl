000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR195.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR195 - POST-RECEIPT CORRECTIONS AND REVERSALS              *
001000*                                                                *
001100*   APPLIES THE DC'S RECEIPT ADJUSTMENT CARDS (RCVADJIN) TO THE  *
001200*   DLRCVHST RECEIVING HISTORY ONCE A RECEIPT HAS BEEN LOADED -  *
001300*     R  REVERSE ONE ALLOCATION ROW, OR THE WHOLE RECEIPT WHEN   *
001400*        STORE AND PRODUCT ARE ZERO;                             *
001500*     Q  RE-QUANTIFY ONE ALLOCATION ROW TO A NEW ACTUAL QTY;     *
001600*     P  RE-ASSIGN THE RECEIPT TO ANOTHER PURCHASE ORDER.        *
001700*   EVERY ROW CHANGED IS APPENDED TO THE RCVADJNL AUDIT JOURNAL. *
001800*   QUANTITY CHANGES ARE ALSO WRITTEN, VALUED AT THE RECEIVED    *
001900*   UNIT COST, TO THE NIGHT'S RCVADJMV MOVEMENT FILE SO DLR100,  *
002000*   DLR102, DLR070 AND DLR122 CARRY THEM INTO COST, STOCK,       *
002100*   STORE BILLING AND THE ERS FEED. THE RECEIPT HEADER TOTALS    *
002200*   ARE KEPT IN STEP WITH ITS ALLOCATION ROWS. A CARD FOR A      *
002300*   RECEIPT OR ROW NOT ON FILE, OR ALREADY REVERSED, IS          *
002400*   REJECTED AND THE RUN ENDS WITH RETURN CODE 4.                *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002810*  02 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002820*     |          | KEYCODE AND ORDER NUMBER     |                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ADJUSTMENT-CARDS  ASSIGN TO RCVADJIN
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
004000                              ORGANIZATION IS INDEXED
004100                              ACCESS MODE IS DYNAMIC
004200                              RECORD KEY IS DLRCVHST-KEY
004210                              ALTERNATE RECORD KEY IS
004220                                  DLRCVHST-KEYCODE-NO
004230                                  WITH DUPLICATES
004240                              ALTERNATE RECORD KEY IS
004250                                  DLRCVHST-ORDER-NO
004260                                  WITH DUPLICATES.
004300     SELECT ADJUSTMENT-JOURNAL ASSIGN TO RCVADJNL
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT ADJUSTMENT-MOVES  ASSIGN TO RCVADJMV
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT ADJUSTMENT-REPORT ASSIGN TO RCVADJRP
004800                              ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ADJUSTMENT-CARDS
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  ADJUSTMENT-CARD-REC.
005500     05  RAC-ADJ-TYPE            PIC X(01).
005600         88  RAC-REVERSAL               VALUE 'R'.
005700         88  RAC-REQUANTIFY             VALUE 'Q'.
005800         88  RAC-PO-CHANGE              VALUE 'P'.
005900     05  RAC-RECEIPT-LOCN        PIC 9(04).
006000     05  RAC-RECEIPT-NO          PIC 9(09).
006100     05  RAC-STR-NO              PIC 9(04).
006200     05  RAC-PROD-NO             PIC 9(14).
006300     05  RAC-NEW-QTY             PIC 9(09).
006400     05  RAC-NEW-ORDER-NO        PIC X(12).
006500     05  RAC-REASON-CODE         PIC X(02).
006600     05  RAC-USER-ID             PIC X(08).
006700     05  FILLER                  PIC X(17).
006800 FD  HISTORY-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLRCVHST-RECORD.
007100     COPY DLRCVHST.
007200 FD  ADJUSTMENT-JOURNAL
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  ADJUSTMENT-JOURNAL-REC      PIC X(160).
007600 FD  ADJUSTMENT-MOVES
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  ADJUSTMENT-MOVE-REC         PIC X(160).
008000 FD  ADJUSTMENT-REPORT
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  ADJUSTMENT-LINE             PIC X(132).
008400 WORKING-STORAGE SECTION.
008500 01  DLR195-SWITCHES.
008600     05  DLR195-EOF-SW            PIC X(01)  VALUE 'N'.
008700         88  DLR195-EOF                      VALUE 'Y'.
008800     05  DLR195-RCPT-END-SW       PIC X(01)  VALUE 'N'.
008900         88  DLR195-RCPT-END                 VALUE 'Y'.
009000 01  DLR195-RUN-DATE              PIC 9(08)  VALUE ZERO.
009100 01  DLR195-REJECT-TEXT           PIC X(36).
009200*    THE RECEIPT HEADER IS READ FIRST FOR EVERY CARD; THESE
009300*    HOLD WHAT THE JOURNAL NEEDS FROM IT WHILE THE ALLOCATION
009400*    ROWS ARE IN THE RECORD AREA.
009500 01  DLR195-HEADER-SAVE.
009600     05  DLR195-HDR-SUP-ID        PIC 9(08).
009700     05  DLR195-HDR-ERS-STATUS    PIC X(01).
009800     05  DLR195-HDR-ORDER-NO      PIC X(12).
009900 01  DLR195-ROW-WORK.
010000     05  DLR195-NEW-QTY           PIC 9(09).
010100     05  DLR195-NEW-STATUS        PIC X(01).
010200     05  DLR195-CARD-QTY-DELTA    PIC S9(09)     COMP-3.
010300     05  DLR195-CARD-VALUE-DELTA  PIC S9(11)V99  COMP-3.
010400     05  DLR195-WORK-QTY          PIC S9(10)     COMP-3.
010500     05  DLR195-WORK-AMT          PIC S9(11)V99  COMP-3.
010600 01  DLR195-ADJ-SEQ               PIC 9(05)  VALUE ZERO.
010700 01  DLR195-ADJ-RECORD.
010800     COPY DLRCVADJ.
010900 01  DLR195-COUNTERS.
011000     05  DLR195-CARDS-READ        PIC 9(07)  VALUE ZERO.
011100     05  DLR195-REVERSALS         PIC 9(07)  VALUE ZERO.
011200     05  DLR195-REQUANTIFIES      PIC 9(07)  VALUE ZERO.
011300     05  DLR195-PO-CHANGES        PIC 9(07)  VALUE ZERO.
011400     05  DLR195-ROWS-ADJUSTED     PIC 9(07)  VALUE ZERO.
011500     05  DLR195-ROWS-UNCOSTED     PIC 9(07)  VALUE ZERO.
011600     05  DLR195-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
011700 01  DLR195-NET-QTY               PIC S9(11)     COMP-3
011800                                             VALUE ZERO.
011900 01  DLR195-NET-VALUE             PIC S9(13)V99  COMP-3
012000                                             VALUE ZERO.
012100 01  DLR195-HEADING-1.
012200     05  FILLER                   PIC X(53)  VALUE
012300         'DLR195 - POST-RECEIPT CORRECTIONS AND REVERSALS  RUN '.
012400     05  DLR195-H-RUN-DATE        PIC 9(08).
012500 01  DLR195-HEADING-2.
012600     05  FILLER                   PIC X(34)  VALUE
012700         'TYPE       DC    RECEIPT    STR   '.
012800     05  FILLER                   PIC X(37)  VALUE
012900         'PRODUCT         KEYCODE     OLD QTY  '.
013000     05  FILLER                   PIC X(39)  VALUE
013100         '  NEW QTY  QTY CHANGE    VALUE CHANGE  '.
013200     05  FILLER                   PIC X(21)  VALUE
013300         'RC  USER      NOTE   '.
013400 01  DLR195-HEADING-3.
013500     05  FILLER                   PIC X(40)  VALUE
013600         'ADJUSTMENT CARDS REJECTED - NOT APPLIED'.
013700 01  DLR195-DETAIL-LINE.
013800     05  DLR195-D-TYPE            PIC X(11).
013900     05  DLR195-D-DC              PIC 9(04).
014000     05  FILLER                   PIC X(02)  VALUE SPACES.
014100     05  DLR195-D-RECEIPT         PIC 9(09).
014200     05  FILLER                   PIC X(02)  VALUE SPACES.
014300     05  DLR195-D-STORE           PIC ZZZ9.
014400     05  FILLER                   PIC X(02)  VALUE SPACES.
014500     05  DLR195-D-PRODUCT         PIC 9(14).
014600     05  FILLER                   PIC X(02)  VALUE SPACES.
014700     05  DLR195-D-KEYCODE         PIC X(08).
014800     05  FILLER                   PIC X(02)  VALUE SPACES.
014900     05  DLR195-D-OLD-QTY         PIC ZZZZZZZZ9.
015000     05  FILLER                   PIC X(02)  VALUE SPACES.
015100     05  DLR195-D-NEW-QTY         PIC ZZZZZZZZ9.
015200     05  FILLER                   PIC X(02)  VALUE SPACES.
015300     05  DLR195-D-QTY-DELTA       PIC -ZZZZZZZZ9.
015400     05  FILLER                   PIC X(02)  VALUE SPACES.
015500     05  DLR195-D-VALUE-DELTA     PIC -ZZZZZZZZZ9.99.
015600     05  FILLER                   PIC X(02)  VALUE SPACES.
015700     05  DLR195-D-REASON          PIC X(02).
015800     05  FILLER                   PIC X(02)  VALUE SPACES.
015900     05  DLR195-D-USER            PIC X(08).
016000     05  FILLER                   PIC X(02)  VALUE SPACES.
016100     05  DLR195-D-NOTE            PIC X(07).
016200 01  DLR195-PO-LINE.
016300     05  DLR195-P-TYPE            PIC X(11).
016400     05  DLR195-P-DC              PIC 9(04).
016500     05  FILLER                   PIC X(02)  VALUE SPACES.
016600     05  DLR195-P-RECEIPT         PIC 9(09).
016700     05  FILLER                   PIC X(08)  VALUE
016800         '  ORDER '.
016900     05  DLR195-P-OLD-ORDER       PIC X(12).
017000     05  FILLER                   PIC X(05)  VALUE ' TO  '.
017100     05  DLR195-P-NEW-ORDER       PIC X(12).
017200     05  FILLER                   PIC X(47)  VALUE SPACES.
017300     05  DLR195-P-REASON          PIC X(02).
017400     05  FILLER                   PIC X(02)  VALUE SPACES.
017500     05  DLR195-P-USER            PIC X(08).
017600 01  DLR195-REJECT-LINE.
017700     05  DLR195-R-CARD            PIC X(63).
017800     05  FILLER                   PIC X(02)  VALUE SPACES.
017900     05  DLR195-R-TEXT            PIC X(36).
018000 01  DLR195-TOTAL-LINE.
018100     05  DLR195-T-LABEL           PIC X(40).
018200     05  DLR195-T-COUNT           PIC ZZZZZZZZ9.
018300 01  DLR195-NET-LINE.
018400     05  DLR195-N-LABEL           PIC X(40).
018500     05  DLR195-N-AMOUNT          PIC -ZZZZZZZZZZZZ9.99.
018600 01  DLR195-BLANK-LINE            PIC X(01)  VALUE SPACE.
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE.
019000     PERFORM 2000-APPLY-ADJUSTMENT
019100         UNTIL DLR195-EOF.
019200     PERFORM 8000-PRINT-TOTALS.
019300     PERFORM 9000-TERMINATE.
019400     STOP RUN.
019500
019600*    THE JOURNAL IS THE PERMANENT AUDIT TRAIL AND IS EXTENDED
019700*    EVERY NIGHT; THE MOVEMENT FILE HOLDS TONIGHT'S ROWS ONLY.
019800 1000-INITIALIZE.
019900     OPEN INPUT  ADJUSTMENT-CARDS.
020000     OPEN I-O    HISTORY-MASTER.
020100     OPEN EXTEND ADJUSTMENT-JOURNAL.
020200     OPEN OUTPUT ADJUSTMENT-MOVES.
020300     OPEN OUTPUT ADJUSTMENT-REPORT.
020400     ACCEPT DLR195-RUN-DATE FROM DATE YYYYMMDD.
020500     MOVE DLR195-RUN-DATE TO DLR195-H-RUN-DATE.
020600     WRITE ADJUSTMENT-LINE FROM DLR195-HEADING-1.
020700     WRITE ADJUSTMENT-LINE FROM DLR195-BLANK-LINE.
020800     WRITE ADJUSTMENT-LINE FROM DLR195-HEADING-2.
020900     PERFORM 2100-READ-CARD.
021000 1000-EXIT.
021100     EXIT.
021200
021300 2000-APPLY-ADJUSTMENT.
021400     ADD 1 TO DLR195-CARDS-READ.
021500     MOVE SPACES TO DLR195-REJECT-TEXT.
021600     MOVE ZERO   TO DLR195-CARD-QTY-DELTA.
021700     MOVE ZERO   TO DLR195-CARD-VALUE-DELTA.
021800     PERFORM 2200-READ-RECEIPT-HEADER.
021900     IF  DLR195-REJECT-TEXT = SPACES
022000         EVALUATE TRUE
022100             WHEN RAC-REVERSAL
022200                 PERFORM 2300-REVERSE
022300             WHEN RAC-REQUANTIFY
022400                 PERFORM 2400-REQUANTIFY
022500             WHEN RAC-PO-CHANGE
022600                 PERFORM 2600-CHANGE-ORDER
022700             WHEN OTHER
022800                 MOVE 'ADJUSTMENT TYPE NOT R, Q OR P'
022900                     TO DLR195-REJECT-TEXT
023000         END-EVALUATE
023100     END-IF.
023200     IF  DLR195-REJECT-TEXT NOT = SPACES
023300         PERFORM 2900-WRITE-REJECT
023400     END-IF.
023500     PERFORM 2100-READ-CARD.
023600 2000-EXIT.
023700     EXIT.
023800
023900 2100-READ-CARD.
024000     READ ADJUSTMENT-CARDS
024100         AT END
024200             MOVE 'Y' TO DLR195-EOF-SW
024300     END-READ.
024400 2100-EXIT.
024500     EXIT.
024600
024700 2200-READ-RECEIPT-HEADER.
024800     MOVE RAC-RECEIPT-LOCN TO DLRCVHST-RECEIPT-LOCN.
024900     MOVE RAC-RECEIPT-NO   TO DLRCVHST-RECEIPT-NO.
025000     MOVE ZERO             TO DLRCVHST-STR-NO.
025100     MOVE ZERO             TO DLRCVHST-PROD-NO.
025200     READ HISTORY-MASTER
025300         INVALID KEY
025400             MOVE 'RECEIPT NOT ON RECEIVING HISTORY'
025500                 TO DLR195-REJECT-TEXT
025600     END-READ.
025700     IF  DLR195-REJECT-TEXT = SPACES
025800     AND DLRCVHST-REVERSED
025900         MOVE 'RECEIPT ALREADY REVERSED'
026000             TO DLR195-REJECT-TEXT
026100     END-IF.
026200     IF  DLR195-REJECT-TEXT = SPACES
026300         MOVE DLRCVHST-SUP-ID     TO DLR195-HDR-SUP-ID
026400         MOVE DLRCVHST-ERS-STATUS TO DLR195-HDR-ERS-STATUS
026500         MOVE DLRCVHST-ORDER-NO   TO DLR195-HDR-ORDER-NO
026600     END-IF.
026700 2200-EXIT.
026800     EXIT.
026900
027000*    A REVERSAL CARD WITH STORE AND PRODUCT ZERO TAKES THE WHOLE
027100*    RECEIPT OUT: EVERY ALLOCATION ROW FOLLOWING THE HEADER KEY
027200*    UP TO THE NEXT RECEIPT IS SET TO ZERO AND THE HEADER IS
027300*    MARKED REVERSED. OTHERWISE ONLY THE NAMED ROW IS REVERSED.
027400 2300-REVERSE.
027500     MOVE ZERO TO DLR195-NEW-QTY.
027600     MOVE 'R'  TO DLR195-NEW-STATUS.
027700     IF  RAC-STR-NO = ZERO
027800     AND RAC-PROD-NO = ZERO
027900         MOVE 'N' TO DLR195-RCPT-END-SW
028000         START HISTORY-MASTER
028100                 KEY GREATER THAN DLRCVHST-KEY
028200             INVALID KEY
028300                 MOVE 'Y' TO DLR195-RCPT-END-SW
028400         END-START
028500         PERFORM 2310-REVERSE-NEXT-ROW
028600             UNTIL DLR195-RCPT-END
028700     ELSE
028800         PERFORM 2450-READ-ALLOC-ROW
028900         IF  DLR195-REJECT-TEXT = SPACES
029000             PERFORM 2500-CHANGE-ALLOC-ROW
029100         END-IF
029200     END-IF.
029300     IF  DLR195-REJECT-TEXT = SPACES
029400         ADD 1 TO DLR195-REVERSALS
029500         PERFORM 2700-UPDATE-HEADER
029600     END-IF.
029700 2300-EXIT.
029800     EXIT.
029900
030000 2310-REVERSE-NEXT-ROW.
030100     READ HISTORY-MASTER NEXT RECORD
030200         AT END
030300             MOVE 'Y' TO DLR195-RCPT-END-SW
030400     END-READ.
030500     IF  NOT DLR195-RCPT-END
030600         IF  DLRCVHST-RECEIPT-LOCN NOT = RAC-RECEIPT-LOCN
030700         OR  DLRCVHST-RECEIPT-NO NOT = RAC-RECEIPT-NO
030800             MOVE 'Y' TO DLR195-RCPT-END-SW
030900         ELSE
031000             IF  DLRCVHST-ALLOC-ROW
031100             AND NOT DLRCVHST-REVERSED
031200                 PERFORM 2500-CHANGE-ALLOC-ROW
031300             END-IF
031400         END-IF
031500     END-IF.
031600 2310-EXIT.
031700     EXIT.
031800
031900 2400-REQUANTIFY.
032000     MOVE RAC-NEW-QTY TO DLR195-NEW-QTY.
032100     MOVE 'A'         TO DLR195-NEW-STATUS.
032200     IF  RAC-STR-NO = ZERO
032300     OR  RAC-PROD-NO = ZERO
032400         MOVE 'STORE AND PRODUCT ARE REQUIRED'
032500             TO DLR195-REJECT-TEXT
032600     ELSE
032700         PERFORM 2450-READ-ALLOC-ROW
032800     END-IF.
032900     IF  DLR195-REJECT-TEXT = SPACES
033000     AND DLRCVHST-ACT-RECV-QTY = RAC-NEW-QTY
033100         MOVE 'NEW QTY SAME AS QTY ON HISTORY'
033200             TO DLR195-REJECT-TEXT
033300     END-IF.
033400     IF  DLR195-REJECT-TEXT = SPACES
033500         PERFORM 2500-CHANGE-ALLOC-ROW
033600         ADD 1 TO DLR195-REQUANTIFIES
033700         PERFORM 2700-UPDATE-HEADER
033800     END-IF.
033900 2400-EXIT.
034000     EXIT.
034100
034200 2450-READ-ALLOC-ROW.
034300     MOVE RAC-RECEIPT-LOCN TO DLRCVHST-RECEIPT-LOCN.
034400     MOVE RAC-RECEIPT-NO   TO DLRCVHST-RECEIPT-NO.
034500     MOVE RAC-STR-NO       TO DLRCVHST-STR-NO.
034600     MOVE RAC-PROD-NO      TO DLRCVHST-PROD-NO.
034700     READ HISTORY-MASTER
034800         INVALID KEY
034900             MOVE 'ALLOCATION ROW NOT ON HISTORY'
035000                 TO DLR195-REJECT-TEXT
035100     END-READ.
035200     IF  DLR195-REJECT-TEXT = SPACES
035300     AND DLRCVHST-REVERSED
035400         MOVE 'ALLOCATION ROW ALREADY REVERSED'
035500             TO DLR195-REJECT-TEXT
035600     END-IF.
035700 2450-EXIT.
035800     EXIT.
035900
036000*    CHANGES THE ALLOCATION ROW IN THE RECORD AREA TO THE NEW
036100*    QUANTITY, VALUES THE CHANGE AT THE RECEIVED UNIT COST AND
036200*    JOURNALS IT. ROWS LOADED BEFORE THE UNIT COST WAS CARRIED
036300*    ON THE HISTORY ARE VALUED AT ZERO AND FLAGGED ON THE REPORT.
036400 2500-CHANGE-ALLOC-ROW.
036500     MOVE SPACES TO DLR195-ADJ-RECORD.
036600     MOVE RAC-ADJ-TYPE             TO DLRCVADJ-ADJ-TYPE.
036700     MOVE DLRCVHST-ACT-RECV-QTY    TO DLRCVADJ-OLD-QTY.
036800     MOVE DLR195-NEW-QTY           TO DLRCVADJ-NEW-QTY.
036900     COMPUTE DLRCVADJ-QTY-DELTA =
037000         DLR195-NEW-QTY - DLRCVHST-ACT-RECV-QTY.
037100     MOVE DLRCVHST-KEYCODE-NO      TO DLRCVADJ-KEYCODE-NO.
037200     MOVE SPACES TO DLR195-D-NOTE.
037300     IF  DLRCVHST-UNIT-COST NUMERIC
037400         MOVE DLRCVHST-UNIT-COST   TO DLRCVADJ-UNIT-COST
037500         COMPUTE DLRCVADJ-VALUE-DELTA ROUNDED =
037600             DLRCVADJ-QTY-DELTA * DLRCVHST-UNIT-COST
037700     ELSE
037800         MOVE ZERO                 TO DLRCVADJ-UNIT-COST
037900         MOVE ZERO                 TO DLRCVADJ-VALUE-DELTA
038000         MOVE 'NO COST'            TO DLR195-D-NOTE
038100         ADD 1 TO DLR195-ROWS-UNCOSTED
038200     END-IF.
038300     MOVE DLR195-NEW-QTY           TO DLRCVHST-ACT-RECV-QTY.
038400     MOVE DLR195-NEW-STATUS        TO DLRCVHST-ADJ-STATUS.
038500     PERFORM 2800-STAMP-ADJUSTMENT.
038600     REWRITE DLRCVHST-RECORD
038700         INVALID KEY
038800             DISPLAY 'DLR195 DLRCVHST REWRITE FAILED '
038900                 DLRCVHST-KEY
039000     END-REWRITE.
039100     ADD DLRCVADJ-QTY-DELTA   TO DLR195-CARD-QTY-DELTA.
039200     ADD DLRCVADJ-VALUE-DELTA TO DLR195-CARD-VALUE-DELTA.
039300     ADD 1 TO DLR195-ROWS-ADJUSTED.
039400     PERFORM 2850-WRITE-JOURNAL.
039500     WRITE ADJUSTMENT-MOVE-REC FROM DLR195-ADJ-RECORD.
039600     PERFORM 2550-PRINT-ROW.
039700 2500-EXIT.
039800     EXIT.
039900
040000 2550-PRINT-ROW.
040100     IF  RAC-REVERSAL
040200         MOVE 'REVERSAL'   TO DLR195-D-TYPE
040300     ELSE
040400         MOVE 'REQUANTIFY' TO DLR195-D-TYPE
040500     END-IF.
040600     MOVE DLRCVADJ-RECEIPT-LOCN TO DLR195-D-DC.
040700     MOVE DLRCVADJ-RECEIPT-NO   TO DLR195-D-RECEIPT.
040800     MOVE DLRCVADJ-STR-NO       TO DLR195-D-STORE.
040900     MOVE DLRCVADJ-PROD-NO      TO DLR195-D-PRODUCT.
041000     MOVE DLRCVADJ-KEYCODE-NO   TO DLR195-D-KEYCODE.
041100     MOVE DLRCVADJ-OLD-QTY      TO DLR195-D-OLD-QTY.
041200     MOVE DLRCVADJ-NEW-QTY      TO DLR195-D-NEW-QTY.
041300     MOVE DLRCVADJ-QTY-DELTA    TO DLR195-D-QTY-DELTA.
041400     MOVE DLRCVADJ-VALUE-DELTA  TO DLR195-D-VALUE-DELTA.
041500     MOVE DLRCVADJ-REASON-CODE  TO DLR195-D-REASON.
041600     MOVE DLRCVADJ-USER-ID      TO DLR195-D-USER.
041700     WRITE ADJUSTMENT-LINE FROM DLR195-DETAIL-LINE.
041800 2550-EXIT.
041900     EXIT.
042000
042100*    A PO RE-ASSIGNMENT MOVES NO STOCK AND NO MONEY - IT IS
042200*    JOURNALLED BUT NOT WRITTEN TO THE MOVEMENT FILE.
042300 2600-CHANGE-ORDER.
042400     EVALUATE TRUE
042500         WHEN RAC-NEW-ORDER-NO = SPACES
042600             MOVE 'NEW ORDER NUMBER MISSING'
042700                 TO DLR195-REJECT-TEXT
042800         WHEN RAC-NEW-ORDER-NO = DLRCVHST-ORDER-NO
042900             MOVE 'RECEIPT ALREADY ON THAT ORDER'
043000                 TO DLR195-REJECT-TEXT
043100         WHEN OTHER
043200             MOVE SPACES TO DLR195-ADJ-RECORD
043300             MOVE RAC-ADJ-TYPE      TO DLRCVADJ-ADJ-TYPE
043400             MOVE ZERO              TO DLRCVADJ-OLD-QTY
043500             MOVE ZERO              TO DLRCVADJ-NEW-QTY
043600             MOVE ZERO              TO DLRCVADJ-QTY-DELTA
043700             MOVE ZERO              TO DLRCVADJ-UNIT-COST
043800             MOVE ZERO              TO DLRCVADJ-VALUE-DELTA
043900             MOVE DLRCVHST-ORDER-NO TO DLRCVADJ-OLD-ORDER-NO
044000             MOVE RAC-NEW-ORDER-NO  TO DLRCVADJ-NEW-ORDER-NO
044100             MOVE RAC-NEW-ORDER-NO  TO DLRCVHST-ORDER-NO
044200             SET DLRCVHST-ADJUSTED TO TRUE
044300             PERFORM 2800-STAMP-ADJUSTMENT
044400             REWRITE DLRCVHST-RECORD
044500                 INVALID KEY
044600                     DISPLAY 'DLR195 DLRCVHST REWRITE FAILED '
044700                         DLRCVHST-KEY
044800             END-REWRITE
044900             ADD 1 TO DLR195-PO-CHANGES
045000             ADD 1 TO DLR195-ROWS-ADJUSTED
045100             PERFORM 2850-WRITE-JOURNAL
045200             MOVE 'PO CHANGE'            TO DLR195-P-TYPE
045300             MOVE DLRCVADJ-RECEIPT-LOCN  TO DLR195-P-DC
045400             MOVE DLRCVADJ-RECEIPT-NO    TO DLR195-P-RECEIPT
045500             MOVE DLRCVADJ-OLD-ORDER-NO  TO DLR195-P-OLD-ORDER
045600             MOVE DLRCVADJ-NEW-ORDER-NO  TO DLR195-P-NEW-ORDER
045700             MOVE DLRCVADJ-REASON-CODE   TO DLR195-P-REASON
045800             MOVE DLRCVADJ-USER-ID       TO DLR195-P-USER
045900             WRITE ADJUSTMENT-LINE FROM DLR195-PO-LINE
046000     END-EVALUATE.
046100 2600-EXIT.
046200     EXIT.
046300
046400*    THE HEADER TOTALS FOLLOW THE ALLOCATION ROWS. A WHOLE-
046500*    RECEIPT REVERSAL ZEROES THEM; OTHERWISE THE CARD'S NET
046600*    QUANTITY AND VALUE CHANGE IS APPLIED, FLOORED AT ZERO SINCE
046700*    AN EARLIER RTV (DLR121) MAY ALREADY HAVE TAKEN SOME OFF.
046800 2700-UPDATE-HEADER.
046900     MOVE RAC-RECEIPT-LOCN TO DLRCVHST-RECEIPT-LOCN.
047000     MOVE RAC-RECEIPT-NO   TO DLRCVHST-RECEIPT-NO.
047100     MOVE ZERO             TO DLRCVHST-STR-NO.
047200     MOVE ZERO             TO DLRCVHST-PROD-NO.
047300     READ HISTORY-MASTER
047400         INVALID KEY
047500             DISPLAY 'DLR195 DLRCVHST HEADER LOST '
047600                 DLRCVHST-KEY
047700     END-READ.
047800     IF  RAC-REVERSAL
047900     AND RAC-STR-NO = ZERO
048000     AND RAC-PROD-NO = ZERO
048100         MOVE ZERO TO DLRCVHST-TOT-RECV-QTY
048200         MOVE ZERO TO DLRCVHST-TOT-RCPT-AMT
048300         SET DLRCVHST-REVERSED TO TRUE
048400     ELSE
048500         COMPUTE DLR195-WORK-QTY = DLRCVHST-TOT-RECV-QTY
048600             + DLR195-CARD-QTY-DELTA
048700         COMPUTE DLR195-WORK-AMT = DLRCVHST-TOT-RCPT-AMT
048800             + DLR195-CARD-VALUE-DELTA
048900         IF  DLR195-WORK-QTY < ZERO
049000             MOVE ZERO TO DLR195-WORK-QTY
049100         END-IF
049200         IF  DLR195-WORK-AMT < ZERO
049300             MOVE ZERO TO DLR195-WORK-AMT
049400         END-IF
049500         MOVE DLR195-WORK-QTY TO DLRCVHST-TOT-RECV-QTY
049600         MOVE DLR195-WORK-AMT TO DLRCVHST-TOT-RCPT-AMT
049700         SET DLRCVHST-ADJUSTED TO TRUE
049800     END-IF.
049900     PERFORM 2800-STAMP-ADJUSTMENT.
050000     REWRITE DLRCVHST-RECORD
050100         INVALID KEY
050200             DISPLAY 'DLR195 DLRCVHST REWRITE FAILED '
050300                 DLRCVHST-KEY
050400     END-REWRITE.
050500     ADD DLR195-CARD-QTY-DELTA   TO DLR195-NET-QTY.
050600     ADD DLR195-CARD-VALUE-DELTA TO DLR195-NET-VALUE.
050700 2700-EXIT.
050800     EXIT.
050900
051000 2800-STAMP-ADJUSTMENT.
051100     IF  DLRCVHST-ADJ-COUNT NOT NUMERIC
051200         MOVE ZERO TO DLRCVHST-ADJ-COUNT
051300     END-IF.
051400     IF  DLRCVHST-ADJ-COUNT < 999
051500         ADD 1 TO DLRCVHST-ADJ-COUNT
051600     END-IF.
051700     MOVE DLR195-RUN-DATE TO DLRCVHST-LAST-ADJ-DATE.
051800 2800-EXIT.
051900     EXIT.
052000
052100*    COMPLETES THE ADJUSTMENT RECORD FROM THE CARD AND THE
052200*    SAVED RECEIPT HEADER AND APPENDS IT TO THE JOURNAL.
052300 2850-WRITE-JOURNAL.
052400     ADD 1 TO DLR195-ADJ-SEQ.
052500     MOVE DLR195-RUN-DATE       TO DLRCVADJ-ADJ-DATE.
052600     MOVE DLR195-ADJ-SEQ        TO DLRCVADJ-ADJ-SEQ.
052700     MOVE DLRCVHST-RECEIPT-LOCN TO DLRCVADJ-RECEIPT-LOCN.
052800     MOVE DLRCVHST-RECEIPT-NO   TO DLRCVADJ-RECEIPT-NO.
052900     MOVE DLRCVHST-STR-NO       TO DLRCVADJ-STR-NO.
053000     MOVE DLRCVHST-PROD-NO      TO DLRCVADJ-PROD-NO.
053100     MOVE DLR195-HDR-SUP-ID     TO DLRCVADJ-SUP-ID.
053200     MOVE DLR195-HDR-ERS-STATUS TO DLRCVADJ-ERS-STATUS.
053300     MOVE RAC-REASON-CODE       TO DLRCVADJ-REASON-CODE.
053400     MOVE RAC-USER-ID           TO DLRCVADJ-USER-ID.
053500     IF  NOT DLRCVADJ-PO-CHANGE
053600         MOVE DLR195-HDR-ORDER-NO TO DLRCVADJ-OLD-ORDER-NO
053700         MOVE DLR195-HDR-ORDER-NO TO DLRCVADJ-NEW-ORDER-NO
053800     END-IF.
053900     WRITE ADJUSTMENT-JOURNAL-REC FROM DLR195-ADJ-RECORD.
054000 2850-EXIT.
054100     EXIT.
054200
054300 2900-WRITE-REJECT.
054400     ADD 1 TO DLR195-CARDS-REJECTED.
054500     MOVE ADJUSTMENT-CARD-REC TO DLR195-R-CARD.
054600     MOVE DLR195-REJECT-TEXT  TO DLR195-R-TEXT.
054700     IF  DLR195-CARDS-REJECTED = 1
054800         WRITE ADJUSTMENT-LINE FROM DLR195-BLANK-LINE
054900         WRITE ADJUSTMENT-LINE FROM DLR195-HEADING-3
055000     END-IF.
055100     WRITE ADJUSTMENT-LINE FROM DLR195-REJECT-LINE.
055200 2900-EXIT.
055300     EXIT.
055400
055500 8000-PRINT-TOTALS.
055600     WRITE ADJUSTMENT-LINE FROM DLR195-BLANK-LINE.
055700     MOVE 'ADJUSTMENT CARDS READ' TO DLR195-T-LABEL.
055800     MOVE DLR195-CARDS-READ TO DLR195-T-COUNT.
055900     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
056000     MOVE 'REVERSALS APPLIED' TO DLR195-T-LABEL.
056100     MOVE DLR195-REVERSALS TO DLR195-T-COUNT.
056200     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
056300     MOVE 'RE-QUANTIFIES APPLIED' TO DLR195-T-LABEL.
056400     MOVE DLR195-REQUANTIFIES TO DLR195-T-COUNT.
056500     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
056600     MOVE 'PO RE-ASSIGNMENTS APPLIED' TO DLR195-T-LABEL.
056700     MOVE DLR195-PO-CHANGES TO DLR195-T-COUNT.
056800     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
056900     MOVE 'HISTORY ROWS ADJUSTED' TO DLR195-T-LABEL.
057000     MOVE DLR195-ROWS-ADJUSTED TO DLR195-T-COUNT.
057100     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
057200     MOVE 'ROWS WITH NO UNIT COST ON HISTORY' TO DLR195-T-LABEL.
057300     MOVE DLR195-ROWS-UNCOSTED TO DLR195-T-COUNT.
057400     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
057500     MOVE 'ADJUSTMENT CARDS REJECTED' TO DLR195-T-LABEL.
057600     MOVE DLR195-CARDS-REJECTED TO DLR195-T-COUNT.
057700     WRITE ADJUSTMENT-LINE FROM DLR195-TOTAL-LINE.
057800     MOVE 'NET QUANTITY CHANGE' TO DLR195-N-LABEL.
057900     MOVE DLR195-NET-QTY TO DLR195-N-AMOUNT.
058000     WRITE ADJUSTMENT-LINE FROM DLR195-NET-LINE.
058100     MOVE 'NET VALUE CHANGE' TO DLR195-N-LABEL.
058200     MOVE DLR195-NET-VALUE TO DLR195-N-AMOUNT.
058300     WRITE ADJUSTMENT-LINE FROM DLR195-NET-LINE.
058400 8000-EXIT.
058500     EXIT.
058600
058700 9000-TERMINATE.
058800     DISPLAY 'DLR195 CARDS READ        = ' DLR195-CARDS-READ.
058900     DISPLAY 'DLR195 ROWS ADJUSTED     = ' DLR195-ROWS-ADJUSTED.
059000     DISPLAY 'DLR195 CARDS REJECTED    = ' DLR195-CARDS-REJECTED.
059100     IF  DLR195-CARDS-REJECTED > ZERO
059200         MOVE 4 TO RETURN-CODE
059300     END-IF.
059400     CLOSE ADJUSTMENT-CARDS
059500           HISTORY-MASTER
059600           ADJUSTMENT-JOURNAL
059700           ADJUSTMENT-MOVES
059800           ADJUSTMENT-REPORT.
059900 9000-EXIT.
060000     EXIT.
