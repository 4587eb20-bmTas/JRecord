000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR230.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR230 - CONSIGNMENT AGREEMENT MAINTENANCE                   *
001000*                                                                *
001100*   APPLIES THE CONSIGNMENT TEAM'S AGREEMENT CARDS TO THE        *
001200*   DLCONSAG MASTER, ONE ROW PER KEYCODE ON CONSIGNMENT. AN 'A'  *
001300*   CARD SETS THE VENDOR, SETTLEMENT BASIS (C UNIT COST, R       *
001400*   RETAIL LESS MARGIN PERCENT), CYCLE (W WEEKLY, M MONTHLY),    *
001500*   START AND END DATES AND DESCRIPTION, ADDING THE AGREEMENT    *
001600*   IF THE KEYCODE IS NEW. A 'D' CARD DELETES THE AGREEMENT      *
001700*   ONCE DLR231 HAS SETTLED IT TO ITS END DATE, OR IF IT HAS     *
001800*   NEVER BEEN SETTLED. A CARD WITH A BAD ACTION, NO KEYCODE,    *
001900*   A SUPPLIER OR DATE NOT VALID, AN END NOT AFTER THE START,    *
002000*   A BAD BASIS OR CYCLE, A COST-BASIS CARD WITH NO UNIT COST,   *
002100*   A RETAIL-BASIS CARD WITH NO MARGIN, A KEYCODE ALREADY ON     *
002200*   CONSIGNMENT TO ANOTHER VENDOR, AN END DATE BEFORE THE DATE   *
002300*   ALREADY SETTLED TO, OR A DELETE FOR AN AGREEMENT NOT ON THE  *
002400*   MASTER OR STILL TO BE SETTLED IS REJECTED AND THE RUN ENDS   *
002500*   WITH RETURN CODE 4.                                          *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CONSIGN-CARDS     ASSIGN TO CONCARD
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT CONSIGN-MASTER    ASSIGN TO DLCONSAG
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS RANDOM
004300                              RECORD KEY IS DLCONSAG-KEYCODE-NO.
004400     SELECT CONSIGN-REPORT    ASSIGN TO CONMRPT
004500                              ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONSIGN-CARDS
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  CONSIGN-CARD-REC.
005200     05  CNC-ACTION              PIC X(01).
005300         88  CNC-ADD-CHANGE             VALUE 'A'.
005400         88  CNC-DELETE                 VALUE 'D'.
005500     05  CNC-KEYCODE-NO          PIC X(08).
005600     05  CNC-SUP-ID              PIC X(08).
005700     05  CNC-SUP-ID-9 REDEFINES CNC-SUP-ID
005800                                 PIC 9(08).
005900     05  CNC-BASIS               PIC X(01).
006000     05  CNC-UNIT-COST           PIC X(09).
006100     05  CNC-UNIT-COST-9 REDEFINES CNC-UNIT-COST
006200                                 PIC 9(07)V99.
006300     05  CNC-MARGIN-PCT          PIC X(04).
006400     05  CNC-MARGIN-PCT-9 REDEFINES CNC-MARGIN-PCT
006500                                 PIC 9(02)V99.
006600     05  CNC-CYCLE               PIC X(01).
006700     05  CNC-START-DATE          PIC X(08).
006800     05  CNC-START-DATE-9 REDEFINES CNC-START-DATE
006900                                 PIC 9(08).
007000     05  CNC-END-DATE            PIC X(08).
007100     05  CNC-END-DATE-9 REDEFINES CNC-END-DATE
007200                                 PIC 9(08).
007300     05  CNC-DESCRIPTION         PIC X(30).
007400     05  FILLER                  PIC X(02).
007500 FD  CONSIGN-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLCONSAG-RECORD.
007800     COPY DLCONSAG.
007900 FD  CONSIGN-REPORT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  CONSIGN-LINE                PIC X(132).
008300 WORKING-STORAGE SECTION.
008400 01  DLR230-SWITCHES.
008500     05  DLR230-EOF-SW            PIC X(01)  VALUE 'N'.
008600         88  DLR230-EOF                      VALUE 'Y'.
008700     05  DLR230-FOUND-SW          PIC X(01)  VALUE 'N'.
008800         88  DLR230-FOUND                    VALUE 'Y'.
008900 01  DLR230-RUN-DATE              PIC 9(08)  VALUE ZERO.
009000 01  DLR230-REJECT-TEXT           PIC X(36).
009100*    A CARD DATE BROKEN INTO ITS PARTS FOR CHECKING.
009200 01  DLR230-CHECK-DATE            PIC 9(08).
009300 01  DLR230-CHECK-PARTS REDEFINES DLR230-CHECK-DATE.
009400     05  DLR230-CHK-CCYY          PIC 9(04).
009500     05  DLR230-CHK-MM            PIC 9(02).
009600     05  DLR230-CHK-DD            PIC 9(02).
009700 01  DLR230-DATE-OK-SW            PIC X(01)  VALUE 'N'.
009800     88  DLR230-DATE-OK                      VALUE 'Y'.
009900 01  DLR230-COUNTERS.
010000     05  DLR230-CARDS-READ        PIC 9(07)  VALUE ZERO.
010100     05  DLR230-ADDED             PIC 9(07)  VALUE ZERO.
010200     05  DLR230-CHANGED           PIC 9(07)  VALUE ZERO.
010300     05  DLR230-DELETED           PIC 9(07)  VALUE ZERO.
010400     05  DLR230-REJECTED          PIC 9(07)  VALUE ZERO.
010500 01  DLR230-HEADING-1.
010600     05  FILLER                   PIC X(53)  VALUE
010700         'DLR230 - CONSIGNMENT AGREEMENT MAINTENANCE       RUN '.
010800     05  DLR230-H-RUN-DATE        PIC 9(08).
010900 01  DLR230-HEADING-2.
011000     05  FILLER                   PIC X(40)  VALUE
011100         'CONSIGNMENT CARDS REJECTED - NOT APPLIED'.
011200 01  DLR230-REJECT-LINE.
011300     05  DLR230-R-CARD            PIC X(80).
011400     05  FILLER                   PIC X(02)  VALUE SPACES.
011500     05  DLR230-R-TEXT            PIC X(36).
011600 01  DLR230-ACTION-LINE.
011700     05  DLR230-A-ACTION          PIC X(18).
011800     05  DLR230-A-KEYCODE-NO      PIC X(08).
011900     05  FILLER                   PIC X(02)  VALUE SPACES.
012000     05  DLR230-A-SUP-ID          PIC 9(08).
012100     05  FILLER                   PIC X(02)  VALUE SPACES.
012200     05  DLR230-A-START           PIC 9(08).
012300     05  FILLER                   PIC X(04)  VALUE ' TO '.
012400     05  DLR230-A-END             PIC 9(08).
012500     05  FILLER                   PIC X(08)  VALUE '  BASIS '.
012600     05  DLR230-A-BASIS           PIC X(01).
012700     05  FILLER                   PIC X(01)  VALUE SPACE.
012800     05  DLR230-A-UNIT-COST       PIC ZZZZZZ9.99.
012900     05  FILLER                   PIC X(01)  VALUE SPACE.
013000     05  DLR230-A-MARGIN-PCT      PIC Z9.99.
013100     05  FILLER                   PIC X(09)  VALUE '%  CYCLE '.
013200     05  DLR230-A-CYCLE           PIC X(01).
013300     05  FILLER                   PIC X(02)  VALUE SPACES.
013400     05  DLR230-A-DESCRIPTION     PIC X(30).
013500 01  DLR230-TOTAL-LINE.
013600     05  DLR230-T-LABEL           PIC X(40).
013700     05  DLR230-T-COUNT           PIC ZZZZZZZZ9.
013800 01  DLR230-BLANK-LINE            PIC X(01)  VALUE SPACE.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE.
014200     PERFORM 2000-APPLY-CARD
014300         UNTIL DLR230-EOF.
014400     PERFORM 8000-PRINT-TOTALS.
014500     PERFORM 9000-TERMINATE.
014600     STOP RUN.
014700
014800 1000-INITIALIZE.
014900     OPEN INPUT  CONSIGN-CARDS.
015000     OPEN I-O    CONSIGN-MASTER.
015100     OPEN OUTPUT CONSIGN-REPORT.
015200     ACCEPT DLR230-RUN-DATE FROM DATE YYYYMMDD.
015300     MOVE DLR230-RUN-DATE TO DLR230-H-RUN-DATE.
015400     WRITE CONSIGN-LINE FROM DLR230-HEADING-1.
015500     WRITE CONSIGN-LINE FROM DLR230-BLANK-LINE.
015600     PERFORM 2100-READ-CARD.
015700 1000-EXIT.
015800     EXIT.
015900
016000 2000-APPLY-CARD.
016100     ADD 1 TO DLR230-CARDS-READ.
016200     MOVE SPACES TO DLR230-REJECT-TEXT.
016300     EVALUATE TRUE
016400         WHEN NOT CNC-ADD-CHANGE
016500         AND  NOT CNC-DELETE
016600             MOVE 'ACTION NOT A OR D'
016700                 TO DLR230-REJECT-TEXT
016800         WHEN CNC-KEYCODE-NO = SPACES
016900             MOVE 'KEYCODE NOT GIVEN'
017000                 TO DLR230-REJECT-TEXT
017100         WHEN CNC-DELETE
017200             CONTINUE
017300         WHEN OTHER
017400             PERFORM 2200-CHECK-AGREEMENT-CARD
017500     END-EVALUATE.
017600     IF  DLR230-REJECT-TEXT = SPACES
017700         MOVE CNC-KEYCODE-NO TO DLCONSAG-KEYCODE-NO
017800         PERFORM 2400-READ-MASTER
017900         IF  CNC-DELETE
018000             PERFORM 2600-DELETE-ROW
018100         ELSE
018200             PERFORM 2300-CHECK-AGAINST-MASTER
018300             IF  DLR230-REJECT-TEXT = SPACES
018400                 PERFORM 2500-STORE-ROW
018500             END-IF
018600         END-IF
018700     END-IF.
018800     IF  DLR230-REJECT-TEXT NOT = SPACES
018900         PERFORM 2900-WRITE-REJECT
019000     END-IF.
019100     PERFORM 2100-READ-CARD.
019200 2000-EXIT.
019300     EXIT.
019400
019500 2100-READ-CARD.
019600     READ CONSIGN-CARDS
019700         AT END
019800             MOVE 'Y' TO DLR230-EOF-SW
019900     END-READ.
020000 2100-EXIT.
020100     EXIT.
020200
020300 2150-CHECK-DATE.
020400     MOVE 'N' TO DLR230-DATE-OK-SW.
020500     IF  DLR230-CHK-CCYY > 1900
020600     AND DLR230-CHK-MM > ZERO
020700     AND DLR230-CHK-MM < 13
020800     AND DLR230-CHK-DD > ZERO
020900     AND DLR230-CHK-DD < 32
021000         MOVE 'Y' TO DLR230-DATE-OK-SW
021100     END-IF.
021200 2150-EXIT.
021300     EXIT.
021400
021500*    THE START DATE MUST BE A DATE; THE END DATE MAY BE ZERO
021600*    FOR AN OPEN AGREEMENT, OTHERWISE IT MUST BE A DATE AFTER
021700*    THE START.
021800 2200-CHECK-AGREEMENT-CARD.
021900     MOVE 'N' TO DLR230-DATE-OK-SW.
022000     IF  CNC-START-DATE NUMERIC
022100         MOVE CNC-START-DATE-9 TO DLR230-CHECK-DATE
022200         PERFORM 2150-CHECK-DATE
022300     END-IF.
022400     EVALUATE TRUE
022500         WHEN CNC-SUP-ID NOT NUMERIC
022600         OR   CNC-SUP-ID-9 = ZERO
022700             MOVE 'SUPPLIER NOT VALID'
022800                 TO DLR230-REJECT-TEXT
022900         WHEN NOT DLR230-DATE-OK
023000             MOVE 'START DATE NOT A VALID DATE'
023100                 TO DLR230-REJECT-TEXT
023200         WHEN CNC-END-DATE NOT NUMERIC
023300             MOVE 'END DATE NOT A VALID DATE'
023400                 TO DLR230-REJECT-TEXT
023500         WHEN CNC-BASIS NOT = 'C'
023600         AND  CNC-BASIS NOT = 'R'
023700             MOVE 'BASIS NOT C OR R'
023800                 TO DLR230-REJECT-TEXT
023900         WHEN CNC-CYCLE NOT = 'W'
024000         AND  CNC-CYCLE NOT = 'M'
024100             MOVE 'CYCLE NOT W OR M'
024200                 TO DLR230-REJECT-TEXT
024300         WHEN CNC-UNIT-COST NOT NUMERIC
024400             MOVE 'UNIT COST NOT NUMERIC'
024500                 TO DLR230-REJECT-TEXT
024600         WHEN CNC-MARGIN-PCT NOT NUMERIC
024700             MOVE 'MARGIN PERCENT NOT NUMERIC'
024800                 TO DLR230-REJECT-TEXT
024900         WHEN CNC-BASIS = 'C'
025000         AND  CNC-UNIT-COST-9 = ZERO
025100             MOVE 'COST BASIS WITH NO UNIT COST'
025200                 TO DLR230-REJECT-TEXT
025300         WHEN CNC-BASIS = 'R'
025400         AND  CNC-MARGIN-PCT-9 = ZERO
025500             MOVE 'RETAIL BASIS WITH NO MARGIN'
025600                 TO DLR230-REJECT-TEXT
025700         WHEN OTHER
025800             CONTINUE
025900     END-EVALUATE.
026000     IF  DLR230-REJECT-TEXT = SPACES
026100     AND CNC-END-DATE-9 NOT = ZERO
026200         MOVE CNC-END-DATE-9 TO DLR230-CHECK-DATE
026300         PERFORM 2150-CHECK-DATE
026400         EVALUATE TRUE
026500             WHEN NOT DLR230-DATE-OK
026600                 MOVE 'END DATE NOT A VALID DATE'
026700                     TO DLR230-REJECT-TEXT
026800             WHEN CNC-END-DATE-9 NOT > CNC-START-DATE-9
026900                 MOVE 'END DATE NOT AFTER START'
027000                     TO DLR230-REJECT-TEXT
027100             WHEN OTHER
027200                 CONTINUE
027300         END-EVALUATE
027400     END-IF.
027500 2200-EXIT.
027600     EXIT.
027700
027800*    A KEYCODE IS ON CONSIGNMENT TO ONE VENDOR AT A TIME, AND A
027900*    PERIOD ALREADY PAID FOR CANNOT BE TAKEN BACK BY ENDING THE
028000*    AGREEMENT EARLIER.
028100 2300-CHECK-AGAINST-MASTER.
028200     IF  DLR230-FOUND
028300         EVALUATE TRUE
028400             WHEN DLCONSAG-SUP-ID NOT = CNC-SUP-ID-9
028500                 MOVE 'KEYCODE CONSIGNED TO ANOTHER VENDOR'
028600                     TO DLR230-REJECT-TEXT
028700             WHEN CNC-END-DATE-9 NOT = ZERO
028800             AND  CNC-END-DATE-9 < DLCONSAG-SETTLED-TO
028900                 MOVE 'END DATE BEFORE DATE SETTLED TO'
029000                     TO DLR230-REJECT-TEXT
029100             WHEN OTHER
029200                 CONTINUE
029300         END-EVALUATE
029400     END-IF.
029500 2300-EXIT.
029600     EXIT.
029700
029800 2400-READ-MASTER.
029900     READ CONSIGN-MASTER
030000         INVALID KEY
030100             MOVE 'N' TO DLR230-FOUND-SW
030200         NOT INVALID KEY
030300             MOVE 'Y' TO DLR230-FOUND-SW
030400     END-READ.
030500 2400-EXIT.
030600     EXIT.
030700
030800 2500-STORE-ROW.
030900     IF  NOT DLR230-FOUND
031000         MOVE SPACES              TO DLCONSAG-RECORD
031100         MOVE CNC-KEYCODE-NO      TO DLCONSAG-KEYCODE-NO
031200         MOVE ZERO                TO DLCONSAG-SETTLED-TO
031300         MOVE ZERO                TO DLCONSAG-LAST-SETTLE-DATE
031400     END-IF.
031500     MOVE CNC-SUP-ID-9        TO DLCONSAG-SUP-ID.
031600     MOVE CNC-BASIS           TO DLCONSAG-BASIS.
031700     MOVE CNC-UNIT-COST-9     TO DLCONSAG-UNIT-COST.
031800     MOVE CNC-MARGIN-PCT-9    TO DLCONSAG-MARGIN-PCT.
031900     MOVE CNC-CYCLE           TO DLCONSAG-CYCLE.
032000     MOVE CNC-START-DATE-9    TO DLCONSAG-START-DATE.
032100     MOVE CNC-END-DATE-9      TO DLCONSAG-END-DATE.
032200     MOVE CNC-DESCRIPTION     TO DLCONSAG-DESCRIPTION.
032300     MOVE DLR230-RUN-DATE     TO DLCONSAG-LAST-MAINT-DATE.
032400     IF  DLR230-FOUND
032500         REWRITE DLCONSAG-RECORD
032600             INVALID KEY
032700                 DISPLAY 'DLR230 DLCONSAG REWRITE FAILED '
032800                     DLCONSAG-KEYCODE-NO
032900         END-REWRITE
033000         ADD 1 TO DLR230-CHANGED
033100         MOVE 'AGREEMENT CHANGED' TO DLR230-A-ACTION
033200     ELSE
033300         WRITE DLCONSAG-RECORD
033400             INVALID KEY
033500                 DISPLAY 'DLR230 DLCONSAG WRITE FAILED '
033600                     DLCONSAG-KEYCODE-NO
033700         END-WRITE
033800         ADD 1 TO DLR230-ADDED
033900         MOVE 'AGREEMENT ADDED' TO DLR230-A-ACTION
034000     END-IF.
034100     PERFORM 2800-WRITE-ACTION.
034200 2500-EXIT.
034300     EXIT.
034400
034500*    AN AGREEMENT NEVER SETTLED MAY GO AT ANY TIME; ONE THAT HAS
034600*    BEEN SETTLED MUST FIRST BE ENDED AND SETTLED TO ITS END, OR
034700*    THE VENDOR'S LAST SALES WOULD NEVER BE PAID.
034800 2600-DELETE-ROW.
034900     EVALUATE TRUE
035000         WHEN NOT DLR230-FOUND
035100             MOVE 'DELETE FOR AGREEMENT NOT ON FILE'
035200                 TO DLR230-REJECT-TEXT
035300         WHEN DLCONSAG-SETTLED-TO NOT = ZERO
035400         AND  (DLCONSAG-END-DATE = ZERO
035500            OR DLCONSAG-SETTLED-TO < DLCONSAG-END-DATE)
035600             MOVE 'AGREEMENT NOT SETTLED TO ITS END'
035700                 TO DLR230-REJECT-TEXT
035800         WHEN OTHER
035900             DELETE CONSIGN-MASTER
036000                 INVALID KEY
036100                     DISPLAY 'DLR230 DLCONSAG DELETE FAILED '
036200                         DLCONSAG-KEYCODE-NO
036300             END-DELETE
036400             ADD 1 TO DLR230-DELETED
036500             MOVE 'AGREEMENT DELETED' TO DLR230-A-ACTION
036600             PERFORM 2800-WRITE-ACTION
036700     END-EVALUATE.
036800 2600-EXIT.
036900     EXIT.
037000
037100 2800-WRITE-ACTION.
037200     MOVE DLCONSAG-KEYCODE-NO     TO DLR230-A-KEYCODE-NO.
037300     MOVE DLCONSAG-SUP-ID         TO DLR230-A-SUP-ID.
037400     MOVE DLCONSAG-START-DATE     TO DLR230-A-START.
037500     MOVE DLCONSAG-END-DATE       TO DLR230-A-END.
037600     MOVE DLCONSAG-BASIS          TO DLR230-A-BASIS.
037700     MOVE DLCONSAG-UNIT-COST      TO DLR230-A-UNIT-COST.
037800     MOVE DLCONSAG-MARGIN-PCT     TO DLR230-A-MARGIN-PCT.
037900     MOVE DLCONSAG-CYCLE          TO DLR230-A-CYCLE.
038000     MOVE DLCONSAG-DESCRIPTION    TO DLR230-A-DESCRIPTION.
038100     WRITE CONSIGN-LINE FROM DLR230-ACTION-LINE.
038200 2800-EXIT.
038300     EXIT.
038400
038500 2900-WRITE-REJECT.
038600     ADD 1 TO DLR230-REJECTED.
038700     MOVE CONSIGN-CARD-REC    TO DLR230-R-CARD.
038800     MOVE DLR230-REJECT-TEXT  TO DLR230-R-TEXT.
038900     IF  DLR230-REJECTED = 1
039000         WRITE CONSIGN-LINE FROM DLR230-BLANK-LINE
039100         WRITE CONSIGN-LINE FROM DLR230-HEADING-2
039200     END-IF.
039300     WRITE CONSIGN-LINE FROM DLR230-REJECT-LINE.
039400 2900-EXIT.
039500     EXIT.
039600
039700 8000-PRINT-TOTALS.
039800     WRITE CONSIGN-LINE FROM DLR230-BLANK-LINE.
039900     MOVE 'CONSIGNMENT CARDS READ' TO DLR230-T-LABEL.
040000     MOVE DLR230-CARDS-READ TO DLR230-T-COUNT.
040100     WRITE CONSIGN-LINE FROM DLR230-TOTAL-LINE.
040200     MOVE 'AGREEMENTS ADDED' TO DLR230-T-LABEL.
040300     MOVE DLR230-ADDED TO DLR230-T-COUNT.
040400     WRITE CONSIGN-LINE FROM DLR230-TOTAL-LINE.
040500     MOVE 'AGREEMENTS CHANGED' TO DLR230-T-LABEL.
040600     MOVE DLR230-CHANGED TO DLR230-T-COUNT.
040700     WRITE CONSIGN-LINE FROM DLR230-TOTAL-LINE.
040800     MOVE 'AGREEMENTS DELETED' TO DLR230-T-LABEL.
040900     MOVE DLR230-DELETED TO DLR230-T-COUNT.
041000     WRITE CONSIGN-LINE FROM DLR230-TOTAL-LINE.
041100     MOVE 'REJECTED' TO DLR230-T-LABEL.
041200     MOVE DLR230-REJECTED TO DLR230-T-COUNT.
041300     WRITE CONSIGN-LINE FROM DLR230-TOTAL-LINE.
041400 8000-EXIT.
041500     EXIT.
041600
041700 9000-TERMINATE.
041800     DISPLAY 'DLR230 CARDS READ        = ' DLR230-CARDS-READ.
041900     DISPLAY 'DLR230 REJECTED          = ' DLR230-REJECTED.
042000     IF  DLR230-REJECTED > ZERO
042100         MOVE 4 TO RETURN-CODE
042200     END-IF.
042300     CLOSE CONSIGN-CARDS
042400           CONSIGN-MASTER
042500           CONSIGN-REPORT.
042600 9000-EXIT.
042700     EXIT.
