000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR196.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR196 - DC DELIVERY RUN MASTER MAINTENANCE                  *
001000*                                                                *
001100*   APPLIES THE DESPATCH OFFICE'S RUN CARDS TO THE DLDLVRUN      *
001200*   MASTER. AN 'A' CARD ADDS OR REPLACES A RUN ROW (TYPE R -     *
001300*   NAME, TRAILERS PER DAY, AND THE WEIGHT AND CARTON CAPACITY   *
001400*   OF EACH TRAILER) OR A STORE ROW (TYPE S - THE RUN THAT       *
001500*   DELIVERS THE STORE AND ITS DROP SEQUENCE). A 'D' CARD        *
001600*   DELETES THE ROW. A CARD WITH A BAD ACTION OR TYPE, A RUN     *
001700*   WITH NO TRAILERS OR CAPACITY, A STORE NOT NUMERIC OR ON A    *
001800*   RUN NOT ON THE MASTER, OR A DELETE FOR A ROW NOT ON THE      *
001900*   MASTER IS REJECTED AND THE RUN ENDS WITH RETURN CODE 4.      *
002000*   DLR197 PLANS THE DAY'S TRAILER LOADS FROM IT.                *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RUN-CARDS         ASSIGN TO RUNCARD
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT RUN-MASTER        ASSIGN TO DLDLVRUN
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS RANDOM
003800                              RECORD KEY IS DLDLVRUN-KEY.
003900     SELECT RUN-REPORT        ASSIGN TO RUNRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  RUN-CARDS
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  RUN-CARD-REC.
004700     05  RNC-ACTION              PIC X(01).
004800         88  RNC-ADD-CHANGE             VALUE 'A'.
004900         88  RNC-DELETE                 VALUE 'D'.
005000     05  RNC-ROW-TYPE            PIC X(01).
005100         88  RNC-RUN-ROW                VALUE 'R'.
005200         88  RNC-STORE-ROW              VALUE 'S'.
005300     05  RNC-CODE                PIC X(04).
005400     05  RNC-CODE-9 REDEFINES RNC-CODE
005500                                 PIC 9(04).
005600     05  RNC-RUN-ID              PIC X(04).
005700     05  RNC-RUN-NAME            PIC X(20).
005800     05  RNC-TRAILERS            PIC X(02).
005900     05  RNC-TRAILERS-9 REDEFINES RNC-TRAILERS
006000                                 PIC 9(02).
006100     05  RNC-MAX-WEIGHT          PIC X(10).
006200     05  RNC-MAX-WEIGHT-9 REDEFINES RNC-MAX-WEIGHT
006300                                 PIC 9(07)V9(3).
006400     05  RNC-MAX-CARTONS         PIC X(05).
006500     05  RNC-MAX-CARTONS-9 REDEFINES RNC-MAX-CARTONS
006600                                 PIC 9(05).
006700     05  RNC-DROP-SEQ            PIC X(03).
006800     05  RNC-DROP-SEQ-9 REDEFINES RNC-DROP-SEQ
006900                                 PIC 9(03).
007000     05  FILLER                  PIC X(30).
007100 FD  RUN-MASTER
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLDLVRUN-RECORD.
007400     COPY DLDLVRUN.
007500 FD  RUN-REPORT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  RUN-LINE                    PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01  DLR196-SWITCHES.
008100     05  DLR196-EOF-SW            PIC X(01)  VALUE 'N'.
008200         88  DLR196-EOF                      VALUE 'Y'.
008300     05  DLR196-FOUND-SW          PIC X(01)  VALUE 'N'.
008400         88  DLR196-FOUND                    VALUE 'Y'.
008500 01  DLR196-RUN-DATE              PIC 9(08)  VALUE ZERO.
008600 01  DLR196-REJECT-TEXT           PIC X(36).
008700 01  DLR196-COUNTERS.
008800     05  DLR196-CARDS-READ        PIC 9(07)  VALUE ZERO.
008900     05  DLR196-ADDED             PIC 9(07)  VALUE ZERO.
009000     05  DLR196-CHANGED           PIC 9(07)  VALUE ZERO.
009100     05  DLR196-DELETED           PIC 9(07)  VALUE ZERO.
009200     05  DLR196-REJECTED          PIC 9(07)  VALUE ZERO.
009300 01  DLR196-HEADING-1.
009400     05  FILLER                   PIC X(53)  VALUE
009500         'DLR196 - DELIVERY RUN MASTER MAINTENANCE         RUN '.
009600     05  DLR196-H-RUN-DATE        PIC 9(08).
009700 01  DLR196-HEADING-2.
009800     05  FILLER                   PIC X(40)  VALUE
009900         'RUN CARDS REJECTED - NOT APPLIED'.
010000 01  DLR196-REJECT-LINE.
010100     05  DLR196-R-CARD            PIC X(50).
010200     05  FILLER                   PIC X(02)  VALUE SPACES.
010300     05  DLR196-R-TEXT            PIC X(36).
010400 01  DLR196-ACTION-LINE.
010500     05  DLR196-A-ACTION          PIC X(14).
010600     05  DLR196-A-ROW-TYPE        PIC X(01).
010700     05  FILLER                   PIC X(02)  VALUE SPACES.
010800     05  DLR196-A-CODE            PIC X(04).
010900     05  FILLER                   PIC X(07)  VALUE '  RUN  '.
011000     05  DLR196-A-RUN-ID          PIC X(04).
011100     05  FILLER                   PIC X(02)  VALUE SPACES.
011200     05  DLR196-A-RUN-NAME        PIC X(20).
011300     05  FILLER                   PIC X(12)  VALUE
011400         '  TRAILERS  '.
011500     05  DLR196-A-TRAILERS        PIC Z9.
011600     05  FILLER                   PIC X(06)  VALUE '  KG  '.
011700     05  DLR196-A-MAX-WEIGHT      PIC ZZZZZZ9.999.
011800     05  FILLER                   PIC X(11)  VALUE
011900         '  CARTONS  '.
012000     05  DLR196-A-MAX-CARTONS     PIC ZZZZ9.
012100     05  FILLER                   PIC X(08)  VALUE '  DROP  '.
012200     05  DLR196-A-DROP-SEQ        PIC ZZ9.
012300 01  DLR196-TOTAL-LINE.
012400     05  DLR196-T-LABEL           PIC X(40).
012500     05  DLR196-T-COUNT           PIC ZZZZZZZZ9.
012600 01  DLR196-BLANK-LINE            PIC X(01)  VALUE SPACE.
012700 PROCEDURE DIVISION.
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE.
013000     PERFORM 2000-APPLY-CARD
013100         UNTIL DLR196-EOF.
013200     PERFORM 8000-PRINT-TOTALS.
013300     PERFORM 9000-TERMINATE.
013400     STOP RUN.
013500
013600 1000-INITIALIZE.
013700     OPEN INPUT  RUN-CARDS.
013800     OPEN I-O    RUN-MASTER.
013900     OPEN OUTPUT RUN-REPORT.
014000     ACCEPT DLR196-RUN-DATE FROM DATE YYYYMMDD.
014100     MOVE DLR196-RUN-DATE TO DLR196-H-RUN-DATE.
014200     WRITE RUN-LINE FROM DLR196-HEADING-1.
014300     WRITE RUN-LINE FROM DLR196-BLANK-LINE.
014400     PERFORM 2100-READ-CARD.
014500 1000-EXIT.
014600     EXIT.
014700
014800 2000-APPLY-CARD.
014900     ADD 1 TO DLR196-CARDS-READ.
015000     MOVE SPACES TO DLR196-REJECT-TEXT.
015100     EVALUATE TRUE
015200         WHEN NOT RNC-ADD-CHANGE
015300         AND  NOT RNC-DELETE
015400             MOVE 'ACTION NOT A OR D'
015500                 TO DLR196-REJECT-TEXT
015600         WHEN RNC-RUN-ROW
015700             PERFORM 2200-CHECK-RUN-CARD
015800         WHEN RNC-STORE-ROW
015900             PERFORM 2300-CHECK-STORE-CARD
016000         WHEN OTHER
016100             MOVE 'ROW TYPE NOT R OR S'
016200                 TO DLR196-REJECT-TEXT
016300     END-EVALUATE.
016400     IF  DLR196-REJECT-TEXT = SPACES
016500         MOVE RNC-ROW-TYPE TO DLDLVRUN-ROW-TYPE
016600         MOVE RNC-CODE     TO DLDLVRUN-CODE
016700         PERFORM 2400-READ-MASTER
016800         IF  RNC-DELETE
016900             PERFORM 2600-DELETE-ROW
017000         ELSE
017100             PERFORM 2500-STORE-ROW
017200         END-IF
017300     END-IF.
017400     IF  DLR196-REJECT-TEXT NOT = SPACES
017500         PERFORM 2900-WRITE-REJECT
017600     END-IF.
017700     PERFORM 2100-READ-CARD.
017800 2000-EXIT.
017900     EXIT.
018000
018100 2100-READ-CARD.
018200     READ RUN-CARDS
018300         AT END
018400             MOVE 'Y' TO DLR196-EOF-SW
018500     END-READ.
018600 2100-EXIT.
018700     EXIT.
018800
018900 2200-CHECK-RUN-CARD.
019000     EVALUATE TRUE
019100         WHEN RNC-CODE = SPACES
019200             MOVE 'RUN ID MISSING'
019300                 TO DLR196-REJECT-TEXT
019400         WHEN RNC-DELETE
019500             CONTINUE
019600         WHEN RNC-TRAILERS NOT NUMERIC
019700         OR   RNC-TRAILERS-9 = ZERO
019800             MOVE 'TRAILERS PER DAY NOT VALID'
019900                 TO DLR196-REJECT-TEXT
020000         WHEN RNC-MAX-WEIGHT NOT NUMERIC
020100         OR   RNC-MAX-WEIGHT-9 = ZERO
020200             MOVE 'TRAILER WEIGHT CAPACITY NOT VALID'
020300                 TO DLR196-REJECT-TEXT
020400         WHEN RNC-MAX-CARTONS NOT NUMERIC
020500         OR   RNC-MAX-CARTONS-9 = ZERO
020600             MOVE 'TRAILER CARTON CAPACITY NOT VALID'
020700                 TO DLR196-REJECT-TEXT
020800         WHEN OTHER
020900             CONTINUE
021000     END-EVALUATE.
021100 2200-EXIT.
021200     EXIT.
021300
021400*    A STORE CAN ONLY BE PUT ON A RUN THAT IS ALREADY ON THE
021500*    MASTER - OTHERWISE DLR197 WOULD CARRY ITS STOCK OVER EVERY
021600*    DAY WITHOUT ANYONE BEING TOLD WHY.
021700 2300-CHECK-STORE-CARD.
021800     EVALUATE TRUE
021900         WHEN RNC-CODE NOT NUMERIC
022000         OR   RNC-CODE-9 = ZERO
022100             MOVE 'STORE NUMBER NOT VALID'
022200                 TO DLR196-REJECT-TEXT
022300         WHEN RNC-DELETE
022400             CONTINUE
022500         WHEN RNC-DROP-SEQ NOT NUMERIC
022600             MOVE 'DROP SEQUENCE NOT NUMERIC'
022700                 TO DLR196-REJECT-TEXT
022800         WHEN OTHER
022900             MOVE 'R'        TO DLDLVRUN-ROW-TYPE
023000             MOVE RNC-RUN-ID TO DLDLVRUN-CODE
023100             PERFORM 2400-READ-MASTER
023200             IF  NOT DLR196-FOUND
023300                 MOVE 'RUN NOT ON THE MASTER'
023400                     TO DLR196-REJECT-TEXT
023500             END-IF
023600     END-EVALUATE.
023700 2300-EXIT.
023800     EXIT.
023900
024000 2400-READ-MASTER.
024100     READ RUN-MASTER
024200         INVALID KEY
024300             MOVE 'N' TO DLR196-FOUND-SW
024400         NOT INVALID KEY
024500             MOVE 'Y' TO DLR196-FOUND-SW
024600     END-READ.
024700 2400-EXIT.
024800     EXIT.
024900
025000 2500-STORE-ROW.
025100     MOVE RNC-ROW-TYPE        TO DLDLVRUN-ROW-TYPE.
025200     MOVE RNC-CODE            TO DLDLVRUN-CODE.
025300     IF  RNC-RUN-ROW
025400         MOVE RNC-CODE            TO DLDLVRUN-RUN-ID
025500         MOVE RNC-RUN-NAME        TO DLDLVRUN-RUN-NAME
025600         MOVE RNC-TRAILERS-9      TO DLDLVRUN-TRAILERS
025700         MOVE RNC-MAX-WEIGHT-9    TO DLDLVRUN-MAX-WEIGHT
025800         MOVE RNC-MAX-CARTONS-9   TO DLDLVRUN-MAX-CARTONS
025900         MOVE ZERO                TO DLDLVRUN-DROP-SEQ
026000     ELSE
026100         MOVE RNC-RUN-ID          TO DLDLVRUN-RUN-ID
026200         MOVE SPACES              TO DLDLVRUN-RUN-NAME
026300         MOVE ZERO                TO DLDLVRUN-TRAILERS
026400         MOVE ZERO                TO DLDLVRUN-MAX-WEIGHT
026500         MOVE ZERO                TO DLDLVRUN-MAX-CARTONS
026600         MOVE RNC-DROP-SEQ-9      TO DLDLVRUN-DROP-SEQ
026700     END-IF.
026800     MOVE DLR196-RUN-DATE     TO DLDLVRUN-LAST-MAINT-DATE.
026900     IF  DLR196-FOUND
027000         REWRITE DLDLVRUN-RECORD
027100             INVALID KEY
027200                 DISPLAY 'DLR196 DLDLVRUN REWRITE FAILED '
027300                     DLDLVRUN-KEY
027400         END-REWRITE
027500         ADD 1 TO DLR196-CHANGED
027600         MOVE 'ROW CHANGED' TO DLR196-A-ACTION
027700     ELSE
027800         WRITE DLDLVRUN-RECORD
027900             INVALID KEY
028000                 DISPLAY 'DLR196 DLDLVRUN WRITE FAILED '
028100                     DLDLVRUN-KEY
028200         END-WRITE
028300         ADD 1 TO DLR196-ADDED
028400         MOVE 'ROW ADDED' TO DLR196-A-ACTION
028500     END-IF.
028600     PERFORM 2800-WRITE-ACTION.
028700 2500-EXIT.
028800     EXIT.
028900
029000 2600-DELETE-ROW.
029100     IF  NOT DLR196-FOUND
029200         MOVE 'DELETE FOR ROW NOT ON MASTER'
029300             TO DLR196-REJECT-TEXT
029400     ELSE
029500         DELETE RUN-MASTER
029600             INVALID KEY
029700                 DISPLAY 'DLR196 DLDLVRUN DELETE FAILED '
029800                     DLDLVRUN-KEY
029900         END-DELETE
030000         ADD 1 TO DLR196-DELETED
030100         MOVE 'ROW DELETED' TO DLR196-A-ACTION
030200         PERFORM 2800-WRITE-ACTION
030300     END-IF.
030400 2600-EXIT.
030500     EXIT.
030600
030700 2800-WRITE-ACTION.
030800     MOVE DLDLVRUN-ROW-TYPE      TO DLR196-A-ROW-TYPE.
030900     MOVE DLDLVRUN-CODE          TO DLR196-A-CODE.
031000     MOVE DLDLVRUN-RUN-ID        TO DLR196-A-RUN-ID.
031100     MOVE DLDLVRUN-RUN-NAME      TO DLR196-A-RUN-NAME.
031200     MOVE DLDLVRUN-TRAILERS      TO DLR196-A-TRAILERS.
031300     MOVE DLDLVRUN-MAX-WEIGHT    TO DLR196-A-MAX-WEIGHT.
031400     MOVE DLDLVRUN-MAX-CARTONS   TO DLR196-A-MAX-CARTONS.
031500     MOVE DLDLVRUN-DROP-SEQ      TO DLR196-A-DROP-SEQ.
031600     WRITE RUN-LINE FROM DLR196-ACTION-LINE.
031700 2800-EXIT.
031800     EXIT.
031900
032000 2900-WRITE-REJECT.
032100     ADD 1 TO DLR196-REJECTED.
032200     MOVE RUN-CARD-REC        TO DLR196-R-CARD.
032300     MOVE DLR196-REJECT-TEXT  TO DLR196-R-TEXT.
032400     IF  DLR196-REJECTED = 1
032500         WRITE RUN-LINE FROM DLR196-BLANK-LINE
032600         WRITE RUN-LINE FROM DLR196-HEADING-2
032700     END-IF.
032800     WRITE RUN-LINE FROM DLR196-REJECT-LINE.
032900 2900-EXIT.
033000     EXIT.
033100
033200 8000-PRINT-TOTALS.
033300     WRITE RUN-LINE FROM DLR196-BLANK-LINE.
033400     MOVE 'RUN CARDS READ' TO DLR196-T-LABEL.
033500     MOVE DLR196-CARDS-READ TO DLR196-T-COUNT.
033600     WRITE RUN-LINE FROM DLR196-TOTAL-LINE.
033700     MOVE 'ROWS ADDED' TO DLR196-T-LABEL.
033800     MOVE DLR196-ADDED TO DLR196-T-COUNT.
033900     WRITE RUN-LINE FROM DLR196-TOTAL-LINE.
034000     MOVE 'ROWS CHANGED' TO DLR196-T-LABEL.
034100     MOVE DLR196-CHANGED TO DLR196-T-COUNT.
034200     WRITE RUN-LINE FROM DLR196-TOTAL-LINE.
034300     MOVE 'ROWS DELETED' TO DLR196-T-LABEL.
034400     MOVE DLR196-DELETED TO DLR196-T-COUNT.
034500     WRITE RUN-LINE FROM DLR196-TOTAL-LINE.
034600     MOVE 'REJECTED' TO DLR196-T-LABEL.
034700     MOVE DLR196-REJECTED TO DLR196-T-COUNT.
034800     WRITE RUN-LINE FROM DLR196-TOTAL-LINE.
034900 8000-EXIT.
035000     EXIT.
035100
035200 9000-TERMINATE.
035300     DISPLAY 'DLR196 CARDS READ        = ' DLR196-CARDS-READ.
035400     DISPLAY 'DLR196 REJECTED          = ' DLR196-REJECTED.
035500     IF  DLR196-REJECTED > ZERO
035600         MOVE 4 TO RETURN-CODE
035700     END-IF.
035800     CLOSE RUN-CARDS
035900           RUN-MASTER
036000           RUN-REPORT.
036100 9000-EXIT.
036200     EXIT.
