000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR191.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR191 - MINIMUM RECEIPT SHELF-LIFE MASTER MAINTENANCE       *
001000*                                                                *
001100*   APPLIES THE QUALITY TEAM'S SHELF-LIFE CARDS TO THE DLSHLFMF  *
001200*   MASTER. AN 'A' CARD ADDS OR REPLACES THE MINIMUM DAYS OF     *
001300*   LIFE FOR A DEPARTMENT (LEVEL D) OR A KEYCODE (LEVEL K, WITH  *
001400*   ITS DEPARTMENT; ZERO DAYS TAKES THE DEPARTMENT MINIMUM).     *
001500*   A 'D' CARD DELETES THE ROW. A CARD WITH A BAD ACTION OR      *
001600*   LEVEL, A KEYCODE OR DEPARTMENT NOT NUMERIC, DAYS NOT         *
001700*   NUMERIC, A DEPARTMENT WITH NO DAYS, OR A DELETE FOR A ROW    *
001800*   NOT ON THE MASTER IS REJECTED AND THE RUN ENDS WITH RETURN   *
001900*   CODE 4. DLR192 CHECKS THE ASN USE-BY DATES AGAINST IT.       *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SHELF-CARDS       ASSIGN TO SHLFCARD
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT SHELF-LIFE-MASTER ASSIGN TO DLSHLFMF
003500                              ORGANIZATION IS INDEXED
003600                              ACCESS MODE IS RANDOM
003700                              RECORD KEY IS DLSHLFMF-KEY.
003800     SELECT SHELF-REPORT      ASSIGN TO SHLFRPT
003900                              ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SHELF-CARDS
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  SHELF-CARD-REC.
004600     05  SLC-ACTION              PIC X(01).
004700         88  SLC-ADD-CHANGE             VALUE 'A'.
004800         88  SLC-DELETE                 VALUE 'D'.
004900     05  SLC-LEVEL               PIC X(01).
005000         88  SLC-KEYCODE-LEVEL          VALUE 'K'.
005100         88  SLC-DEPT-LEVEL             VALUE 'D'.
005200     05  SLC-KEYCODE-NO          PIC X(08).
005300     05  SLC-DEPT-NO             PIC X(03).
005400     05  SLC-DEPT-NO-9 REDEFINES SLC-DEPT-NO
005500                                 PIC 9(03).
005600     05  SLC-MIN-LIFE-DAYS       PIC X(03).
005700     05  SLC-MIN-LIFE-DAYS-9 REDEFINES SLC-MIN-LIFE-DAYS
005800                                 PIC 9(03).
005900     05  FILLER                  PIC X(64).
006000 FD  SHELF-LIFE-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLSHLFMF-RECORD.
006300     COPY DLSHLFMF.
006400 FD  SHELF-REPORT
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  SHELF-LINE                  PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 01  DLR191-SWITCHES.
007000     05  DLR191-EOF-SW            PIC X(01)  VALUE 'N'.
007100         88  DLR191-EOF                      VALUE 'Y'.
007200     05  DLR191-FOUND-SW          PIC X(01)  VALUE 'N'.
007300         88  DLR191-FOUND                    VALUE 'Y'.
007400 01  DLR191-RUN-DATE              PIC 9(08)  VALUE ZERO.
007500 01  DLR191-REJECT-TEXT           PIC X(36).
007600 01  DLR191-COUNTERS.
007700     05  DLR191-CARDS-READ        PIC 9(07)  VALUE ZERO.
007800     05  DLR191-ADDED             PIC 9(07)  VALUE ZERO.
007900     05  DLR191-CHANGED           PIC 9(07)  VALUE ZERO.
008000     05  DLR191-DELETED           PIC 9(07)  VALUE ZERO.
008100     05  DLR191-REJECTED          PIC 9(07)  VALUE ZERO.
008200 01  DLR191-HEADING-1.
008300     05  FILLER                   PIC X(53)  VALUE
008400         'DLR191 - SHELF-LIFE MASTER MAINTENANCE           RUN '.
008500     05  DLR191-H-RUN-DATE        PIC 9(08).
008600 01  DLR191-HEADING-2.
008700     05  FILLER                   PIC X(40)  VALUE
008800         'SHELF-LIFE CARDS REJECTED - NOT APPLIED'.
008900 01  DLR191-REJECT-LINE.
009000     05  DLR191-R-CARD            PIC X(16).
009100     05  FILLER                   PIC X(02)  VALUE SPACES.
009200     05  DLR191-R-TEXT            PIC X(36).
009300 01  DLR191-ACTION-LINE.
009400     05  DLR191-A-ACTION          PIC X(18).
009500     05  DLR191-A-LEVEL           PIC X(01).
009600     05  FILLER                   PIC X(02)  VALUE SPACES.
009700     05  DLR191-A-CODE            PIC X(08).
009800     05  FILLER                   PIC X(08)  VALUE '  DEPT  '.
009900     05  DLR191-A-DEPT            PIC 9(03).
010000     05  FILLER                   PIC X(12)  VALUE
010100         '  MIN DAYS  '.
010200     05  DLR191-A-DAYS            PIC ZZ9.
010300 01  DLR191-TOTAL-LINE.
010400     05  DLR191-T-LABEL           PIC X(40).
010500     05  DLR191-T-COUNT           PIC ZZZZZZZZ9.
010600 01  DLR191-BLANK-LINE            PIC X(01)  VALUE SPACE.
010700 PROCEDURE DIVISION.
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE.
011000     PERFORM 2000-APPLY-CARD
011100         UNTIL DLR191-EOF.
011200     PERFORM 8000-PRINT-TOTALS.
011300     PERFORM 9000-TERMINATE.
011400     STOP RUN.
011500
011600 1000-INITIALIZE.
011700     OPEN INPUT  SHELF-CARDS.
011800     OPEN I-O    SHELF-LIFE-MASTER.
011900     OPEN OUTPUT SHELF-REPORT.
012000     ACCEPT DLR191-RUN-DATE FROM DATE YYYYMMDD.
012100     MOVE DLR191-RUN-DATE TO DLR191-H-RUN-DATE.
012200     WRITE SHELF-LINE FROM DLR191-HEADING-1.
012300     WRITE SHELF-LINE FROM DLR191-BLANK-LINE.
012400     PERFORM 2100-READ-CARD.
012500 1000-EXIT.
012600     EXIT.
012700
012800 2000-APPLY-CARD.
012900     ADD 1 TO DLR191-CARDS-READ.
013000     MOVE SPACES TO DLR191-REJECT-TEXT.
013100     EVALUATE TRUE
013200         WHEN NOT SLC-ADD-CHANGE
013300         AND  NOT SLC-DELETE
013400             MOVE 'ACTION NOT A OR D'
013500                 TO DLR191-REJECT-TEXT
013600         WHEN SLC-KEYCODE-LEVEL
013700             PERFORM 2200-CHECK-KEYCODE-CARD
013800         WHEN SLC-DEPT-LEVEL
013900             PERFORM 2300-CHECK-DEPT-CARD
014000         WHEN OTHER
014100             MOVE 'LEVEL NOT K OR D'
014200                 TO DLR191-REJECT-TEXT
014300     END-EVALUATE.
014400     IF  DLR191-REJECT-TEXT = SPACES
014500         PERFORM 2400-READ-MASTER
014600         IF  SLC-DELETE
014700             PERFORM 2600-DELETE-ROW
014800         ELSE
014900             PERFORM 2500-STORE-ROW
015000         END-IF
015100     END-IF.
015200     IF  DLR191-REJECT-TEXT NOT = SPACES
015300         PERFORM 2900-WRITE-REJECT
015400     END-IF.
015500     PERFORM 2100-READ-CARD.
015600 2000-EXIT.
015700     EXIT.
015800
015900 2100-READ-CARD.
016000     READ SHELF-CARDS
016100         AT END
016200             MOVE 'Y' TO DLR191-EOF-SW
016300     END-READ.
016400 2100-EXIT.
016500     EXIT.
016600
016700*    A KEYCODE ROW MUST NAME ITS DEPARTMENT SO THAT A ZERO-DAY
016800*    ROW CAN FALL BACK TO THE DEPARTMENT MINIMUM.
016900 2200-CHECK-KEYCODE-CARD.
017000     EVALUATE TRUE
017100         WHEN SLC-KEYCODE-NO NOT NUMERIC
017200         OR   SLC-KEYCODE-NO = ZERO
017300             MOVE 'KEYCODE NOT VALID'
017400                 TO DLR191-REJECT-TEXT
017500         WHEN SLC-DELETE
017600             CONTINUE
017700         WHEN SLC-DEPT-NO NOT NUMERIC
017800         OR   SLC-DEPT-NO-9 = ZERO
017900             MOVE 'DEPARTMENT NOT VALID'
018000                 TO DLR191-REJECT-TEXT
018100         WHEN SLC-MIN-LIFE-DAYS NOT NUMERIC
018200             MOVE 'MINIMUM DAYS NOT NUMERIC'
018300                 TO DLR191-REJECT-TEXT
018400         WHEN OTHER
018500             CONTINUE
018600     END-EVALUATE.
018700     MOVE 'K'            TO DLSHLFMF-LEVEL.
018800     MOVE SLC-KEYCODE-NO TO DLSHLFMF-CODE.
018900 2200-EXIT.
019000     EXIT.
019100
019200 2300-CHECK-DEPT-CARD.
019300     EVALUATE TRUE
019400         WHEN SLC-DEPT-NO NOT NUMERIC
019500         OR   SLC-DEPT-NO-9 = ZERO
019600             MOVE 'DEPARTMENT NOT VALID'
019700                 TO DLR191-REJECT-TEXT
019800         WHEN SLC-DELETE
019900             CONTINUE
020000         WHEN SLC-MIN-LIFE-DAYS NOT NUMERIC
020100         OR   SLC-MIN-LIFE-DAYS-9 = ZERO
020200             MOVE 'DEPARTMENT MINIMUM DAYS MISSING'
020300                 TO DLR191-REJECT-TEXT
020400         WHEN OTHER
020500             CONTINUE
020600     END-EVALUATE.
020700     MOVE 'D'            TO DLSHLFMF-LEVEL.
020800     MOVE SPACES         TO DLSHLFMF-CODE.
020900     MOVE SLC-DEPT-NO    TO DLSHLFMF-CODE.
021000 2300-EXIT.
021100     EXIT.
021200
021300 2400-READ-MASTER.
021400     READ SHELF-LIFE-MASTER
021500         INVALID KEY
021600             MOVE 'N' TO DLR191-FOUND-SW
021700         NOT INVALID KEY
021800             MOVE 'Y' TO DLR191-FOUND-SW
021900     END-READ.
022000 2400-EXIT.
022100     EXIT.
022200
022300 2500-STORE-ROW.
022400     MOVE SLC-DEPT-NO-9       TO DLSHLFMF-DEPT-NO.
022500     MOVE SLC-MIN-LIFE-DAYS-9 TO DLSHLFMF-MIN-LIFE-DAYS.
022600     MOVE DLR191-RUN-DATE     TO DLSHLFMF-LAST-MAINT-DATE.
022700     IF  DLR191-FOUND
022800         REWRITE DLSHLFMF-RECORD
022900             INVALID KEY
023000                 DISPLAY 'DLR191 DLSHLFMF REWRITE FAILED '
023100                     DLSHLFMF-KEY
023200         END-REWRITE
023300         ADD 1 TO DLR191-CHANGED
023400         MOVE 'MINIMUM CHANGED' TO DLR191-A-ACTION
023500     ELSE
023600         WRITE DLSHLFMF-RECORD
023700             INVALID KEY
023800                 DISPLAY 'DLR191 DLSHLFMF WRITE FAILED '
023900                     DLSHLFMF-KEY
024000         END-WRITE
024100         ADD 1 TO DLR191-ADDED
024200         MOVE 'MINIMUM ADDED' TO DLR191-A-ACTION
024300     END-IF.
024400     PERFORM 2800-WRITE-ACTION.
024500 2500-EXIT.
024600     EXIT.
024700
024800 2600-DELETE-ROW.
024900     IF  NOT DLR191-FOUND
025000         MOVE 'DELETE FOR ROW NOT ON MASTER'
025100             TO DLR191-REJECT-TEXT
025200     ELSE
025300         DELETE SHELF-LIFE-MASTER
025400             INVALID KEY
025500                 DISPLAY 'DLR191 DLSHLFMF DELETE FAILED '
025600                     DLSHLFMF-KEY
025700         END-DELETE
025800         ADD 1 TO DLR191-DELETED
025900         MOVE 'MINIMUM DELETED' TO DLR191-A-ACTION
026000         PERFORM 2800-WRITE-ACTION
026100     END-IF.
026200 2600-EXIT.
026300     EXIT.
026400
026500 2800-WRITE-ACTION.
026600     MOVE DLSHLFMF-LEVEL         TO DLR191-A-LEVEL.
026700     MOVE DLSHLFMF-CODE          TO DLR191-A-CODE.
026800     MOVE DLSHLFMF-DEPT-NO       TO DLR191-A-DEPT.
026900     MOVE DLSHLFMF-MIN-LIFE-DAYS TO DLR191-A-DAYS.
027000     WRITE SHELF-LINE FROM DLR191-ACTION-LINE.
027100 2800-EXIT.
027200     EXIT.
027300
027400 2900-WRITE-REJECT.
027500     ADD 1 TO DLR191-REJECTED.
027600     MOVE SHELF-CARD-REC      TO DLR191-R-CARD.
027700     MOVE DLR191-REJECT-TEXT  TO DLR191-R-TEXT.
027800     IF  DLR191-REJECTED = 1
027900         WRITE SHELF-LINE FROM DLR191-BLANK-LINE
028000         WRITE SHELF-LINE FROM DLR191-HEADING-2
028100     END-IF.
028200     WRITE SHELF-LINE FROM DLR191-REJECT-LINE.
028300 2900-EXIT.
028400     EXIT.
028500
028600 8000-PRINT-TOTALS.
028700     WRITE SHELF-LINE FROM DLR191-BLANK-LINE.
028800     MOVE 'SHELF-LIFE CARDS READ' TO DLR191-T-LABEL.
028900     MOVE DLR191-CARDS-READ TO DLR191-T-COUNT.
029000     WRITE SHELF-LINE FROM DLR191-TOTAL-LINE.
029100     MOVE 'MINIMUMS ADDED' TO DLR191-T-LABEL.
029200     MOVE DLR191-ADDED TO DLR191-T-COUNT.
029300     WRITE SHELF-LINE FROM DLR191-TOTAL-LINE.
029400     MOVE 'MINIMUMS CHANGED' TO DLR191-T-LABEL.
029500     MOVE DLR191-CHANGED TO DLR191-T-COUNT.
029600     WRITE SHELF-LINE FROM DLR191-TOTAL-LINE.
029700     MOVE 'MINIMUMS DELETED' TO DLR191-T-LABEL.
029800     MOVE DLR191-DELETED TO DLR191-T-COUNT.
029900     WRITE SHELF-LINE FROM DLR191-TOTAL-LINE.
030000     MOVE 'REJECTED' TO DLR191-T-LABEL.
030100     MOVE DLR191-REJECTED TO DLR191-T-COUNT.
030200     WRITE SHELF-LINE FROM DLR191-TOTAL-LINE.
030300 8000-EXIT.
030400     EXIT.
030500
030600 9000-TERMINATE.
030700     DISPLAY 'DLR191 CARDS READ        = ' DLR191-CARDS-READ.
030800     DISPLAY 'DLR191 REJECTED          = ' DLR191-REJECTED.
030900     IF  DLR191-REJECTED > ZERO
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031200     CLOSE SHELF-CARDS
031300           SHELF-LIFE-MASTER
031400           SHELF-REPORT.
031500 9000-EXIT.
031600     EXIT.
