002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
002320*  02 | 15/10/26 | FOREIGN-CURRENCY STORES NOW  | R. GEALL       *
002340*     |          | SHOWN CONVERTED, WITH CCY    |                *
002360*     |          | AND TRADED VALUE             |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
005900         10  DLR048-FORM          PIC X(01).
006000         10  DLR048-TRANS-COUNT   PIC S9(07)   COMP-3.
006100         10  DLR048-SALE-AMOUNT   PIC S9(9)V99 COMP-3.
006110         10  DLR048-CCY           PIC X(03).
006120         10  DLR048-ORIG-AMOUNT   PIC S9(11)V99 COMP-3.
006130 01  DLR048-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
006140 01  DLFXCONV-AREA.
006150     COPY DLFXCONV.
006200 01  DLR048-HEADING-1.
006300     05  FILLER                   PIC X(46)  VALUE
006350         'DLR048 - STORE ACTIVITY (NUMERIC/ALPHA CODE)'.
006600     05  FILLER                   PIC X(08)  VALUE 'FORM    '.
006700     05  FILLER                   PIC X(10)  VALUE 'TXN CNT   '.
006800     05  FILLER                   PIC X(12)  VALUE 'SALE VALUE  '.
006830     05  FILLER                   PIC X(05)  VALUE 'CCY  '.
006860     05  FILLER                   PIC X(12)  VALUE 'TRADED VALUE'.
006900 01  DLR048-DETAIL-LINE.
007000     05  DLR048-D-KEY             PIC X(08).
007100     05  FILLER                   PIC X(02)  VALUE SPACES.
007400     05  DLR048-D-TRANS-COUNT     PIC ZZZZZZ9.
007500     05  FILLER                   PIC X(03)  VALUE SPACES.
007600     05  DLR048-D-SALE-AMOUNT     PIC ZZZZZZ9.99.
007610     05  FILLER                   PIC X(02)  VALUE SPACES.
007620     05  DLR048-D-CCY             PIC X(03).
007630     05  FILLER                   PIC X(02)  VALUE SPACES.
007640     05  DLR048-D-ORIG-AMOUNT     PIC ZZZZZZZZ9.99
007650                                             BLANK WHEN ZERO.
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE.
008600 1000-INITIALIZE.
008700     OPEN INPUT  DTAR107-FILE.
008800     OPEN OUTPUT STORACT-REPORT.
008830     MOVE 'O' TO DLFXCONV-FUNCTION.
008860     CALL 'DLR176' USING DLFXCONV-AREA.
008900     PERFORM 2100-READ-DTAR107.
009000 1000-EXIT.
009100     EXIT.
009200
009300 2000-PROCESS-RECORD.
009400     PERFORM 2050-DERIVE-STORE-KEY.
009450     PERFORM 2060-CONVERT-AMOUNT.
009500     PERFORM 2200-FIND-OR-ADD-ENTRY.
009600     ADD 1 TO DLR048-TRANS-COUNT (DLR048-IX).
009700     ADD DLFXCONV-LOCAL-AMT
009800         TO DLR048-SALE-AMOUNT (DLR048-IX).
009830     ADD DLFXCONV-SOURCE-AMT
009860         TO DLR048-ORIG-AMOUNT (DLR048-IX).
009900     PERFORM 2100-READ-DTAR107.
010000 2000-EXIT.
010100     EXIT.
011200     END-IF.
011300 2050-EXIT.
011400     EXIT.
011404
011408*    A STORE TRADING IN A FOREIGN CURRENCY IS SHOWN AT ITS LOCAL
011412*    EQUIVALENT, WITH THE CURRENCY AND THE VALUE AS TRADED.
011416 2060-CONVERT-AMOUNT.
011420     MOVE 'C' TO DLFXCONV-FUNCTION.
011424     IF  DLSTORID-FORM-SW = 'A'
011428         MOVE ZERO TO DLFXCONV-STORE-NO
011432         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
011436     ELSE
011440         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
011444         MOVE SPACES TO DLFXCONV-ALPHA-CODE
011448     END-IF.
011452     COMPUTE DLFXCONV-TRADE-DATE =
011456         DTAR107-TRANS-DATE + 20000000.
011460     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
011464     CALL 'DLR176' USING DLFXCONV-AREA.
011468     IF  DLFXCONV-NO-RATE
011472         ADD 1 TO DLR048-NO-RATE-COUNT
011476     END-IF.
011480 2060-EXIT.
011484     EXIT.
011500
011600 2100-READ-DTAR107.
011700     READ DTAR107-FILE
013010                     TO DLR048-FORM (DLR048-IX)
013200                 MOVE ZERO TO DLR048-TRANS-COUNT (DLR048-IX)
013300                 MOVE ZERO TO DLR048-SALE-AMOUNT (DLR048-IX)
013310                 MOVE DLFXCONV-CCY TO DLR048-CCY (DLR048-IX)
013320                 MOVE ZERO TO DLR048-ORIG-AMOUNT (DLR048-IX)
013350             END-IF
013400         WHEN DLR048-KEY (DLR048-IX) = DLSTORID-DISPLAY-KEY
013500             CONTINUE
015600     END-IF.
015700     MOVE DLR048-TRANS-COUNT (DLR048-IX)  TO DLR048-D-TRANS-COUNT.
015800     MOVE DLR048-SALE-AMOUNT (DLR048-IX)  TO DLR048-D-SALE-AMOUNT.
015810     MOVE DLR048-CCY (DLR048-IX)          TO DLR048-D-CCY.
015820     IF  DLR048-CCY (DLR048-IX) = SPACES
015830         MOVE ZERO TO DLR048-D-ORIG-AMOUNT
015840     ELSE
015850         MOVE DLR048-ORIG-AMOUNT (DLR048-IX)
015860             TO DLR048-D-ORIG-AMOUNT
015870     END-IF.
015900     WRITE STORACT-LINE FROM DLR048-DETAIL-LINE.
016000 4100-EXIT.
016100     EXIT.
016200
016300 9000-TERMINATE.
016310     IF  DLR048-NO-RATE-COUNT > ZERO
016320         DISPLAY 'DLR048 FOREIGN TXNS WITH NO DLFXRATE RATE = '
016330             DLR048-NO-RATE-COUNT
016340         MOVE 4 TO RETURN-CODE
016350     END-IF.
016400     CLOSE DTAR107-FILE
016500           STORACT-REPORT.
016600 9000-EXIT.
