001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002110*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002120*     |          | CONVERTED THROUGH DLR176     |                *
002130*     |          | BEFORE THEY ARE RANKED       |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
009600     05  DLR054-GROUP-DEPT        PIC S9(03)   COMP-3.
009700     05  DLR054-DEPT-TAKE         PIC S9(11)V99 COMP-3.
009800     05  DLR054-SHARE-PCT         PIC S9(03)V99.
009810 01  DLR054-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
009820 01  DLFXCONV-AREA.
009830     COPY DLFXCONV.
009900 01  DLR054-HEADING-1.
010000     05  FILLER                   PIC X(44)  VALUE
010100         'DLR054 - TOP 50 KEYCODE SALES LEAGUE TABLE'.
013800 1000-INITIALIZE.
013900     OPEN INPUT  DTAR020-FILE.
014000     OPEN OUTPUT LEAGUE-REPORT.
014050     MOVE 'O' TO DLFXCONV-FUNCTION.
014060     CALL 'DLR176' USING DLFXCONV-AREA.
014100     WRITE LEAGUE-LINE FROM DLR054-HEADING-1.
014200     PERFORM 2100-READ-DTAR020.
014300 1000-EXIT.
014400     EXIT.
014500
014600 2000-ACCUMULATE-EXTRACT.
014650     PERFORM 2050-CONVERT-SALE.
014700     PERFORM 2200-POST-DETAIL.
014800     PERFORM 2300-POST-DEPT-TAKE.
014900     PERFORM 2400-NOTE-STORE.
015100 2000-EXIT.
015200     EXIT.
015300
015305*    A FOREIGN-CURRENCY STORE'S SALE IS RANKED AT ITS LOCAL
015310*    EQUIVALENT SO THE CHAIN-WIDE AND DEPARTMENT TABLES AND SHARES
015315*    ARE ALL IN ONE CURRENCY.
015320 2050-CONVERT-SALE.
015325     MOVE 'C' TO DLFXCONV-FUNCTION.
015330     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
015335     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
015340     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
015345     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
015350     CALL 'DLR176' USING DLFXCONV-AREA.
015355     IF  DLFXCONV-NO-RATE
015360         ADD 1 TO DLR054-NO-RATE-COUNT
015365     END-IF.
015370 2050-EXIT.
015375     EXIT.
015380
015400 2100-READ-DTAR020.
015500     READ DTAR020-FILE
015600         AT END
017400                     TO DLR054-E-KEYCODE (DLR054-DX)
017500                 MOVE DTAR020-QTY-SOLD
017600                     TO DLR054-E-QTY (DLR054-DX)
017700                 MOVE DLFXCONV-LOCAL-AMT
017800                     TO DLR054-E-AMT (DLR054-DX)
017900             END-IF
018000         WHEN DLR054-E-STORE-NO (DLR054-DX) = DTAR020-STORE-NO
018200          AND DLR054-E-KEYCODE (DLR054-DX) = DTAR020-KEYCODE-NO
018300             ADD DTAR020-QTY-SOLD
018400                 TO DLR054-E-QTY (DLR054-DX)
018500             ADD DLFXCONV-LOCAL-AMT
018600                 TO DLR054-E-AMT (DLR054-DX)
018700     END-SEARCH.
018800 2200-EXIT.
019700                 SET DLR054-PX TO DLR054-DEPT-COUNT
019800                 MOVE DTAR020-DEPT-NO
019900                     TO DLR054-P-DEPT-NO (DLR054-PX)
020000                 MOVE DLFXCONV-LOCAL-AMT
020100                     TO DLR054-P-AMT (DLR054-PX)
020200             END-IF
020300         WHEN DLR054-P-DEPT-NO (DLR054-PX) = DTAR020-DEPT-NO
020400             ADD DLFXCONV-LOCAL-AMT
020500                 TO DLR054-P-AMT (DLR054-PX)
020600     END-SEARCH.
020700 2300-EXIT.
041400     EXIT.
041500
041600 9000-TERMINATE.
041610     IF  DLR054-NO-RATE-COUNT > ZERO
041620         DISPLAY 'DLR054 FOREIGN SALES WITH NO DLFXRATE RATE = '
041630             DLR054-NO-RATE-COUNT
041640         MOVE 4 TO RETURN-CODE
041650     END-IF.
041700     CLOSE DTAR020-FILE
041800           LEAGUE-REPORT.
041900 9000-EXIT.
