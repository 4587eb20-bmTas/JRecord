001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002110*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002120*     |          | CONVERTED THROUGH DLR176     |                *
002130*     |          | BEFORE THEY ARE ACCUMULATED  |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
010600     05  DLR104-D-LIFT-QTY        PIC -ZZZZZZZZ9.
010700     05  FILLER                   PIC X(02)  VALUE SPACES.
010800     05  DLR104-D-LIFT-PCT        PIC -ZZZZ9.99.
010810 01  DLR104-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
010820 01  DLFXCONV-AREA.
010830     COPY DLFXCONV.
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE.
012100     OPEN INPUT  PROMO-CAL-FILE.
012200     OPEN INPUT  TREND-FILE.
012300     OPEN OUTPUT LIFT-REPORT.
012350     MOVE 'O' TO DLFXCONV-FUNCTION.
012360     CALL 'DLR176' USING DLFXCONV-AREA.
012400     PERFORM 1100-LOAD-PROMO-CAL.
012500     PERFORM 2100-READ-DTAR020.
012600 1000-EXIT.
017000          AND DLR104-P-END (DLR104-PROM-IX) >= DTAR020-DATE
017100             ADD DTAR020-QTY-SOLD
017200                 TO DLR104-P-PROMO-QTY (DLR104-PROM-IX)
017250             PERFORM 2050-CONVERT-SALE
017300             ADD DLFXCONV-LOCAL-AMT
017400                 TO DLR104-P-PROMO-SALES (DLR104-PROM-IX)
017500     END-SEARCH.
017600     PERFORM 2100-READ-DTAR020.
017700 2000-EXIT.
017800     EXIT.
017900
017904*    A FOREIGN-CURRENCY STORE'S PROMOTED SALE IS TAKEN AT ITS
017908*    LOCAL EQUIVALENT SO EVERY PROMOTION TOTALS IN ONE CURRENCY.
017912 2050-CONVERT-SALE.
017916     MOVE 'C' TO DLFXCONV-FUNCTION.
017920     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
017924     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
017928     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
017932     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
017936     CALL 'DLR176' USING DLFXCONV-AREA.
017940     IF  DLFXCONV-NO-RATE
017944         ADD 1 TO DLR104-NO-RATE-COUNT
017948     END-IF.
017952 2050-EXIT.
017956     EXIT.
017960
018000 2100-READ-DTAR020.
018100     READ DTAR020-FILE
018200         AT END
025200 9000-TERMINATE.
025300     DISPLAY 'DLR104 RECORDS READ     = ' DLR104-RECS-READ.
025400     DISPLAY 'DLR104 PROMOTIONS       = ' DLR104-PROM-COUNT.
025410     IF  DLR104-NO-RATE-COUNT > ZERO
025420         DISPLAY 'DLR104 FOREIGN SALES WITH NO DLFXRATE RATE = '
025430             DLR104-NO-RATE-COUNT
025440         MOVE 4 TO RETURN-CODE
025450     END-IF.
025500     CLOSE DTAR020-FILE
025600           TREND-FILE
025700           LIFT-REPORT.
