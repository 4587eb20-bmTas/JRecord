001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
001810*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
001820*     |          | CONVERTED THROUGH DLR176     |                *
001830*     |          | BEFORE THEY ARE TRENDED      |                *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
007800     05  DLR001-D-QTY-MOVE        PIC -ZZZZZZZ9.
007900     05  FILLER                   PIC X(03)  VALUE SPACES.
008000     05  DLR001-D-PRICE-MOVE      PIC -ZZZZZZ9.99.
008010 01  DLR001-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
008020 01  DLFXCONV-AREA.
008030     COPY DLFXCONV.
008200 PROCEDURE DIVISION.
008300 0000-MAINLINE.
008400     PERFORM 1000-INITIALIZE.
009200     OPEN INPUT  DTAR020-FILE.
009300     OPEN I-O    TREND-MASTER.
009400     OPEN OUTPUT TREND-REPORT.
009450     MOVE 'O' TO DLFXCONV-FUNCTION.
009460     CALL 'DLR176' USING DLFXCONV-AREA.
009500     PERFORM 2100-READ-DTAR020.
009600 1000-EXIT.
009700     EXIT.
009800
009900 2000-PROCESS-RECORD.
009950     PERFORM 2050-CONVERT-SALE.
010000     MOVE DTAR020-KEYCODE-NO TO DLTREND-KEYCODE-NO.
010100     MOVE DTAR020-STORE-NO   TO DLTREND-STORE-NO.
010200     MOVE DTAR020-DEPT-NO    TO DLTREND-DEPT-NO.
011100         MOVE DLTREND-CURR-QTY-SOLD   TO DLTREND-PRIOR-QTY-SOLD
011200         MOVE DLTREND-CURR-SALE-PRICE TO DLTREND-PRIOR-SALE-PRICE
011300         ADD DTAR020-QTY-SOLD    TO DLTREND-CURR-QTY-SOLD
011400         ADD DLFXCONV-LOCAL-AMT  TO DLTREND-CURR-SALE-PRICE
011500         ADD 1                   TO DLTREND-RUN-COUNT
011600         MOVE DTAR020-DATE       TO DLTREND-LAST-RUN-DATE
011700         REWRITE DLTREND-RECORD
011800     ELSE
011900     IF  DLR001-FOUND
012000         ADD DTAR020-QTY-SOLD    TO DLTREND-CURR-QTY-SOLD
012100         ADD DLFXCONV-LOCAL-AMT  TO DLTREND-CURR-SALE-PRICE
012200         MOVE DTAR020-DATE       TO DLTREND-LAST-RUN-DATE
012300         REWRITE DLTREND-RECORD
012400     ELSE
012500         MOVE DTAR020-QTY-SOLD    TO DLTREND-CURR-QTY-SOLD
012600         MOVE DLFXCONV-LOCAL-AMT  TO DLTREND-CURR-SALE-PRICE
012700         MOVE ZERO                TO DLTREND-PRIOR-QTY-SOLD
012800         MOVE ZERO                TO DLTREND-PRIOR-SALE-PRICE
012900         MOVE 1                   TO DLTREND-RUN-COUNT
013500 2000-EXIT.
013600     EXIT.
013700
013705*    A FOREIGN-CURRENCY STORE'S SALE IS TRENDED AT ITS LOCAL
013710*    EQUIVALENT SO ALL PRICE MOVEMENT IS IN ONE CURRENCY.
013715 2050-CONVERT-SALE.
013720     MOVE 'C' TO DLFXCONV-FUNCTION.
013725     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
013730     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
013735     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
013740     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
013745     CALL 'DLR176' USING DLFXCONV-AREA.
013750     IF  DLFXCONV-NO-RATE
013755         ADD 1 TO DLR001-NO-RATE-COUNT
013760     END-IF.
013765 2050-EXIT.
013770     EXIT.
013780
013800 2100-READ-DTAR020.
013900     READ DTAR020-FILE
014000         AT END
018500     EXIT.
018600
018700 5000-TERMINATE.
018710     IF  DLR001-NO-RATE-COUNT > ZERO
018720         DISPLAY 'DLR001 FOREIGN SALES WITH NO DLFXRATE RATE = '
018730             DLR001-NO-RATE-COUNT
018740         MOVE 4 TO RETURN-CODE
018750     END-IF.
018800     CLOSE DTAR020-FILE
018900           TREND-MASTER
019000           TREND-REPORT.
