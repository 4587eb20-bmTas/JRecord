001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | FOREIGN STORE SALES FLASHED  | R. GEALL       *
002160*     |          | AT LOCAL EQUIVALENT (DLR176) |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
010000         10  DLR109-RUN-DD        PIC 9(02).
010100 01  DLR109-RUN-CYYMMDD           PIC S9(07)   COMP-3.
010200 01  DLR109-LAST-WEEK             PIC 9(06)  VALUE ZERO.
010220 01  DLR109-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
010240 01  DLFXCONV-AREA.
010260           COPY DLFXCONV.
010300 01  DLR109-STOR-CONTROL.
010400     05  DLR109-STOR-COUNT        PIC S9(04)  COMP  VALUE ZERO.
010500 01  DLR109-STOR-TABLE.
018700             + DLR109-RUN-MM * 100 + DLR109-RUN-DD.
018800     PERFORM 1100-DERIVE-LY-WEEK.
018900     PERFORM 1200-LOAD-STORE-MASTER.
018930     MOVE 'O' TO DLFXCONV-FUNCTION.
018960     CALL 'DLR176' USING DLFXCONV-AREA.
019000     PERFORM 2100-READ-DTAR020.
019100     PERFORM 3100-READ-TREND.
019200 1000-EXIT.
025000     EXIT.
025100
025200 2000-POST-TODAY.
025250     PERFORM 2050-CONVERT-SALE.
025300     SET DLR109-STOR-IX TO 1.
025400     SEARCH DLR109-STOR-ENTRY
025500         AT END
025800                 = DTAR020-STORE-NO
025900             ADD DTAR020-QTY-SOLD
026000                 TO DLR109-S-TODAY-QTY (DLR109-STOR-IX)
026100             ADD DLFXCONV-LOCAL-AMT
026200                 TO DLR109-S-TODAY-AMT (DLR109-STOR-IX)
026300     END-SEARCH.
026400     PERFORM 2100-READ-DTAR020.
026500 2000-EXIT.
026600     EXIT.
026700
026706*    A FOREIGN-CURRENCY STORE'S TAKINGS ARE FLASHED AT THEIR
026712*    LOCAL EQUIVALENT, AS ITS DLPERSUM HISTORY IS HELD.
026718 2050-CONVERT-SALE.
026724     MOVE 'C' TO DLFXCONV-FUNCTION.
026730     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
026736     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
026742     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
026748     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
026754     CALL 'DLR176' USING DLFXCONV-AREA.
026760     IF  DLFXCONV-NO-RATE
026766         ADD 1 TO DLR109-NO-RATE-COUNT
026772     END-IF.
026778 2050-EXIT.
026784     EXIT.
026790
026800 2100-READ-DTAR020.
026900     READ DTAR020-FILE
027000         AT END
049700     EXIT.
049800
049900 9000-TERMINATE.
049910     IF  DLR109-NO-RATE-COUNT > ZERO
049920         DISPLAY 'DLR109 FOREIGN SALES WITH NO DLFXRATE RATE = '
049930             DLR109-NO-RATE-COUNT
049940         MOVE 4 TO RETURN-CODE
049950     END-IF.
050000     CLOSE DTAR020-FILE
050100           TREND-FILE
050200           PRIOR-MASTER
