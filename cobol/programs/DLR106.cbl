002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002210*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002220*     |          | CONVERTED THROUGH DLR176     |                *
002230*     |          | BEFORE THEY ARE BUCKETED     |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
008000     05  DLR106-ROWS-ADDED        PIC 9(07)  VALUE ZERO.
008100     05  DLR106-OFF-CALENDAR      PIC 9(07)  VALUE ZERO.
008200     05  DLR106-TOO-OLD           PIC 9(07)  VALUE ZERO.
008210 01  DLR106-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
008220 01  DLFXCONV-AREA.
008230     COPY DLFXCONV.
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
008500     PERFORM 1000-INITIALIZE.
009200     OPEN INPUT DTAR020-FILE.
009300     OPEN INPUT FISCAL-CAL-FILE.
009400     OPEN I-O   HISTORY-MASTER.
009450     MOVE 'O' TO DLFXCONV-FUNCTION.
009460     CALL 'DLR176' USING DLFXCONV-AREA.
009500     PERFORM 1100-LOAD-FISCAL-CAL.
009600     PERFORM 2100-READ-DTAR020.
009700 1000-EXIT.
024800     AND DLR106-BUCKET-SUB <= 52
024900         ADD DTAR020-QTY-SOLD
025000             TO DLSALHST-WK-QTY (DLR106-BUCKET-SUB)
025050         PERFORM 2550-CONVERT-SALE
025100         ADD DLFXCONV-LOCAL-AMT
025200             TO DLSALHST-WK-SALES (DLR106-BUCKET-SUB)
025300         ADD 1 TO DLR106-RECS-POSTED
025400     ELSE
025700 2500-EXIT.
025800     EXIT.
025900
025904*    A FOREIGN-CURRENCY STORE'S SALE IS HELD IN THE HISTORY AT ITS
025908*    LOCAL EQUIVALENT SO EVERY WEEK'S BUCKET IS IN ONE CURRENCY.
025912 2550-CONVERT-SALE.
025916     MOVE 'C' TO DLFXCONV-FUNCTION.
025920     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
025924     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
025928     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
025932     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
025936     CALL 'DLR176' USING DLFXCONV-AREA.
025940     IF  DLFXCONV-NO-RATE
025944         ADD 1 TO DLR106-NO-RATE-COUNT
025948     END-IF.
025952 2550-EXIT.
025956     EXIT.
025960
026000 9000-TERMINATE.
026100     DISPLAY 'DLR106 RECORDS READ     = ' DLR106-RECS-READ.
026200     DISPLAY 'DLR106 RECORDS POSTED   = ' DLR106-RECS-POSTED.
026300     DISPLAY 'DLR106 ROWS ADDED       = ' DLR106-ROWS-ADDED.
026400     DISPLAY 'DLR106 OFF CALENDAR     = ' DLR106-OFF-CALENDAR.
026500     DISPLAY 'DLR106 OLDER THAN YEAR  = ' DLR106-TOO-OLD.
026510     IF  DLR106-NO-RATE-COUNT > ZERO
026520         DISPLAY 'DLR106 FOREIGN SALES WITH NO DLFXRATE RATE = '
026530             DLR106-NO-RATE-COUNT
026540         MOVE 4 TO RETURN-CODE
026550     END-IF.
026600     CLOSE DTAR020-FILE
026700           HISTORY-MASTER.
026800 9000-EXIT.
