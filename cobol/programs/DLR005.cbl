002200*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
002210*  02 | 01/09/26 | PERIODS FROM THE DLFISCAL    | R. GEALL       *
002220*     |          | 4-5-4 RETAIL CALENDAR        |                *
002240*  03 | 15/10/26 | FOREIGN STORE SALES POSTED   | R. GEALL       *
002260*     |          | AT LOCAL EQUIVALENT (DLR176) |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
005386         10  DLR005-C-START       PIC S9(07)   COMP-3.
005388         10  DLR005-C-END         PIC S9(07)   COMP-3.
005390 01  DLR005-CAL-FALLBACKS         PIC 9(09)  VALUE ZERO.
005392 01  DLR005-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
005394 01  DLFXCONV-AREA.
005396     COPY DLFXCONV.
005400 01  DLR005-DATE-BREAKDOWN.
005500     05  DLR005-DATE-DISP         PIC 9(07).
005600     05  DLR005-DATE-PARTS REDEFINES DLR005-DATE-DISP.
007350     OPEN INPUT FISCAL-CAL-FILE.
007400     OPEN I-O   PERIOD-MASTER.
007450     PERFORM 1100-LOAD-FISCAL-CAL.
007460     MOVE 'O' TO DLFXCONV-FUNCTION.
007470     CALL 'DLR176' USING DLFXCONV-AREA.
007500     PERFORM 2100-READ-DTAR020.
007600 1000-EXIT.
007700     EXIT.
007800
007900 2000-PROCESS-RECORD.
008000     PERFORM 2300-DERIVE-PERIODS.
008050     PERFORM 2200-CONVERT-SALE.
008100     PERFORM 2400-POST-PERIOD-REC
008200         WITH TEST BEFORE
008300         VARYING DLR005-WEEK-CALC FROM 1 BY 1
009400 2100-EXIT.
009500     EXIT.
009600
009605*    THE SUMMARY HOLDS EVERY STORE IN LOCAL CURRENCY, SO A
009610*    FOREIGN-CURRENCY STORE'S SALE IS POSTED AT ITS LOCAL
009615*    EQUIVALENT AND AGREES WITH THE DLR002 JOURNAL.
009620 2200-CONVERT-SALE.
009625     MOVE 'C' TO DLFXCONV-FUNCTION.
009630     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
009635     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
009640     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
009645     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
009650     CALL 'DLR176' USING DLFXCONV-AREA.
009655     IF  DLFXCONV-NO-RATE
009660         ADD 1 TO DLR005-NO-RATE-COUNT
009665     END-IF.
009670 2200-EXIT.
009675     EXIT.
009680
009700 2300-DERIVE-PERIODS.
009720     SET DLR005-CAL-IX TO 1.
009740     SEARCH DLR005-CAL-ENTRY
012300     END-READ.
012400     IF  DLR005-FOUND
012500         ADD DTAR020-QTY-SOLD   TO DLPERSUM-QTY-SOLD
012600         ADD DLFXCONV-LOCAL-AMT TO DLPERSUM-SALE-PRICE
012700         REWRITE DLPERSUM-RECORD
012800     ELSE
012900         MOVE DTAR020-QTY-SOLD   TO DLPERSUM-QTY-SOLD
013000         MOVE DLFXCONV-LOCAL-AMT TO DLPERSUM-SALE-PRICE
013100         WRITE DLPERSUM-RECORD
013200     END-IF.
013300 2400-EXIT.
013660         DISPLAY 'DLR005 DATES OFF FISCAL CALENDAR = '
013670             DLR005-CAL-FALLBACKS
013680     END-IF.
013683     IF  DLR005-NO-RATE-COUNT > ZERO
013686         DISPLAY 'DLR005 FOREIGN SALES WITH NO DLFXRATE RATE = '
013689             DLR005-NO-RATE-COUNT
013692         MOVE 4 TO RETURN-CODE
013695     END-IF.
013700     CLOSE DTAR020-FILE
013800           PERIOD-MASTER.
013900 9000-EXIT.
