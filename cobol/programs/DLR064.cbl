002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002310*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SPEND | R. GEALL       *
002320*     |          | CONVERTED THROUGH DLR176     |                *
002330*     |          | BEFORE IT IS QUALIFIED       |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
010000 01  DLR064-COUNTERS.
010100     05  DLR064-RECS-READ         PIC 9(09)  VALUE ZERO.
010200     05  DLR064-TIER-CHANGES      PIC 9(07)  VALUE ZERO.
010210 01  DLR064-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
010220 01  DLFXCONV-AREA.
010230     COPY DLFXCONV.
010300 PROCEDURE DIVISION.
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE.
011200     OPEN INPUT  DTAR107-FILE.
011300     OPEN I-O    TIER-MASTER.
011400     OPEN OUTPUT TIER-CHANGE-FILE.
011450     MOVE 'O' TO DLFXCONV-FUNCTION.
011460     CALL 'DLR176' USING DLFXCONV-AREA.
011500     ACCEPT DLR064-RUN-DATE FROM DATE YYYYMMDD.
011600     PERFORM 1100-LOAD-PARAMETERS.
011700     DISPLAY 'DLR064 GOLD/SILVER BREAKS USED = '
018900     EXIT.
019000
019100 2200-DERIVE-NET-AMOUNT.
019150     PERFORM 2250-CONVERT-AMOUNT.
019200     EVALUATE TRUE
019300         WHEN DTAR107-SALE
019400             MOVE DLFXCONV-LOCAL-AMT TO DLR064-NET-AMOUNT
019500         WHEN DTAR107-REFUND
019600         WHEN DTAR107-VOID
019700             COMPUTE DLR064-NET-AMOUNT =
019800                 ZERO - DLFXCONV-LOCAL-AMT
019900         WHEN OTHER
020000             MOVE ZERO TO DLR064-NET-AMOUNT
020100     END-EVALUATE.
020200 2200-EXIT.
020300     EXIT.
020400
020404*    SPEND AT A FOREIGN-CURRENCY STORE COUNTS TOWARDS THE TIER AT
020408*    ITS LOCAL EQUIVALENT, SO THE BREAKS HOLD IN ONE CURRENCY.
020412 2250-CONVERT-AMOUNT.
020416     MOVE 'C' TO DLFXCONV-FUNCTION.
020420     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
020424         MOVE ZERO TO DLFXCONV-STORE-NO
020428         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
020432     ELSE
020436         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
020440         MOVE SPACES TO DLFXCONV-ALPHA-CODE
020444     END-IF.
020448     COMPUTE DLFXCONV-TRADE-DATE =
020452         DTAR107-TRANS-DATE + 20000000.
020456     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
020460     CALL 'DLR176' USING DLFXCONV-AREA.
020464     IF  DLFXCONV-NO-RATE
020468         ADD 1 TO DLR064-NO-RATE-COUNT
020472     END-IF.
020476 2250-EXIT.
020480     EXIT.
020490
020500*    DTAR107 CARRIES A 2-DIGIT YEAR; ALL LIVE LOYALTY ACTIVITY
020600*    IS POST-2000, SO THE CENTURY IS EXPANDED AS 20YY.
020700 2300-DERIVE-TRANS-PERIOD.
033900     EXIT.
034000
034100 9000-TERMINATE.
034110     IF  DLR064-NO-RATE-COUNT > ZERO
034120         DISPLAY 'DLR064 FOREIGN TXNS WITH NO DLFXRATE RATE = '
034130             DLR064-NO-RATE-COUNT
034140         MOVE 4 TO RETURN-CODE
034150     END-IF.
034200     CLOSE DTAR107-FILE
034300           TIER-MASTER
034400           TIER-CHANGE-FILE.
