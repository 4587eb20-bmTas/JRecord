001920*     |          | TO THE VELOCFLG FLAG FILE    |                *
001930*  03 | 22/08/26 | VELOCITY LIMIT NOW READ FROM | R. GEALL       *
001940*     |          | THE DLPARAMM PARAMETER FILE  |                *
001950*  04 | 15/10/26 | FOREIGN-CURRENCY STORE TXNS  | R. GEALL       *
001955*     |          | TOTALLED IN LOCAL CURRENCY   |                *
001960*     |          | THROUGH DLR176               |                *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
005550         10  DLR012-STORE-KEY     PIC X(08).
005700         10  DLR012-TXN-COUNT     PIC S9(05)   COMP-3.
005800         10  DLR012-TOTAL-AMOUNT  PIC S9(9)V99 COMP-3.
005810 01  DLR012-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
005820 01  DLFXCONV-AREA.
005830     COPY DLFXCONV.
005900 01  DLR012-HEADING-1.
006000     05  FILLER                   PIC X(40)  VALUE
006050         'DLR012 - CUSTOMER VELOCITY FRAUD FLAGS'.
008700     OPEN INPUT  DTAR107-FILE.
008800     OPEN OUTPUT FLAGGED-REPORT.
008810     OPEN OUTPUT FLAGGED-FILE.
008815     MOVE 'O' TO DLFXCONV-FUNCTION.
008816     CALL 'DLR176' USING DLFXCONV-AREA.
008820     PERFORM 1100-LOAD-PARAMETER.
008900     PERFORM 2100-READ-DTAR107.
009000 1000-EXIT.
009400     PERFORM 2200-FIND-OR-ADD-ENTRY.
009450     IF  DLR012-FOUND
009500         ADD 1 TO DLR012-TXN-COUNT (DLR012-IX)
009550         PERFORM 2300-CONVERT-AMOUNT
009600         ADD DLFXCONV-LOCAL-AMT
009700             TO DLR012-TOTAL-AMOUNT (DLR012-IX)
009750     END-IF.
009800     PERFORM 2100-READ-DTAR107.
012800 2200-EXIT.
012900     EXIT.
013000
013004*    A FOREIGN-CURRENCY STORE'S TRANSACTION IS TOTALLED AT ITS
013008*    LOCAL EQUIVALENT SO EVERY FLAGGED TOTAL IS IN ONE CURRENCY.
013012 2300-CONVERT-AMOUNT.
013016     MOVE 'C' TO DLFXCONV-FUNCTION.
013020     IF  DLSTORID-FORM-SW = 'A'
013024         MOVE ZERO TO DLFXCONV-STORE-NO
013028         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
013032     ELSE
013036         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
013040         MOVE SPACES TO DLFXCONV-ALPHA-CODE
013044     END-IF.
013048     COMPUTE DLFXCONV-TRADE-DATE =
013052         DTAR107-TRANS-DATE + 20000000.
013056     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
013060     CALL 'DLR176' USING DLFXCONV-AREA.
013064     IF  DLFXCONV-NO-RATE
013068         ADD 1 TO DLR012-NO-RATE-COUNT
013072     END-IF.
013076 2300-EXIT.
013080     EXIT.
013090
013100 4000-PRINT-FLAGGED.
013200     WRITE FLAGGED-LINE FROM DLR012-HEADING-1.
013250     MOVE DLR012-VELOCITY-LIMIT TO DLR012-P-VALUE.
015500     EXIT.
015600
015700 9000-TERMINATE.
015710     IF  DLR012-NO-RATE-COUNT > ZERO
015720         DISPLAY 'DLR012 FOREIGN TXNS WITH NO DLFXRATE RATE = '
015730             DLR012-NO-RATE-COUNT
015740         MOVE 4 TO RETURN-CODE
015750     END-IF.
015800     CLOSE DTAR107-FILE
015900           FLAGGED-REPORT
015950           FLAGGED-FILE.
