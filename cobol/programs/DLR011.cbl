001600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001700*  ---|----------|------------------------------|------------    *
001800*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
001810*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
001820*     |          | CONVERTED THROUGH DLR176     |                *
001830*     |          | BEFORE THEY ARE ACCUMULATED  |                *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
005400         10  DLR011-TRANS-COUNT   PIC S9(07)   COMP-3.
005500         10  DLR011-SALE-AMOUNT   PIC S9(9)V99 COMP-3.
005600 01  DLR011-AVERAGE               PIC S9(9)V99 COMP-3.
005610 01  DLR011-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
005620 01  DLFXCONV-AREA.
005630     COPY DLFXCONV.
005700 01  DLR011-HEADING-1.
005800     05  FILLER                   PIC X(40)  VALUE
005850         'DLR011 - OPERATOR/TERMINAL PERFORMANCE'.
008700 1000-INITIALIZE.
008800     OPEN INPUT  DTAR107-FILE.
008900     OPEN OUTPUT PERFORM-REPORT.
008950     MOVE 'O' TO DLFXCONV-FUNCTION.
008960     CALL 'DLR176' USING DLFXCONV-AREA.
009000     PERFORM 2100-READ-DTAR107.
009100 1000-EXIT.
009200     EXIT.
009500     PERFORM 2200-FIND-OR-ADD-ENTRY.
009550     IF  DLR011-FOUND
009600         ADD 1 TO DLR011-TRANS-COUNT (DLR011-IX)
009650         PERFORM 2300-CONVERT-AMOUNT
009700         ADD DLFXCONV-LOCAL-AMT
009800             TO DLR011-SALE-AMOUNT (DLR011-IX)
009850     END-IF.
009900     PERFORM 2100-READ-DTAR107.
013000 2200-EXIT.
013100     EXIT.
013200
013204*    A FOREIGN-CURRENCY STORE'S TRANSACTION IS TAKEN AT ITS LOCAL
013208*    EQUIVALENT SO EVERY OPERATOR'S VALUE IS IN ONE CURRENCY.
013212 2300-CONVERT-AMOUNT.
013216     MOVE 'C' TO DLFXCONV-FUNCTION.
013220     IF  DLSTORID-FORM-SW = 'A'
013224         MOVE ZERO TO DLFXCONV-STORE-NO
013228         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
013232     ELSE
013236         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
013240         MOVE SPACES TO DLFXCONV-ALPHA-CODE
013244     END-IF.
013248     COMPUTE DLFXCONV-TRADE-DATE =
013252         DTAR107-TRANS-DATE + 20000000.
013256     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
013260     CALL 'DLR176' USING DLFXCONV-AREA.
013264     IF  DLFXCONV-NO-RATE
013268         ADD 1 TO DLR011-NO-RATE-COUNT
013272     END-IF.
013276 2300-EXIT.
013280     EXIT.
013290
013300 4000-PRINT-REPORT.
013400     WRITE PERFORM-LINE FROM DLR011-HEADING-1.
013500     WRITE PERFORM-LINE FROM DLR011-HEADING-2.
015800     EXIT.
015900
016000 9000-TERMINATE.
016010     IF  DLR011-NO-RATE-COUNT > ZERO
016020         DISPLAY 'DLR011 FOREIGN TXNS WITH NO DLFXRATE RATE = '
016030             DLR011-NO-RATE-COUNT
016040         MOVE 4 TO RETURN-CODE
016050     END-IF.
016100     CLOSE DTAR107-FILE
016200           PERFORM-REPORT.
016300 9000-EXIT.
