001820*     |          | DATE/QTY/AMOUNT SO DLR098    |                *
001830*     |          | CAN REPAIR AND RESUBMIT IT   |                *
001840*  03 | 01/09/26 | GL CODING NOW FROM DLDEPTMF  | R. GEALL       *
001850*  04 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
001860*     |          | CONVERTED THROUGH DLR176;    |                *
001870*     |          | JOURNAL CARRIES ORIGINAL CCY |                *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
006400         10  DLR002-T-DEPT-NO     PIC S9(03)   COMP-3.
006500         10  DLR002-T-QTY-SOLD    PIC S9(9)    COMP-3.
006600         10  DLR002-T-SALE-AMT    PIC S9(9)V99 COMP-3.
006630         10  DLR002-T-CCY         PIC X(03).
006660         10  DLR002-T-ORIG-AMT    PIC S9(11)V99 COMP-3.
006700 01  DLR002-XREF-CONTROL.
006800     05  DLR002-XREF-COUNT        PIC S9(04)  COMP  VALUE ZERO.
006900 01  DLR002-XREF-TABLE.
007400         10  DLR002-X-SALES-ACCT  PIC X(08).
007500         10  DLR002-X-COGS-ACCT   PIC X(08).
007600 01  DLR002-BATCH-DATE            PIC S9(07)   COMP-3.
007620 01  DLR002-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
007640 01  DLFXCONV-AREA.
007660     COPY DLFXCONV.
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE.
009150     OPEN OUTPUT SUSPENSE-FILE.
009200     MOVE ZERO TO DLR002-BATCH-DATE.
009300     PERFORM 1100-LOAD-XREF-TABLE.
009330     MOVE 'O' TO DLFXCONV-FUNCTION.
009360     CALL 'DLR176' USING DLFXCONV-AREA.
009400     PERFORM 2100-READ-DTAR020.
009500 1000-EXIT.
009600     EXIT.
012200     IF  DLR002-BATCH-DATE = ZERO
012300         MOVE DTAR020-DATE TO DLR002-BATCH-DATE
012400     END-IF.
012450     PERFORM 2050-CONVERT-SALE.
012500     PERFORM 2200-FIND-DEPT-ENTRY.
012600     IF  DLR002-DEPT-IX > DLR002-DEPT-COUNT
012610         AND DLR002-DEPT-COUNT < 200
013010             TO DLR002-T-QTY-SOLD (DLR002-DEPT-IX)
013100         MOVE ZERO
013110             TO DLR002-T-SALE-AMT (DLR002-DEPT-IX)
013120         MOVE DLFXCONV-CCY
013130             TO DLR002-T-CCY (DLR002-DEPT-IX)
013140         MOVE ZERO
013150             TO DLR002-T-ORIG-AMT (DLR002-DEPT-IX)
013200     END-IF.
013250     IF  DLR002-DEPT-IX <= DLR002-DEPT-COUNT
013300         ADD DTAR020-QTY-SOLD
013310             TO DLR002-T-QTY-SOLD (DLR002-DEPT-IX)
013400         ADD DLFXCONV-LOCAL-AMT
013410             TO DLR002-T-SALE-AMT (DLR002-DEPT-IX)
013420         ADD DLFXCONV-SOURCE-AMT
013430             TO DLR002-T-ORIG-AMT (DLR002-DEPT-IX)
013450     END-IF.
013500     PERFORM 2100-READ-DTAR020.
013600 2000-EXIT.
013700     EXIT.
013800
013805*    A FOREIGN-CURRENCY STORE'S SALE IS POSTED AT ITS LOCAL
013810*    EQUIVALENT, TOTALLED APART FROM LOCAL SALES OF THE SAME
013815*    DEPARTMENT SO EACH JOURNAL LINE CARRIES ONE ORIGINAL
013820*    CURRENCY AND AMOUNT.
013825 2050-CONVERT-SALE.
013830     MOVE 'C' TO DLFXCONV-FUNCTION.
013835     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
013837     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
013840     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
013845     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
013850     CALL 'DLR176' USING DLFXCONV-AREA.
013855     IF  DLFXCONV-NO-RATE
013860         ADD 1 TO DLR002-NO-RATE-COUNT
013865     END-IF.
013870 2050-EXIT.
013875     EXIT.
013880
013900 2100-READ-DTAR020.
014000     READ DTAR020-FILE
014100         AT END
015100             SET DLR002-DEPT-IX TO DLR002-DEPT-COUNT
015200             SET DLR002-DEPT-IX UP BY 1
015300         WHEN DLR002-T-DEPT-NO (DLR002-DEPT-IX) = DTAR020-DEPT-NO
015350         AND  DLR002-T-CCY (DLR002-DEPT-IX) = DLFXCONV-CCY
015400             CONTINUE
015500     END-SEARCH.
015600 2200-EXIT.
017100                                        TO DLGLJRNL-AMOUNT
017200         MOVE DLR002-T-QTY-SOLD (DLR002-DEPT-IX)
017300                                        TO DLGLJRNL-QTY-SOLD
017310         MOVE DLR002-T-CCY (DLR002-DEPT-IX)
017320                                        TO DLGLJRNL-ORIG-CCY
017330         IF  DLR002-T-CCY (DLR002-DEPT-IX) = SPACES
017340             MOVE ZERO                  TO DLGLJRNL-ORIG-AMOUNT
017350         ELSE
017360             MOVE DLR002-T-ORIG-AMT (DLR002-DEPT-IX)
017370                                        TO DLGLJRNL-ORIG-AMOUNT
017380         END-IF
017400         MOVE 'DTAR020 DEPT SALES'      TO DLGLJRNL-NARRATIVE
017500         WRITE DLGLJRNL-RECORD
017600*        DEBIT COST OF GOODS SOLD WITH THE SAME TOTAL.
019500     EXIT.
019600
019700 9000-TERMINATE.
019710     IF  DLR002-NO-RATE-COUNT > ZERO
019720         DISPLAY 'DLR002 FOREIGN SALES WITH NO DLFXRATE RATE = '
019730             DLR002-NO-RATE-COUNT
019740         MOVE 4 TO RETURN-CODE
019750     END-IF.
019800     CLOSE DTAR020-FILE
019900           GL-JOURNAL-FILE
019950           SUSPENSE-FILE.
