001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | CARD ISSUE DATE; REVERSE     | R. GEALL       *
002160*     |          | BREAKAGE ON REDEMPTION       |                *
002170*  03 | 15/10/26 | FOREIGN-CURRENCY STORE LOADS | R. GEALL       *
002175*     |          | AND REDEMPTIONS CONVERTED    |                *
002180*     |          | THROUGH DLR176               |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
005800         88  DLR115-LEDG-EOF                 VALUE 'Y'.
005900     05  DLR115-FOUND-SW          PIC X(01)  VALUE 'N'.
006000         88  DLR115-FOUND                    VALUE 'Y'.
006050 01  DLR115-REVERSAL              PIC S9(11)V99 COMP-3.
006060 01  DLR115-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
006070 01  DLFXCONV-AREA.
006080     COPY DLFXCONV.
006100 01  DLR115-COUNTERS.
006200     05  DLR115-RECS-READ         PIC 9(09)  VALUE ZERO.
006300     05  DLR115-LOADS-APPLIED     PIC 9(09)  VALUE ZERO.
006400     05  DLR115-REDEEMS-APPLIED   PIC 9(09)  VALUE ZERO.
006500     05  DLR115-CARDS-ADDED       PIC 9(07)  VALUE ZERO.
006600     05  DLR115-NEG-CARDS         PIC 9(07)  VALUE ZERO.
006650     05  DLR115-BRK-REVERSALS     PIC 9(07)  VALUE ZERO.
006700 01  DLR115-TOTALS.
006800     05  DLR115-TOT-LOADS         PIC S9(13)V99 COMP-3
006900                                             VALUE ZERO.
007100                                             VALUE ZERO.
007200     05  DLR115-TOT-LIABILITY     PIC S9(13)V99 COMP-3
007300                                             VALUE ZERO.
007310     05  DLR115-TOT-BREAKAGE      PIC S9(13)V99 COMP-3
007320                                             VALUE ZERO.
007330     05  DLR115-TOT-NET-LIAB      PIC S9(13)V99 COMP-3
007340                                             VALUE ZERO.
007350     05  DLR115-TOT-REVERSED      PIC S9(13)V99 COMP-3
007360                                             VALUE ZERO.
007400 01  DLR115-HEADING-1.
007500     05  FILLER                   PIC X(46)  VALUE
007600         'DLR115 - GIFT CARD STORED-VALUE LIABILITY'.
009400     05  FILLER                   PIC X(26)  VALUE
009500         'UNREDEEMED LIABILITY   -  '.
009600     05  DLR115-T-LIABILITY       PIC -ZZZZZZZZZZZ9.99.
009607 01  DLR115-TOTAL-LINE-4.
009614     05  FILLER                   PIC X(26)  VALUE
009621         'BREAKAGE RECOGNISED    -  '.
009628     05  DLR115-T-BREAKAGE        PIC -ZZZZZZZZZZZ9.99.
009635 01  DLR115-TOTAL-LINE-5.
009642     05  FILLER                   PIC X(26)  VALUE
009649         'NET LIABILITY          -  '.
009656     05  DLR115-T-NET-LIAB        PIC -ZZZZZZZZZZZ9.99.
009663 01  DLR115-TOTAL-LINE-6.
009670     05  FILLER                   PIC X(26)  VALUE
009677         'BREAKAGE REVERSED      -  '.
009684     05  DLR115-T-REVERSED        PIC -ZZZZZZZZZZZ9.99.
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE.
010700     OPEN INPUT  DTAR107-FILE.
010800     OPEN I-O    GIFT-LEDGER.
010900     OPEN OUTPUT LIABILITY-REPORT.
010950     MOVE 'O' TO DLFXCONV-FUNCTION.
010960     CALL 'DLR176' USING DLFXCONV-AREA.
011000     PERFORM 2100-READ-DTAR107.
011100 1000-EXIT.
011200     EXIT.
013100
013200 2200-APPLY-GIFT-TRANS.
013300     PERFORM 2300-FETCH-OR-CREATE-CARD.
013350     PERFORM 2350-CONVERT-AMOUNT.
013400     IF  DTAR107-GIFT-LOAD
013500         ADD DLFXCONV-LOCAL-AMT TO DLGIFTLG-LOADS-AMT
013600         ADD DLFXCONV-LOCAL-AMT TO DLGIFTLG-BALANCE
013700         ADD 1 TO DLGIFTLG-LOAD-COUNT
013800         ADD 1 TO DLR115-LOADS-APPLIED
013900     ELSE
014000         ADD DLFXCONV-LOCAL-AMT TO DLGIFTLG-REDEEMED-AMT
014100         SUBTRACT DLFXCONV-LOCAL-AMT FROM DLGIFTLG-BALANCE
014200         ADD 1 TO DLGIFTLG-REDEEM-COUNT
014300         ADD 1 TO DLR115-REDEEMS-APPLIED
014350         PERFORM 2250-REVERSE-BREAKAGE
014400     END-IF.
014500     MOVE DTAR107-TRANS-DATE TO DLGIFTLG-LAST-ACTIVITY.
014600     IF  DLR115-FOUND
015000     END-IF.
015100 2200-EXIT.
015200     EXIT.
015204
015208*    A REDEMPTION THAT TAKES THE BALANCE BELOW THE BREAKAGE
015212*    ALREADY RELEASED TO INCOME IS SPENDING VALUE THAT WAS
015216*    WRITTEN OFF. THE SHORTFALL COMES OFF THE BREAKAGE AND IS
015220*    HELD FOR DLR181 TO JOURNAL BACK TO THE LIABILITY.
015224 2250-REVERSE-BREAKAGE.
015228     IF  DLGIFTLG-BREAKAGE-AMT > ZERO
015232     AND DLGIFTLG-BALANCE < DLGIFTLG-BREAKAGE-AMT
015236         IF  DLGIFTLG-BALANCE < ZERO
015240             MOVE DLGIFTLG-BREAKAGE-AMT TO DLR115-REVERSAL
015244         ELSE
015248             COMPUTE DLR115-REVERSAL =
015252                 DLGIFTLG-BREAKAGE-AMT - DLGIFTLG-BALANCE
015256         END-IF
015260         SUBTRACT DLR115-REVERSAL FROM DLGIFTLG-BREAKAGE-AMT
015264         ADD DLR115-REVERSAL TO DLGIFTLG-BRK-REVERSED
015268         ADD DLR115-REVERSAL TO DLR115-TOT-REVERSED
015272         ADD 1 TO DLR115-BRK-REVERSALS
015276     END-IF.
015280 2250-EXIT.
015284     EXIT.
015300
015400 2300-FETCH-OR-CREATE-CARD.
015500     MOVE DTAR107-CUST-NO TO DLGIFTLG-CARD-NO.
016600         MOVE ZERO TO DLGIFTLG-BALANCE
016700         MOVE ZERO TO DLGIFTLG-LOAD-COUNT
016800         MOVE ZERO TO DLGIFTLG-REDEEM-COUNT
016820         MOVE DTAR107-TRANS-DATE TO DLGIFTLG-ISSUE-DATE
016840         MOVE ZERO TO DLGIFTLG-BREAKAGE-AMT
016860         MOVE ZERO TO DLGIFTLG-BREAKAGE-DATE
016880         MOVE ZERO TO DLGIFTLG-BRK-REVERSED
016900         ADD 1 TO DLR115-CARDS-ADDED
017000     END-IF.
017100 2300-EXIT.
017200     EXIT.
017300
017304*    THE LEDGER IS HELD IN LOCAL CURRENCY, SO A CARD LOADED OR
017308*    REDEEMED AT A FOREIGN-CURRENCY STORE MOVES BY THE LOCAL
017312*    EQUIVALENT OF THE AMOUNT TENDERED.
017316 2350-CONVERT-AMOUNT.
017320     MOVE 'C' TO DLFXCONV-FUNCTION.
017324     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
017328         MOVE ZERO TO DLFXCONV-STORE-NO
017332         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
017336     ELSE
017340         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
017344         MOVE SPACES TO DLFXCONV-ALPHA-CODE
017348     END-IF.
017352     COMPUTE DLFXCONV-TRADE-DATE =
017356         DTAR107-TRANS-DATE + 20000000.
017360     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
017364     CALL 'DLR176' USING DLFXCONV-AREA.
017368     IF  DLFXCONV-NO-RATE
017372         ADD 1 TO DLR115-NO-RATE-COUNT
017376     END-IF.
017380 2350-EXIT.
017384     EXIT.
017390
017400*    THE CLOSING PASS TOTALS EVERY CARD'S BALANCE - THE SUM IS
017500*    THE BALANCE-SHEET LIABILITY - AND LISTS NEGATIVE CARDS.
017600 4000-REPORT-LIABILITY.
018900     WRITE LIABILITY-LINE FROM DLR115-TOTAL-LINE-2.
019000     MOVE DLR115-TOT-LIABILITY TO DLR115-T-LIABILITY.
019100     WRITE LIABILITY-LINE FROM DLR115-TOTAL-LINE-3.
019110     MOVE DLR115-TOT-BREAKAGE  TO DLR115-T-BREAKAGE.
019120     WRITE LIABILITY-LINE FROM DLR115-TOTAL-LINE-4.
019130     MOVE DLR115-TOT-NET-LIAB  TO DLR115-T-NET-LIAB.
019140     WRITE LIABILITY-LINE FROM DLR115-TOTAL-LINE-5.
019150     MOVE DLR115-TOT-REVERSED  TO DLR115-T-REVERSED.
019160     WRITE LIABILITY-LINE FROM DLR115-TOTAL-LINE-6.
019200 4000-EXIT.
019300     EXIT.
019400
020100         ADD DLGIFTLG-LOADS-AMT    TO DLR115-TOT-LOADS
020200         ADD DLGIFTLG-REDEEMED-AMT TO DLR115-TOT-REDEEMED
020300         ADD DLGIFTLG-BALANCE      TO DLR115-TOT-LIABILITY
020320         ADD DLGIFTLG-BREAKAGE-AMT TO DLR115-TOT-BREAKAGE
020340         COMPUTE DLR115-TOT-NET-LIAB =
020360             DLR115-TOT-NET-LIAB + DLGIFTLG-BALANCE
020380                                 - DLGIFTLG-BREAKAGE-AMT
020400         IF  DLGIFTLG-BALANCE < ZERO
020500             ADD 1 TO DLR115-NEG-CARDS
020600             MOVE DLGIFTLG-CARD-NO TO DLR115-N-CARD-NO
021700     DISPLAY 'DLR115 REDEEMS APPLIED  = '
021800         DLR115-REDEEMS-APPLIED.
021900     DISPLAY 'DLR115 NEGATIVE CARDS   = ' DLR115-NEG-CARDS.
021950     DISPLAY 'DLR115 BREAKAGE REVERSED= ' DLR115-BRK-REVERSALS.
021960     IF  DLR115-NO-RATE-COUNT > ZERO
021965         DISPLAY 'DLR115 FOREIGN TXNS WITH NO DLFXRATE RATE = '
021970             DLR115-NO-RATE-COUNT
021975         MOVE 4 TO RETURN-CODE
021980     END-IF.
022000     CLOSE DTAR107-FILE
022100           GIFT-LEDGER
022200           LIABILITY-REPORT.
