002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002210*  02 | 15/10/26 | VALUE DROPPED TOTALLED IN    | R. GEALL       *
002220*     |          | LOCAL CURRENCY - FOREIGN     |                *
002230*     |          | STORES CONVERTED BY DLR176   |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
006700     05  DLR063-RECS-PASSED       PIC 9(09)  VALUE ZERO.
006800     05  DLR063-DUPS-DROPPED      PIC 9(09)  VALUE ZERO.
006900     05  DLR063-AMT-DROPPED       PIC S9(09)V99 COMP-3 VALUE ZERO.
006910 01  DLR063-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
006920 01  DLFXCONV-AREA.
006930     COPY DLFXCONV.
007000 01  DLR063-HEADING-1.
007100     05  FILLER                   PIC X(42)  VALUE
007200         'DLR063 - DUPLICATE TILL-POLL DEDUPE REPORT'.
010800     OPEN INPUT  DTAR107-FILE.
010900     OPEN OUTPUT DTAR107-CLEAN.
011000     OPEN OUTPUT DEDUPE-REPORT.
011050     MOVE 'O' TO DLFXCONV-FUNCTION.
011060     CALL 'DLR176' USING DLFXCONV-AREA.
011100     WRITE DEDUPE-LINE FROM DLR063-HEADING-1.
011200     WRITE DEDUPE-LINE FROM DLR063-HEADING-2.
011300     PERFORM 2100-READ-DTAR107.
014400
014500 2300-DIVERT-DUPLICATE.
014600     ADD 1 TO DLR063-DUPS-DROPPED.
014650     PERFORM 2350-CONVERT-AMOUNT.
014700     ADD DLFXCONV-LOCAL-AMT TO DLR063-AMT-DROPPED.
014800     MOVE DTAR107-STORE-NO    TO DLR063-D-STORE.
014900     MOVE DTAR107-TERMINAL-NO TO DLR063-D-TERMINAL.
015000     MOVE DTAR107-TRANS-NO    TO DLR063-D-TRANS-NO.
015500 2300-EXIT.
015600     EXIT.
015700
015704*    THE LINE SHOWS THE AMOUNT AS POLLED; A FOREIGN-CURRENCY
015708*    STORE'S DUPLICATE IS ADDED TO THE VALUE DROPPED AT ITS LOCAL
015712*    EQUIVALENT SO THE TOTAL IS IN ONE CURRENCY.
015716 2350-CONVERT-AMOUNT.
015720     MOVE 'C' TO DLFXCONV-FUNCTION.
015724     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
015728         MOVE ZERO TO DLFXCONV-STORE-NO
015732         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
015736     ELSE
015740         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
015744         MOVE SPACES TO DLFXCONV-ALPHA-CODE
015748     END-IF.
015752     COMPUTE DLFXCONV-TRADE-DATE =
015756         DTAR107-TRANS-DATE + 20000000.
015760     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
015764     CALL 'DLR176' USING DLFXCONV-AREA.
015768     IF  DLFXCONV-NO-RATE
015772         ADD 1 TO DLR063-NO-RATE-COUNT
015776     END-IF.
015780 2350-EXIT.
015784     EXIT.
015790
015800 9000-TERMINATE.
015900     MOVE DLR063-DUPS-DROPPED TO DLR063-T-DROPPED.
016000     MOVE DLR063-AMT-DROPPED  TO DLR063-T-AMOUNT.
016100     WRITE DEDUPE-LINE FROM DLR063-TOTAL-LINE.
016110     IF  DLR063-NO-RATE-COUNT > ZERO
016120         DISPLAY 'DLR063 FOREIGN TXNS WITH NO DLFXRATE RATE = '
016130             DLR063-NO-RATE-COUNT
016140         MOVE 4 TO RETURN-CODE
016150     END-IF.
016200     CLOSE DTAR107-FILE
016300           DTAR107-CLEAN
016400           DEDUPE-REPORT.
