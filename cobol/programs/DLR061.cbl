001800*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001900*  ---|----------|------------------------------|------------    *
002000*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002010*  02 | 15/10/26 | HOURLY AMOUNTS IN LOCAL      | R. GEALL       *
002020*     |          | CURRENCY - FOREIGN STORES    |                *
002030*     |          | CONVERTED BY DLR176          |                *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
005700     05  DLR061-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
005800     05  DLR061-SUB-HOLD          PIC S9(04)  COMP.
005900     05  DLR061-SUB2              PIC S9(04)  COMP.
005910 01  DLR061-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
005920 01  DLFXCONV-AREA.
005930     COPY DLFXCONV.
006000 01  DLR061-STORE-TABLE.
006100     05  DLR061-STORE-ENTRY OCCURS 200 TIMES
006200                            INDEXED BY DLR061-IX.
010000 1000-INITIALIZE.
010100     OPEN INPUT  DTAR107-FILE.
010200     OPEN OUTPUT PROFILE-REPORT.
010210     MOVE 'O' TO DLFXCONV-FUNCTION.
010220     CALL 'DLR176' USING DLFXCONV-AREA.
010300     WRITE PROFILE-LINE FROM DLR061-HEADING-1.
010400     PERFORM 1100-CLEAR-CHAIN-HOUR
010500         VARYING DLR061-HOUR-SUB FROM 1 BY 1
011800     PERFORM 2200-DERIVE-STORE-KEY.
011900     PERFORM 2300-DERIVE-HOUR-BAND.
012000     PERFORM 2400-FIND-OR-ADD-STORE.
012050     PERFORM 2700-CONVERT-AMOUNT.
012100     IF  DLR061-IX <= DLR061-STORE-COUNT
012200         ADD 1 TO DLR061-S-TXN-CNT
012300             (DLR061-IX, DLR061-HOUR-SUB)
012400         ADD DLFXCONV-LOCAL-AMT TO DLR061-S-AMOUNT
012500             (DLR061-IX, DLR061-HOUR-SUB)
012600     END-IF.
012700     ADD 1 TO DLR061-C-TXN-CNT (DLR061-HOUR-SUB).
012800     ADD DLFXCONV-LOCAL-AMT TO DLR061-C-AMOUNT (DLR061-HOUR-SUB).
012900     PERFORM 2100-READ-DTAR107.
013000 2000-EXIT.
013100     EXIT.
019600 2600-EXIT.
019700     EXIT.
019800
019804*    A FOREIGN-CURRENCY STORE'S AMOUNT IS TAKEN INTO THE STORE
019808*    AND CHAIN BANDS AT ITS LOCAL EQUIVALENT SO THE CHAIN SUMMARY
019812*    IS IN ONE CURRENCY.
019816 2700-CONVERT-AMOUNT.
019820     MOVE 'C' TO DLFXCONV-FUNCTION.
019824     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
019828         MOVE ZERO TO DLFXCONV-STORE-NO
019832         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
019836     ELSE
019840         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
019844         MOVE SPACES TO DLFXCONV-ALPHA-CODE
019848     END-IF.
019852     COMPUTE DLFXCONV-TRADE-DATE =
019856         DTAR107-TRANS-DATE + 20000000.
019860     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
019864     CALL 'DLR176' USING DLFXCONV-AREA.
019868     IF  DLFXCONV-NO-RATE
019872         ADD 1 TO DLR061-NO-RATE-COUNT
019876     END-IF.
019880 2700-EXIT.
019884     EXIT.
019888
019900 4000-PRINT-PROFILES.
020000     PERFORM 4100-PRINT-ONE-STORE
020100         VARYING DLR061-SUB2 FROM 1 BY 1
024100     EXIT.
024200
024300 9000-TERMINATE.
024310     IF  DLR061-NO-RATE-COUNT > ZERO
024320         DISPLAY 'DLR061 FOREIGN TXNS WITH NO DLFXRATE RATE = '
024330             DLR061-NO-RATE-COUNT
024340         MOVE 4 TO RETURN-CODE
024350     END-IF.
024400     CLOSE DTAR107-FILE
024500           PROFILE-REPORT.
024600 9000-EXIT.
