000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR176.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR176 - STORE TRADING CURRENCY CONVERSION SUBPROGRAM        *
001000*                                                                *
001100*   CALLED THROUGH THE DLFXCONV AREA BY EVERY PROGRAM THAT       *
001200*   ACCUMULATES DTAR020 OR DTAR107 AMOUNTS, SO A STORE TRADING   *
001300*   IN A FOREIGN CURRENCY IS CONVERTED TO LOCAL ONE WAY ACROSS   *
001400*   THE WHOLE CHAIN. 'O' LOADS THE DLSTORMF TRADING CURRENCY OF  *
001500*   EACH STORE AND EVERY DLFXRATE ROW; 'C' CONVERTS ONE AMOUNT   *
001600*   AT THE LATEST RATE FOR THE STORE'S CURRENCY EFFECTIVE ON OR  *
001700*   BEFORE THE TRADING DATE (LOCAL = FOREIGN TIMES RATE).        *
001800*   A STORE NOT ON DLSTORMF OR WITH NO TRADING CURRENCY TRADES   *
001900*   IN LOCAL CURRENCY. A FOREIGN AMOUNT WITH NO RATE IN FORCE    *
002000*   PASSES AT FACE VALUE WITH THE NO-RATE STATUS SET.            *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
003600                              ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  STORE-MASTER-FILE
004000     RECORDING MODE IS F
004100     LABEL RECORDS ARE STANDARD.
004200 01  DLSTORMF-RECORD.
004300     COPY DLSTORMF.
004400 FD  FXRATE-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  DLFXRATE-RECORD.
004800     COPY DLFXRATE.
004900 WORKING-STORAGE SECTION.
005000 01  DLR176-SWITCHES.
005100     05  DLR176-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
005200         88  DLR176-STOR-EOF                 VALUE 'Y'.
005300     05  DLR176-FX-EOF-SW         PIC X(01)  VALUE 'N'.
005400         88  DLR176-FX-EOF                   VALUE 'Y'.
005500     05  DLR176-LOADED-SW         PIC X(01)  VALUE 'N'.
005600         88  DLR176-LOADED                   VALUE 'Y'.
005700*    FOREIGN-CURRENCY STORES ONLY - ANY OTHER STORE IS LOCAL.
005800 01  DLR176-STORE-CONTROL.
005900     05  DLR176-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
006000 01  DLR176-STORE-TABLE.
006100     05  DLR176-STORE-ENTRY OCCURS 500 TIMES
006200                            INDEXED BY DLR176-STORE-IX.
006300         10  DLR176-S-STORE-NO    PIC S9(03)   COMP-3.
006350         10  DLR176-S-ALPHA-CODE  PIC X(02).
006400         10  DLR176-S-CCY         PIC X(03).
006500 01  DLR176-RATE-CONTROL.
006600     05  DLR176-RATE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
006700 01  DLR176-RATE-TABLE.
006800     05  DLR176-RATE-ENTRY OCCURS 2000 TIMES
006900                           INDEXED BY DLR176-RATE-IX.
007000         10  DLR176-R-CCY         PIC X(03).
007100         10  DLR176-R-EFF-DATE    PIC 9(08).
007200         10  DLR176-R-RATE        PIC S9(7)V9(10) COMP-3.
007300*    THE LAST RATE PICKED, KEPT SO A RUN OF ONE STORE'S TRADING
007400*    FOR ONE DAY DOES NOT SEARCH THE RATE TABLE EVERY RECORD.
007500 01  DLR176-LAST-PICK.
007600     05  DLR176-L-CCY             PIC X(03)  VALUE SPACES.
007700     05  DLR176-L-TRADE-DATE      PIC 9(08)  VALUE ZERO.
007800     05  DLR176-L-EFF-DATE        PIC 9(08)  VALUE ZERO.
007900     05  DLR176-L-RATE            PIC S9(7)V9(10) COMP-3
008000                                             VALUE ZERO.
008100 01  DLR176-COUNTERS.
008200     05  DLR176-STORES-DROPPED    PIC 9(07)  VALUE ZERO.
008300     05  DLR176-RATES-DROPPED     PIC 9(07)  VALUE ZERO.
008400 LINKAGE SECTION.
008500 01  DLFXCONV-AREA.
008600     COPY DLFXCONV.
008700 PROCEDURE DIVISION USING DLFXCONV-AREA.
008800 0000-MAINLINE.
008900     MOVE ZERO TO DLFXCONV-RETURN-CODE.
009000     EVALUATE TRUE
009100         WHEN DLFXCONV-OPEN
009200             PERFORM 1000-OPEN-FUNCTION
009300         WHEN DLFXCONV-CONVERT
009400             PERFORM 2000-CONVERT-FUNCTION
009500         WHEN OTHER
009600             MOVE 12 TO DLFXCONV-RETURN-CODE
009700     END-EVALUATE.
009800     GOBACK.
009900
010000*    A SECOND OPEN FROM THE SAME RUN UNIT FINDS THE TABLES
010100*    ALREADY LOADED AND LEAVES THEM.
010200 1000-OPEN-FUNCTION.
010300     IF  NOT DLR176-LOADED
010400         PERFORM 1100-LOAD-STORES
010500         PERFORM 1200-LOAD-RATES
010600         MOVE 'Y' TO DLR176-LOADED-SW
010700         IF  DLR176-STORES-DROPPED > ZERO
010800             DISPLAY 'DLR176 STORE TABLE FULL - DROPPED = '
010900                 DLR176-STORES-DROPPED
011000         END-IF
011100         IF  DLR176-RATES-DROPPED > ZERO
011200             DISPLAY 'DLR176 RATE TABLE FULL - DROPPED = '
011300                 DLR176-RATES-DROPPED
011400         END-IF
011500     END-IF.
011600     IF  DLR176-STORES-DROPPED > ZERO
011700     OR  DLR176-RATES-DROPPED > ZERO
011800         MOVE 4 TO DLFXCONV-RETURN-CODE
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200
012300 1100-LOAD-STORES.
012400     OPEN INPUT STORE-MASTER-FILE.
012500     PERFORM 1110-READ-STORE.
012600     PERFORM 1120-STORE-ONE-STORE
012700         UNTIL DLR176-STOR-EOF.
012800     CLOSE STORE-MASTER-FILE.
012900 1100-EXIT.
013000     EXIT.
013100
013200 1110-READ-STORE.
013300     READ STORE-MASTER-FILE
013400         AT END
013500             MOVE 'Y' TO DLR176-STOR-EOF-SW
013600     END-READ.
013700 1110-EXIT.
013800     EXIT.
013900
014000 1120-STORE-ONE-STORE.
014100     IF  DLSTORMF-TRADE-CCY NOT = SPACES
014200         IF  DLR176-STORE-COUNT < 500
014300             ADD 1 TO DLR176-STORE-COUNT
014400             SET DLR176-STORE-IX TO DLR176-STORE-COUNT
014500             MOVE DLSTORMF-STORE-NO
014600                 TO DLR176-S-STORE-NO (DLR176-STORE-IX)
014630             MOVE DLSTORMF-ALPHA-CODE
014660                 TO DLR176-S-ALPHA-CODE (DLR176-STORE-IX)
014700             MOVE DLSTORMF-TRADE-CCY
014800                 TO DLR176-S-CCY (DLR176-STORE-IX)
014900         ELSE
015000             ADD 1 TO DLR176-STORES-DROPPED
015100         END-IF
015200     END-IF.
015300     PERFORM 1110-READ-STORE.
015400 1120-EXIT.
015500     EXIT.
015600
015700*    EVERY ROW IS KEPT - A FILE COVERING SEVERAL WEEKS OF
015800*    TRADING NEEDS THE RATE IN FORCE ON EACH DAY, NOT JUST THE
015900*    LATEST ONE.
016000 1200-LOAD-RATES.
016100     OPEN INPUT FXRATE-FILE.
016200     PERFORM 1210-READ-FXRATE.
016300     PERFORM 1220-STORE-ONE-RATE
016400         UNTIL DLR176-FX-EOF.
016500     CLOSE FXRATE-FILE.
016600 1200-EXIT.
016700     EXIT.
016800
016900 1210-READ-FXRATE.
017000     READ FXRATE-FILE
017100         AT END
017200             MOVE 'Y' TO DLR176-FX-EOF-SW
017300     END-READ.
017400 1210-EXIT.
017500     EXIT.
017600
017700 1220-STORE-ONE-RATE.
017800     IF  DLR176-RATE-COUNT < 2000
017900         ADD 1 TO DLR176-RATE-COUNT
018000         SET DLR176-RATE-IX TO DLR176-RATE-COUNT
018100         MOVE DLFXRATE-CCY TO DLR176-R-CCY (DLR176-RATE-IX)
018200         MOVE DLFXRATE-EFF-DATE
018300             TO DLR176-R-EFF-DATE (DLR176-RATE-IX)
018400         MOVE DLFXRATE-RATE TO DLR176-R-RATE (DLR176-RATE-IX)
018500     ELSE
018600         ADD 1 TO DLR176-RATES-DROPPED
018700     END-IF.
018800     PERFORM 1210-READ-FXRATE.
018900 1220-EXIT.
019000     EXIT.
019100
019200 2000-CONVERT-FUNCTION.
019300     MOVE SPACES TO DLFXCONV-CCY.
019400     SET DLR176-STORE-IX TO 1.
019500     SEARCH DLR176-STORE-ENTRY
019600         AT END
019700             CONTINUE
019800         WHEN DLR176-STORE-IX > DLR176-STORE-COUNT
019900             CONTINUE
019960         WHEN DLFXCONV-ALPHA-CODE = SPACES
020020         AND  DLR176-S-STORE-NO (DLR176-STORE-IX)
020100                 = DLFXCONV-STORE-NO
020110             MOVE DLR176-S-CCY (DLR176-STORE-IX)
020120                 TO DLFXCONV-CCY
020130         WHEN DLFXCONV-ALPHA-CODE NOT = SPACES
020140         AND  DLR176-S-ALPHA-CODE (DLR176-STORE-IX)
020150                 = DLFXCONV-ALPHA-CODE
020200             MOVE DLR176-S-CCY (DLR176-STORE-IX)
020300                 TO DLFXCONV-CCY
020400     END-SEARCH.
020500     IF  DLFXCONV-CCY = SPACES
020600         SET DLFXCONV-LOCAL-STORE TO TRUE
020700         MOVE 1 TO DLFXCONV-RATE
020800         MOVE ZERO TO DLFXCONV-RATE-EFF-DATE
020900         MOVE DLFXCONV-SOURCE-AMT TO DLFXCONV-LOCAL-AMT
021000     ELSE
021100         IF  DLFXCONV-CCY NOT = DLR176-L-CCY
021200         OR  DLFXCONV-TRADE-DATE NOT = DLR176-L-TRADE-DATE
021300             PERFORM 2100-PICK-RATE
021400         END-IF
021500         IF  DLR176-L-EFF-DATE = ZERO
021600             SET DLFXCONV-NO-RATE TO TRUE
021700             MOVE ZERO TO DLFXCONV-RATE
021800             MOVE ZERO TO DLFXCONV-RATE-EFF-DATE
021900             MOVE DLFXCONV-SOURCE-AMT TO DLFXCONV-LOCAL-AMT
022000         ELSE
022100             SET DLFXCONV-CONVERTED TO TRUE
022200             MOVE DLR176-L-RATE TO DLFXCONV-RATE
022300             MOVE DLR176-L-EFF-DATE TO DLFXCONV-RATE-EFF-DATE
022400             COMPUTE DLFXCONV-LOCAL-AMT ROUNDED =
022500                 DLFXCONV-SOURCE-AMT * DLR176-L-RATE
022600         END-IF
022700     END-IF.
022800 2000-EXIT.
022900     EXIT.
023000
023100 2100-PICK-RATE.
023200     MOVE DLFXCONV-CCY TO DLR176-L-CCY.
023300     MOVE DLFXCONV-TRADE-DATE TO DLR176-L-TRADE-DATE.
023400     MOVE ZERO TO DLR176-L-EFF-DATE.
023500     MOVE ZERO TO DLR176-L-RATE.
023600     PERFORM 2110-TEST-ONE-RATE
023700         VARYING DLR176-RATE-IX FROM 1 BY 1
023800         UNTIL DLR176-RATE-IX > DLR176-RATE-COUNT.
023900 2100-EXIT.
024000     EXIT.
024100
024200 2110-TEST-ONE-RATE.
024300     IF  DLR176-R-CCY (DLR176-RATE-IX) = DLR176-L-CCY
024400     AND DLR176-R-EFF-DATE (DLR176-RATE-IX)
024500             <= DLR176-L-TRADE-DATE
024600     AND DLR176-R-EFF-DATE (DLR176-RATE-IX)
024700             >= DLR176-L-EFF-DATE
024800         MOVE DLR176-R-EFF-DATE (DLR176-RATE-IX)
024900             TO DLR176-L-EFF-DATE
025000         MOVE DLR176-R-RATE (DLR176-RATE-IX) TO DLR176-L-RATE
025100     END-IF.
025200 2110-EXIT.
025300     EXIT.
