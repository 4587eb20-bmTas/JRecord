002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002330*  02 | 15/10/26 | NET DLR195 RECEIPT           | R. GEALL       *
002360*     |          | ADJUSTMENTS INTO THE FEED    |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT PAYMENT-FEED      ASSIGN TO ERSPAY
003700                              ORGANIZATION IS SEQUENTIAL.
003730     SELECT ADJUSTMENT-MOVES  ASSIGN TO RCVADJMV
003760                              ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  STDR-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  DLCLAIMR-RECORD.
004900     COPY DLCLAIMR.
004910 FD  ADJUSTMENT-MOVES
004920     RECORDING MODE IS F
004930     LABEL RECORDS ARE STANDARD.
004940 01  DLRCVADJ-RECORD.
004950     COPY DLRCVADJ.
005000 FD  PAYMENT-FEED
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005700     05  PAY-GROSS-VALUE         PIC S9(11)V99 COMP-3.
005800     05  PAY-CLAIMS-OFFSET       PIC S9(11)V99 COMP-3.
005900     05  PAY-NET-PAYABLE         PIC S9(11)V99 COMP-3.
005920*    NET DEBIT (-) OR CREDIT (+) OF TONIGHT'S DLR195 CORRECTIONS
005940*    TO EARLIER ERS RECEIPTS, ALREADY INCLUDED IN PAY-NET-PAYABLE.
005960     05  PAY-ADJUST-VALUE        PIC S9(11)V99 COMP-3.
006000 WORKING-STORAGE SECTION.
006100 01  DLR122-SWITCHES.
006200     05  DLR122-EOF-SW            PIC X(01)  VALUE 'N'.
006500         88  DLR122-CLM-EOF                  VALUE 'Y'.
006600     05  DLR122-ERS-RECEIPT-SW    PIC X(01)  VALUE 'N'.
006700         88  DLR122-ERS-RECEIPT              VALUE 'Y'.
006730     05  DLR122-ADJ-EOF-SW        PIC X(01)  VALUE 'N'.
006760         88  DLR122-ADJ-EOF                  VALUE 'Y'.
006800 01  DLR122-RUN-DATE              PIC 9(08)  VALUE ZERO.
006900 01  DLR122-CURR-SUP-ID           PIC 9(08)  VALUE ZERO.
007000 01  DLR122-CURR-UNIT-COST        PIC 9(11)V9(3) VALUE ZERO.
007800         10  DLR122-S-RECEIPTS    PIC S9(05)  COMP.
007900         10  DLR122-S-GROSS       PIC S9(11)V99 COMP-3.
008000         10  DLR122-S-CLAIMS      PIC S9(11)V99 COMP-3.
008050         10  DLR122-S-ADJUST      PIC S9(11)V99 COMP-3.
008100 01  DLR122-COUNTERS.
008200     05  DLR122-ERS-RECEIPTS      PIC 9(07)  VALUE ZERO.
008300     05  DLR122-NONERS-RECEIPTS   PIC 9(07)  VALUE ZERO.
008400     05  DLR122-FEED-RECORDS      PIC 9(05)  VALUE ZERO.
008450     05  DLR122-ADJS-APPLIED      PIC 9(07)  VALUE ZERO.
008500 PROCEDURE DIVISION.
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE.
008800     PERFORM 2000-PROCESS-RECORD
008900         UNTIL DLR122-EOF.
008930     PERFORM 2500-APPLY-ADJUSTMENT
008960         UNTIL DLR122-ADJ-EOF.
009000     PERFORM 3000-NET-OPEN-CLAIMS
009100         UNTIL DLR122-CLM-EOF.
009200     PERFORM 4000-WRITE-PAYMENT-FEED
009800 1000-INITIALIZE.
009900     OPEN INPUT  STDR-FILE.
010000     OPEN INPUT  CLAIMS-FILE.
010050     OPEN INPUT  ADJUSTMENT-MOVES.
010100     OPEN OUTPUT PAYMENT-FEED.
010200     ACCEPT DLR122-RUN-DATE FROM DATE YYYYMMDD.
010300     PERFORM 2100-READ-STDR.
018000                     TO DLR122-S-GROSS (DLR122-SUP-IX)
018100                 MOVE ZERO
018200                     TO DLR122-S-CLAIMS (DLR122-SUP-IX)
018230                 MOVE ZERO
018260                     TO DLR122-S-ADJUST (DLR122-SUP-IX)
018300             ELSE
018400                 SET DLR122-SUP-IX TO DLR122-SUP-COUNT
018500                 SET DLR122-SUP-IX UP BY 1
019100 2400-EXIT.
019200     EXIT.
019300
019304*    DLR195 CORRECTIONS TO ERS RECEIPTS ALREADY PAID SETTLE ON
019308*    THE SUPPLIER'S NEXT FEED ROW - A REVERSAL OR QUANTITY TAKEN
019312*    OFF IS A DEBIT, A QUANTITY PUT BACK ON IS A CREDIT. A
019316*    SUPPLIER WITH NO RECEIPTS TONIGHT STILL GETS A FEED ROW.
019320 2500-APPLY-ADJUSTMENT.
019324     READ ADJUSTMENT-MOVES
019328         AT END
019332             MOVE 'Y' TO DLR122-ADJ-EOF-SW
019336     END-READ.
019340     IF  NOT DLR122-ADJ-EOF
019344     AND DLRCVADJ-ERS-STATUS = 'Y'
019348     AND DLRCVADJ-VALUE-DELTA NOT = ZERO
019352         MOVE DLRCVADJ-SUP-ID TO DLR122-CURR-SUP-ID
019356         PERFORM 2400-FIND-OR-ADD-SUPPLIER
019360         IF  DLR122-SUP-IX <= DLR122-SUP-COUNT
019364             ADD DLRCVADJ-VALUE-DELTA
019368                 TO DLR122-S-ADJUST (DLR122-SUP-IX)
019372             ADD 1 TO DLR122-ADJS-APPLIED
019376         END-IF
019380     END-IF.
019384 2500-EXIT.
019388     EXIT.
019392
019400*    ONLY CLAIMS STILL RAISED (UNSETTLED) OFFSET THE PAYMENT,
019500*    AND ONLY FOR SUPPLIERS BEING PAID TONIGHT.
019600 3000-NET-OPEN-CLAIMS.
022600                                        TO PAY-GROSS-VALUE.
022700     MOVE DLR122-S-CLAIMS (DLR122-SUP-IX)
022800                                        TO PAY-CLAIMS-OFFSET.
022830     MOVE DLR122-S-ADJUST (DLR122-SUP-IX)
022860                                        TO PAY-ADJUST-VALUE.
022900     COMPUTE PAY-NET-PAYABLE =
023000         DLR122-S-GROSS (DLR122-SUP-IX)
023050             + DLR122-S-ADJUST (DLR122-SUP-IX)
023100             - DLR122-S-CLAIMS (DLR122-SUP-IX).
023200     WRITE PAYMENT-FEED-REC.
023300     ADD 1 TO DLR122-FEED-RECORDS.
023900     DISPLAY 'DLR122 NON-ERS RECEIPTS = '
024000         DLR122-NONERS-RECEIPTS.
024100     DISPLAY 'DLR122 FEED RECORDS     = ' DLR122-FEED-RECORDS.
024150     DISPLAY 'DLR122 ADJUSTMENTS      = ' DLR122-ADJS-APPLIED.
024200     CLOSE STDR-FILE
024300           CLAIMS-FILE
024350           ADJUSTMENT-MOVES
024400           PAYMENT-FEED.
024500 9000-EXIT.
024600     EXIT.
