002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002230*  02 | 15/10/26 | CLEAR IN-TRANSIT QTY ON NEW  | R. GEALL       *
002260*     |          | POSITIONS                    |                *
002270*  03 | 15/10/26 | APPLY DLR195 RECEIPT         | R. GEALL       *
002280*     |          | ADJUSTMENT MOVEMENTS         |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS DYNAMIC
003800                              RECORD KEY IS DLINVPOS-KEY.
003830     SELECT ADJUSTMENT-MOVES  ASSIGN TO RCVADJMV
003860                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT SHRINKAGE-REPORT  ASSIGN TO SHRKRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
005400     LABEL RECORDS ARE STANDARD.
005500 01  DLINVPOS-RECORD.
005600     COPY DLINVPOS.
005610 FD  ADJUSTMENT-MOVES
005620     RECORDING MODE IS F
005630     LABEL RECORDS ARE STANDARD.
005640 01  DLRCVADJ-RECORD.
005650     COPY DLRCVADJ.
005700 FD  SHRINKAGE-REPORT
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006600         88  DLR102-SALE-EOF                 VALUE 'Y'.
006700     05  DLR102-POS-EOF-SW        PIC X(01)  VALUE 'N'.
006800         88  DLR102-POS-EOF                  VALUE 'Y'.
006830     05  DLR102-ADJ-EOF-SW        PIC X(01)  VALUE 'N'.
006860         88  DLR102-ADJ-EOF                  VALUE 'Y'.
006900     05  DLR102-FOUND-SW          PIC X(01)  VALUE 'N'.
007000         88  DLR102-FOUND                    VALUE 'Y'.
007100 01  DLR102-RUN-DATE              PIC 9(08)  VALUE ZERO.
007600 01  DLR102-COUNTERS.
007700     05  DLR102-RS-APPLIED        PIC 9(09)  VALUE ZERO.
007800     05  DLR102-SALES-APPLIED     PIC 9(09)  VALUE ZERO.
007850     05  DLR102-ADJS-APPLIED      PIC 9(09)  VALUE ZERO.
007900     05  DLR102-POSITIONS-ADDED   PIC 9(07)  VALUE ZERO.
008000     05  DLR102-NEG-POSITIONS     PIC 9(07)  VALUE ZERO.
008100 01  DLR102-HEADING-1.
010800         UNTIL DLR102-STDR-EOF.
010900     PERFORM 3000-APPLY-SALES
011000         UNTIL DLR102-SALE-EOF.
011030     PERFORM 3500-APPLY-ADJUSTMENTS
011060         UNTIL DLR102-ADJ-EOF.
011100     PERFORM 4000-REPORT-NEGATIVES.
011200     PERFORM 9000-TERMINATE.
011300     STOP RUN.
011500 1000-INITIALIZE.
011600     OPEN INPUT  STDR-FILE.
011700     OPEN INPUT  DTAR020-FILE.
011750     OPEN INPUT  ADJUSTMENT-MOVES.
011800     OPEN I-O    POSITION-MASTER.
011900     OPEN OUTPUT SHRINKAGE-REPORT.
012000     ACCEPT DLR102-RUN-DATE FROM DATE YYYYMMDD.
017500 3000-EXIT.
017600     EXIT.
017700
017703*    POST-RECEIPT CORRECTIONS FROM DLR195 - THE SIGNED QUANTITY
017706*    CHANGE PUTS STOCK BACK ON OR TAKES IT OFF THE STORE POSITION
017709*    AS THOUGH THE ORIGINAL RECEIPT HAD BEEN RIGHT.
017712 3500-APPLY-ADJUSTMENTS.
017715     READ ADJUSTMENT-MOVES
017718         AT END
017721             MOVE 'Y' TO DLR102-ADJ-EOF-SW
017724     END-READ.
017727     IF  NOT DLR102-ADJ-EOF
017730     AND DLRCVADJ-QTY-DELTA NOT = ZERO
017733         MOVE DLRCVADJ-STR-NO     TO DLR102-W-STR-NO
017736         MOVE DLRCVADJ-KEYCODE-NO TO DLR102-W-KEYCODE
017739         PERFORM 5000-READ-POSITION
017742         IF  NOT DLR102-FOUND
017745             PERFORM 5100-BUILD-NEW-POSITION
017748         END-IF
017751         ADD DLRCVADJ-QTY-DELTA TO DLINVPOS-ON-HAND-QTY
017754         ADD DLRCVADJ-QTY-DELTA TO DLINVPOS-RECEIPTS-QTY
017757         MOVE DLR102-RUN-DATE TO DLINVPOS-LAST-UPD-DATE
017760         PERFORM 5200-WRITE-POSITION
017763         ADD 1 TO DLR102-ADJS-APPLIED
017766     END-IF.
017769 3500-EXIT.
017772     EXIT.
017775
017800*    AFTER BOTH SIDES ARE APPLIED, PASS THE WHOLE MASTER AND
017900*    LIST EVERY POSITION THAT ENDED BELOW ZERO.
018000 4000-REPORT-NEGATIVES.
022900     MOVE ZERO TO DLINVPOS-ON-HAND-QTY.
023000     MOVE ZERO TO DLINVPOS-RECEIPTS-QTY.
023100     MOVE ZERO TO DLINVPOS-SALES-QTY.
023150     MOVE ZERO TO DLINVPOS-IN-TRANSIT-QTY.
023200     MOVE DLR102-RUN-DATE TO DLINVPOS-LAST-UPD-DATE.
023300     ADD 1 TO DLR102-POSITIONS-ADDED.
023400 5100-EXIT.
024700 9000-TERMINATE.
024800     DISPLAY 'DLR102 RS ROWS APPLIED   = ' DLR102-RS-APPLIED.
024900     DISPLAY 'DLR102 SALES APPLIED     = ' DLR102-SALES-APPLIED.
024950     DISPLAY 'DLR102 ADJUSTMENTS APPLD = ' DLR102-ADJS-APPLIED.
025000     DISPLAY 'DLR102 POSITIONS ADDED   = ' DLR102-POSITIONS-ADDED.
025100     DISPLAY 'DLR102 NEGATIVE POSNS    = ' DLR102-NEG-POSITIONS.
025200     CLOSE STDR-FILE
025300           DTAR020-FILE
025350           ADJUSTMENT-MOVES
025400           POSITION-MASTER
025500           SHRINKAGE-REPORT.
025600 9000-EXIT.
