001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | BILL DLR195 RECEIPT          | R. GEALL       *
002160*     |          | ADJUSTMENTS TO STORES        |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT BILLING-REPORT    ASSIGN TO BILLRPT
003500                              ORGANIZATION IS SEQUENTIAL.
003530     SELECT ADJUSTMENT-MOVES  ASSIGN TO RCVADJMV
003560                              ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STDR-FILE
005200     05  BIL-ALC-QTY             PIC 9(09).
005300     05  BIL-UNIT-COST           PIC 9(11)V9(3).
005400     05  BIL-EXTENDED-COST       PIC S9(13)V99 COMP-3.
005410*    'A' LINES CARRY A DLR195 RECEIPT CORRECTION - THE QUANTITY IS
005420*    THE SIZE OF THE CHANGE AND THE EXTENDED COST IS SIGNED, SO A
005430*    QUANTITY TAKEN OFF THE STORE IS A CREDIT (NEGATIVE).
005440     05  BIL-LINE-TYPE           PIC X(01).
005450         88  BIL-RECEIPT-LINE           VALUE 'R'.
005460         88  BIL-ADJUSTMENT-LINE        VALUE 'A'.
005500 FD  BILLING-REPORT
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  BILLING-LINE                PIC X(90).
005810 FD  ADJUSTMENT-MOVES
005820     RECORDING MODE IS F
005830     LABEL RECORDS ARE STANDARD.
005840 01  DLRCVADJ-RECORD.
005850     COPY DLRCVADJ.
005900 WORKING-STORAGE SECTION.
006000 01  DLR070-SWITCHES.
006100     05  DLR070-EOF-SW            PIC X(01)  VALUE 'N'.
006400         88  DLR070-RD-ACTIVE                VALUE 'Y'.
006500     05  DLR070-RH-ACTIVE-SW      PIC X(01)  VALUE 'N'.
006600         88  DLR070-RH-ACTIVE                VALUE 'Y'.
006630     05  DLR070-ADJ-EOF-SW        PIC X(01)  VALUE 'N'.
006660         88  DLR070-ADJ-EOF                  VALUE 'Y'.
006700 01  DLR070-CURR-RD.
006800     05  DLR070-RD-PROD-NO        PIC 9(14)  VALUE ZERO.
006900     05  DLR070-RD-KEYCODE        PIC 9(08)  VALUE ZERO.
007600 01  DLR070-EXTENDED-COST         PIC S9(13)V99 COMP-3.
007700 01  DLR070-COUNTERS.
007800     05  DLR070-LINES-BILLED      PIC 9(09)  VALUE ZERO.
007820     05  DLR070-ADJ-LINES         PIC 9(09)  VALUE ZERO.
007840 01  DLR070-ADJ-VALUE             PIC S9(13)V99 COMP-3 VALUE ZERO.
007860 01  DLR070-ADJ-KEYCODE           PIC 9(08).
007900 01  DLR070-HEADING-1.
008000     05  FILLER                   PIC X(44)  VALUE
008100         'DLR070 - DC BILLING SUMMARY PER RECEIPT'.
009200     05  FILLER                   PIC X(21)  VALUE
009300         'BILLING LINES OUT -  '.
009400     05  DLR070-T-LINES           PIC ZZZZZZZZ9.
009410 01  DLR070-ADJ-TOTAL-LINE.
009420     05  FILLER                   PIC X(21)  VALUE
009430         'ADJUSTMENT LINES OUT-'.
009440     05  DLR070-T-ADJ-LINES       PIC ZZZZZZZZ9.
009450     05  FILLER                   PIC X(10)  VALUE '  BILLED  '.
009460     05  DLR070-T-ADJ-AMT         PIC -ZZZZZZZZZ9.99.
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE.
009800     PERFORM 2000-PROCESS-RECORD
009900         UNTIL DLR070-EOF.
010000     PERFORM 3000-CLOSE-RECEIPT.
010030     PERFORM 4000-BILL-ADJUSTMENT
010060         UNTIL DLR070-ADJ-EOF.
010100     PERFORM 9000-TERMINATE.
010200     STOP RUN.
010300
010400 1000-INITIALIZE.
010500     OPEN INPUT  STDR-FILE.
010550     OPEN INPUT  ADJUSTMENT-MOVES.
010600     OPEN OUTPUT BILLING-FEED.
010700     OPEN OUTPUT BILLING-REPORT.
010800     WRITE BILLING-LINE FROM DLR070-HEADING-1.
015500         MOVE REC-ALC-QTY-RS     TO BIL-ALC-QTY
015600         MOVE DLR070-RD-UNIT-COST TO BIL-UNIT-COST
015700         MOVE DLR070-EXTENDED-COST TO BIL-EXTENDED-COST
015750         SET BIL-RECEIPT-LINE    TO TRUE
015800         WRITE BILLING-FEED-REC
015900         ADD DLR070-EXTENDED-COST TO DLR070-RH-BILLED-AMT
016000         ADD REC-ALC-QTY-RS       TO DLR070-RH-BILLED-QTY
017400 3000-EXIT.
017500     EXIT.
017600
017603*    DLR195 CORRECTIONS TO EARLIER RECEIPTS ARE BILLED TO THE
017606*    STORE AS ADJUSTMENT LINES - DEBIT FOR STOCK PUT BACK ON,
017609*    CREDIT FOR STOCK TAKEN OFF OR A REVERSED RECEIPT.
017612 4000-BILL-ADJUSTMENT.
017615     READ ADJUSTMENT-MOVES
017618         AT END
017621             MOVE 'Y' TO DLR070-ADJ-EOF-SW
017624     END-READ.
017627     IF  NOT DLR070-ADJ-EOF
017630     AND DLRCVADJ-QTY-DELTA NOT = ZERO
017633         MOVE ZERO TO DLR070-ADJ-KEYCODE
017636         IF  DLRCVADJ-KEYCODE-NO NUMERIC
017639             MOVE DLRCVADJ-KEYCODE-NO TO DLR070-ADJ-KEYCODE
017642         END-IF
017645         MOVE DLRCVADJ-STR-NO        TO BIL-STR-NO
017648         MOVE DLRCVADJ-RECEIPT-LOCN  TO BIL-RECEIPT-LOCN
017651         MOVE DLRCVADJ-RECEIPT-NO    TO BIL-RECEIPT-NO
017654         MOVE DLRCVADJ-PROD-NO       TO BIL-PROD-NO
017657         MOVE DLR070-ADJ-KEYCODE     TO BIL-KEYCODE
017660         MOVE DLRCVADJ-QTY-DELTA     TO BIL-ALC-QTY
017663         MOVE DLRCVADJ-UNIT-COST     TO BIL-UNIT-COST
017666         MOVE DLRCVADJ-VALUE-DELTA   TO BIL-EXTENDED-COST
017669         SET BIL-ADJUSTMENT-LINE     TO TRUE
017672         WRITE BILLING-FEED-REC
017675         ADD 1 TO DLR070-ADJ-LINES
017678         ADD DLRCVADJ-VALUE-DELTA TO DLR070-ADJ-VALUE
017681     END-IF.
017684 4000-EXIT.
017687     EXIT.
017690
017700 9000-TERMINATE.
017800     MOVE DLR070-LINES-BILLED TO DLR070-T-LINES.
017900     WRITE BILLING-LINE FROM DLR070-TOTAL-LINE.
017920     MOVE DLR070-ADJ-LINES TO DLR070-T-ADJ-LINES.
017940     MOVE DLR070-ADJ-VALUE TO DLR070-T-ADJ-AMT.
017960     WRITE BILLING-LINE FROM DLR070-ADJ-TOTAL-LINE.
018000     CLOSE STDR-FILE
018050           ADJUSTMENT-MOVES
018100           BILLING-FEED
018200           BILLING-REPORT.
018300 9000-EXIT.
