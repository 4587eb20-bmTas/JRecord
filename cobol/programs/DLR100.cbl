001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | RE-WEIGHT FOR DLR195         | R. GEALL       *
002160*     |          | RECEIPT ADJUSTMENTS          |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS DYNAMIC
003500                              RECORD KEY IS DLCOSTMF-KEYCODE-NO.
003530     SELECT ADJUSTMENT-MOVES  ASSIGN TO RCVADJMV
003560                              ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  STDR-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DLCOSTMF-RECORD.
004600     COPY DLCOSTMF.
004610 FD  ADJUSTMENT-MOVES
004620     RECORDING MODE IS F
004630     LABEL RECORDS ARE STANDARD.
004640 01  DLRCVADJ-RECORD.
004650     COPY DLRCVADJ.
004700 WORKING-STORAGE SECTION.
004800 01  DLR100-SWITCHES.
004900     05  DLR100-EOF-SW            PIC X(01)  VALUE 'N'.
005000         88  DLR100-EOF                      VALUE 'Y'.
005100     05  DLR100-FOUND-SW          PIC X(01)  VALUE 'N'.
005200         88  DLR100-FOUND                    VALUE 'Y'.
005230     05  DLR100-ADJ-EOF-SW        PIC X(01)  VALUE 'N'.
005260         88  DLR100-ADJ-EOF                  VALUE 'Y'.
005300 01  DLR100-RUN-DATE              PIC 9(08)  VALUE ZERO.
005400 01  DLR100-WORK-KEYCODE          PIC 9(08).
005500 01  DLR100-WORK-FIELDS.
006100     05  DLR100-RD-APPLIED        PIC 9(09)  VALUE ZERO.
006200     05  DLR100-KEYCODES-ADDED    PIC 9(07)  VALUE ZERO.
006300     05  DLR100-RD-SKIPPED        PIC 9(07)  VALUE ZERO.
006330     05  DLR100-ADJS-APPLIED      PIC 9(07)  VALUE ZERO.
006360     05  DLR100-ADJS-SKIPPED      PIC 9(07)  VALUE ZERO.
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
006600     PERFORM 1000-INITIALIZE.
006700     PERFORM 2000-PROCESS-RECORD
006800         UNTIL DLR100-EOF.
006830     PERFORM 3000-APPLY-ADJUSTMENT
006860         UNTIL DLR100-ADJ-EOF.
006900     PERFORM 9000-TERMINATE.
007000     STOP RUN.
007100
007200 1000-INITIALIZE.
007300     OPEN INPUT STDR-FILE.
007400     OPEN I-O   COST-MASTER.
007450     OPEN INPUT ADJUSTMENT-MOVES.
007500     ACCEPT DLR100-RUN-DATE FROM DATE YYYYMMDD.
007600     PERFORM 2100-READ-STDR.
007700 1000-EXIT.
015600 2500-EXIT.
015700     EXIT.
015800
015801*    DLR195 RECEIPT CORRECTIONS RE-WEIGHT THE AVERAGE AS IF THE
015802*    ORIGINAL RECEIPT HAD BEEN RIGHT - A SIGNED QUANTITY AT THE
015803*    COST IT WAS RECEIVED AT. A CORRECTION FOR A KEYCODE NOT ON
015804*    THE MASTER, OR FROM A HISTORY ROW WITH NO COST, IS SKIPPED.
015805 3000-APPLY-ADJUSTMENT.
015806     READ ADJUSTMENT-MOVES
015807         AT END
015808             MOVE 'Y' TO DLR100-ADJ-EOF-SW
015809     END-READ.
015810     IF  NOT DLR100-ADJ-EOF
015811         MOVE 'N' TO DLR100-FOUND-SW
015812         IF  DLRCVADJ-QTY-DELTA NOT = ZERO
015813         AND DLRCVADJ-UNIT-COST NUMERIC
015814         AND DLRCVADJ-UNIT-COST > ZERO
015815             MOVE DLRCVADJ-KEYCODE-NO TO DLCOSTMF-KEYCODE-NO
015816             READ COST-MASTER
015817                 INVALID KEY
015818                     CONTINUE
015819                 NOT INVALID KEY
015820                     MOVE 'Y' TO DLR100-FOUND-SW
015821             END-READ
015822         END-IF
015823         IF  DLR100-FOUND
015824             PERFORM 3100-REWEIGHT-FOR-ADJUSTMENT
015825             REWRITE DLCOSTMF-RECORD
015826             ADD 1 TO DLR100-ADJS-APPLIED
015827         ELSE
015828             ADD 1 TO DLR100-ADJS-SKIPPED
015829         END-IF
015830     END-IF.
015831 3000-EXIT.
015832     EXIT.
015833
015834*    A CORRECTION THAT TAKES THE HELD QUANTITY TO ZERO OR BELOW
015835*    LEAVES NOTHING TO AVERAGE OVER - THE AVERAGE STANDS AND THE
015836*    QUANTITY IS FLOORED AT ZERO.
015837 3100-REWEIGHT-FOR-ADJUSTMENT.
015838     COMPUTE DLR100-TOTAL-QTY =
015839         DLCOSTMF-RECEIPT-QTY + DLRCVADJ-QTY-DELTA.
015840     IF  DLR100-TOTAL-QTY > ZERO
015841         COMPUTE DLR100-OLD-VALUE =
015842             DLCOSTMF-RECEIPT-QTY * DLCOSTMF-AVG-UNIT-COST
015843         COMPUTE DLR100-NEW-VALUE =
015844             DLRCVADJ-QTY-DELTA * DLRCVADJ-UNIT-COST
015845         COMPUTE DLCOSTMF-AVG-UNIT-COST ROUNDED =
015846             (DLR100-OLD-VALUE + DLR100-NEW-VALUE)
015847                 / DLR100-TOTAL-QTY
015848         MOVE DLR100-TOTAL-QTY TO DLCOSTMF-RECEIPT-QTY
015849     ELSE
015850         MOVE ZERO TO DLCOSTMF-RECEIPT-QTY
015851     END-IF.
015852 3100-EXIT.
015853     EXIT.
015854
015900 9000-TERMINATE.
016000     DISPLAY 'DLR100 RECORDS READ     = ' DLR100-RECS-READ.
016100     DISPLAY 'DLR100 RD ROWS APPLIED  = ' DLR100-RD-APPLIED.
016200     DISPLAY 'DLR100 KEYCODES ADDED   = ' DLR100-KEYCODES-ADDED.
016300     DISPLAY 'DLR100 RD ROWS SKIPPED  = ' DLR100-RD-SKIPPED.
016330     DISPLAY 'DLR100 ADJUSTMENTS APPLD = ' DLR100-ADJS-APPLIED.
016360     DISPLAY 'DLR100 ADJUSTMENTS SKIPD = ' DLR100-ADJS-SKIPPED.
016400     CLOSE STDR-FILE
016460           COST-MASTER
016520           ADJUSTMENT-MOVES.
016600 9000-EXIT.
016700     EXIT.
