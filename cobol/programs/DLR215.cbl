000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR215.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR215 - MONTHLY DEPOSIT INTEREST ACCRUAL RECONCILIATION     *
001000*                                                                *
001100*   RUN AT MONTH END AFTER THE LAST DLR214 OF THE MONTH. FOR     *
001200*   EVERY DEPOSIT ON THE DLDEPACR ACCRUAL MASTER PROVES THE      *
001300*   MONTH'S OPENING ACCRUAL PLUS INTEREST ACCRUED LESS ACCRUAL   *
001400*   RELEASED AGAINST THE CLOSING ACCRUAL, AND COMPARES THE       *
001500*   CLOSING ACCRUAL WITH THE FIGURE THE DEPOSIT SYSTEM CARRIES.  *
001600*   DEPOSITS THAT FAIL EITHER TEST, OR THAT HAVE SETTLED WITH    *
001700*   INTEREST STILL ACCRUED, ARE LISTED; THE MONTH IS THEN        *
001800*   SUMMARISED BY BRANCH AND CURRENCY FOR THE LEDGER TIE-OUT OF  *
001900*   THE ACCRUED INTEREST PAYABLE ACCOUNT.                        *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCRUAL-MASTER    ASSIGN TO DLDEPACR
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS SEQUENTIAL
003500                              RECORD KEY IS DLDEPACR-DEP-NO.
003600     SELECT RECON-REPORT      ASSIGN TO INTRECRP
003700                              ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  ACCRUAL-MASTER
004100     LABEL RECORDS ARE STANDARD.
004200 01  DLDEPACR-RECORD.
004300     COPY DLDEPACR.
004400 FD  RECON-REPORT
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  RECON-LINE                  PIC X(132).
004800 WORKING-STORAGE SECTION.
004900 01  DLR215-SWITCHES.
005000     05  DLR215-EOF-SW            PIC X(01)  VALUE 'N'.
005100         88  DLR215-EOF                      VALUE 'Y'.
005200 01  DLR215-CONSTANTS.
005300*    A DIFFERENCE FROM THE DEPOSIT SYSTEM WITHIN THIS IS ROUNDING.
005400     05  DLR215-TOLERANCE         PIC 9(03)V99 VALUE 1.00.
005500 01  DLR215-RUN-DATE-FIELDS.
005600     05  DLR215-RUN-DATE          PIC 9(08)  VALUE ZERO.
005700     05  DLR215-RUN-PARTS REDEFINES DLR215-RUN-DATE.
005800         10  DLR215-RUN-CCYYMM    PIC 9(06).
005900         10  DLR215-RUN-DD        PIC 9(02).
006000*    A DEPOSIT NOT TOUCHED THIS MONTH HAS NO MOVEMENT - ITS
006100*    WHOLE ACCRUAL IS BOTH OPENING AND CLOSING.
006200 01  DLR215-DEPOSIT-FIGURES.
006300     05  DLR215-OPENING           PIC S9(13)V99 COMP-3.
006400     05  DLR215-ACCRUED           PIC S9(13)V99 COMP-3.
006500     05  DLR215-RELEASED          PIC S9(13)V99 COMP-3.
006600     05  DLR215-PAID              PIC S9(13)V99 COMP-3.
006700     05  DLR215-CLOSING           PIC S9(13)V99 COMP-3.
006800     05  DLR215-PROVED            PIC S9(13)V99 COMP-3.
006900     05  DLR215-VARIANCE          PIC S9(13)V99 COMP-3.
007000 01  DLR215-EXCEPTION-TEXT        PIC X(30).
007100 01  DLR215-CELL-CONTROL.
007200     05  DLR215-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
007300 01  DLR215-CELL-TABLE.
007400     05  DLR215-CELL-ENTRY OCCURS 500 TIMES
007500                           INDEXED BY DLR215-CX.
007600         10  DLR215-C-BRANCH      PIC X(04).
007700         10  DLR215-C-CCY         PIC X(03).
007800         10  DLR215-C-DEPOSITS    PIC S9(07)  COMP-3.
007900         10  DLR215-C-OPENING     PIC S9(13)V99 COMP-3.
008000         10  DLR215-C-ACCRUED     PIC S9(13)V99 COMP-3.
008100         10  DLR215-C-RELEASED    PIC S9(13)V99 COMP-3.
008200         10  DLR215-C-CLOSING     PIC S9(13)V99 COMP-3.
008300         10  DLR215-C-PAID        PIC S9(13)V99 COMP-3.
008400         10  DLR215-C-CORE        PIC S9(13)V99 COMP-3.
008500 01  DLR215-COUNTERS.
008600     05  DLR215-DEPOSITS-READ     PIC 9(07)  VALUE ZERO.
008700     05  DLR215-NOT-PROVED        PIC 9(07)  VALUE ZERO.
008800     05  DLR215-CORE-DIFFERS      PIC 9(07)  VALUE ZERO.
008900     05  DLR215-SETTLED-ACCRUED   PIC 9(07)  VALUE ZERO.
009000     05  DLR215-CELLS-LOST        PIC 9(07)  VALUE ZERO.
009100 01  DLR215-HEADING-1.
009200     05  FILLER                   PIC X(53)  VALUE
009300         'DLR215 - DEPOSIT ACCRUAL RECONCILIATION          RUN '.
009400     05  DLR215-H-RUN-DATE        PIC 9(08).
009500     05  FILLER                   PIC X(08)  VALUE '  MONTH '.
009600     05  DLR215-H-MONTH           PIC 9(06).
009700 01  DLR215-HEADING-2.
009800     05  FILLER                   PIC X(40)  VALUE
009900         'DEPOSIT EXCEPTIONS'.
010000 01  DLR215-HEADING-3.
010100     05  FILLER                   PIC X(40)  VALUE
010200         'DEPOSIT NO  BRCH CCY         OPENING    '.
010300     05  FILLER                   PIC X(40)  VALUE
010400         '     ACCRUED        RELEASED         CLO'.
010500     05  FILLER                   PIC X(30)  VALUE
010600         'SING  DEPOSIT SYSTEM EXCEPTION'.
010700 01  DLR215-HEADING-4.
010800     05  FILLER                   PIC X(40)  VALUE
010900         'MONTH SUMMARY BY BRANCH AND CURRENCY'.
011000 01  DLR215-HEADING-5.
011100     05  FILLER                   PIC X(40)  VALUE
011200         'BRCH CCY  DEPS         OPENING         A'.
011300     05  FILLER                   PIC X(40)  VALUE
011400         'CCRUED        RELEASED         CLOSING  '.
011500     05  FILLER                   PIC X(40)  VALUE
011600         '          PAID  DEPOSIT SYSTEM        VA'.
011700     05  FILLER                   PIC X(06)  VALUE
011800         'RIANCE'.
011900 01  DLR215-EXCEPTION-LINE.
012000     05  DLR215-E-DEP-NO          PIC X(11).
012100     05  FILLER                   PIC X(01)  VALUE SPACES.
012200     05  DLR215-E-BRANCH          PIC X(04).
012300     05  FILLER                   PIC X(01)  VALUE SPACES.
012400     05  DLR215-E-CCY             PIC X(03).
012500     05  FILLER                   PIC X(01)  VALUE SPACES.
012600     05  DLR215-E-OPENING         PIC -ZZZ,ZZZ,ZZ9.99.
012700     05  FILLER                   PIC X(01)  VALUE SPACES.
012800     05  DLR215-E-ACCRUED         PIC -ZZZ,ZZZ,ZZ9.99.
012900     05  FILLER                   PIC X(01)  VALUE SPACES.
013000     05  DLR215-E-RELEASED        PIC -ZZZ,ZZZ,ZZ9.99.
013100     05  FILLER                   PIC X(01)  VALUE SPACES.
013200     05  DLR215-E-CLOSING         PIC -ZZZ,ZZZ,ZZ9.99.
013300     05  FILLER                   PIC X(01)  VALUE SPACES.
013400     05  DLR215-E-CORE            PIC -ZZZ,ZZZ,ZZ9.99.
013500     05  FILLER                   PIC X(01)  VALUE SPACES.
013600     05  DLR215-E-TEXT            PIC X(30).
013700 01  DLR215-SUMMARY-LINE.
013800     05  DLR215-S-BRANCH          PIC X(04).
013900     05  FILLER                   PIC X(01)  VALUE SPACES.
014000     05  DLR215-S-CCY             PIC X(03).
014100     05  FILLER                   PIC X(01)  VALUE SPACES.
014200     05  DLR215-S-DEPOSITS        PIC ZZZZ9.
014300     05  FILLER                   PIC X(01)  VALUE SPACES.
014400     05  DLR215-S-OPENING         PIC -ZZZ,ZZZ,ZZ9.99.
014500     05  FILLER                   PIC X(01)  VALUE SPACES.
014600     05  DLR215-S-ACCRUED         PIC -ZZZ,ZZZ,ZZ9.99.
014700     05  FILLER                   PIC X(01)  VALUE SPACES.
014800     05  DLR215-S-RELEASED        PIC -ZZZ,ZZZ,ZZ9.99.
014900     05  FILLER                   PIC X(01)  VALUE SPACES.
015000     05  DLR215-S-CLOSING         PIC -ZZZ,ZZZ,ZZ9.99.
015100     05  FILLER                   PIC X(01)  VALUE SPACES.
015200     05  DLR215-S-PAID            PIC -ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER                   PIC X(01)  VALUE SPACES.
015400     05  DLR215-S-CORE            PIC -ZZZ,ZZZ,ZZ9.99.
015500     05  FILLER                   PIC X(01)  VALUE SPACES.
015600     05  DLR215-S-VARIANCE        PIC -ZZZ,ZZZ,ZZ9.99.
015700 01  DLR215-TOTAL-LINE.
015800     05  DLR215-T-LABEL           PIC X(40).
015900     05  DLR215-T-COUNT           PIC ZZZZZZZZ9.
016000 01  DLR215-BLANK-LINE            PIC X(01)  VALUE SPACE.
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE.
016400     PERFORM 2000-RECONCILE-DEPOSIT
016500         UNTIL DLR215-EOF.
016600     PERFORM 3000-PRINT-SUMMARY.
016700     PERFORM 8000-PRINT-TOTALS.
016800     PERFORM 9000-TERMINATE.
016900     STOP RUN.
017000
017100 1000-INITIALIZE.
017200     ACCEPT DLR215-RUN-DATE FROM DATE YYYYMMDD.
017300     OPEN INPUT  ACCRUAL-MASTER.
017400     OPEN OUTPUT RECON-REPORT.
017500     MOVE DLR215-RUN-DATE   TO DLR215-H-RUN-DATE.
017600     MOVE DLR215-RUN-CCYYMM TO DLR215-H-MONTH.
017700     WRITE RECON-LINE FROM DLR215-HEADING-1.
017800     WRITE RECON-LINE FROM DLR215-BLANK-LINE.
017900     WRITE RECON-LINE FROM DLR215-HEADING-2.
018000     WRITE RECON-LINE FROM DLR215-HEADING-3.
018100     PERFORM 2100-READ-MASTER.
018200 1000-EXIT.
018300     EXIT.
018400
018500 2000-RECONCILE-DEPOSIT.
018600     ADD 1 TO DLR215-DEPOSITS-READ.
018700     MOVE DLDEPACR-ACCRUED-TO-DATE TO DLR215-CLOSING.
018800     IF  DLDEPACR-ACCR-MONTH = DLR215-RUN-CCYYMM
018900         MOVE DLDEPACR-MONTH-OPENING TO DLR215-OPENING
019000         MOVE DLDEPACR-MTD-ACCRUED   TO DLR215-ACCRUED
019100         MOVE DLDEPACR-MTD-RELEASED  TO DLR215-RELEASED
019200         MOVE DLDEPACR-MTD-PAID      TO DLR215-PAID
019300     ELSE
019400         MOVE DLDEPACR-ACCRUED-TO-DATE TO DLR215-OPENING
019500         MOVE ZERO TO DLR215-ACCRUED
019600         MOVE ZERO TO DLR215-RELEASED
019700         MOVE ZERO TO DLR215-PAID
019800     END-IF.
019900     COMPUTE DLR215-PROVED =
020000         DLR215-OPENING + DLR215-ACCRUED - DLR215-RELEASED.
020100     COMPUTE DLR215-VARIANCE =
020200         DLR215-CLOSING - DLDEPACR-CORE-ACCRUED.
020300     MOVE SPACES TO DLR215-EXCEPTION-TEXT.
020400     EVALUATE TRUE
020500         WHEN DLR215-PROVED NOT = DLR215-CLOSING
020600             ADD 1 TO DLR215-NOT-PROVED
020700             MOVE 'MOVEMENT DOES NOT PROVE'
020800                 TO DLR215-EXCEPTION-TEXT
020900         WHEN DLDEPACR-SETTLED
021000         AND  DLR215-CLOSING NOT = ZERO
021100             ADD 1 TO DLR215-SETTLED-ACCRUED
021200             MOVE 'SETTLED WITH INTEREST ACCRUED'
021300                 TO DLR215-EXCEPTION-TEXT
021400         WHEN DLDEPACR-OPEN
021500         AND (DLR215-VARIANCE > DLR215-TOLERANCE
021600          OR  DLR215-VARIANCE < ZERO - DLR215-TOLERANCE)
021700             ADD 1 TO DLR215-CORE-DIFFERS
021800             MOVE 'DIFFERS FROM DEPOSIT SYSTEM'
021900                 TO DLR215-EXCEPTION-TEXT
022000         WHEN OTHER
022100             CONTINUE
022200     END-EVALUATE.
022300     IF  DLR215-EXCEPTION-TEXT NOT = SPACES
022400         PERFORM 2200-WRITE-EXCEPTION
022500     END-IF.
022600     PERFORM 2300-ADD-TO-CELL.
022700     PERFORM 2100-READ-MASTER.
022800 2000-EXIT.
022900     EXIT.
023000
023100 2100-READ-MASTER.
023200     READ ACCRUAL-MASTER NEXT RECORD
023300         AT END
023400             MOVE 'Y' TO DLR215-EOF-SW
023500     END-READ.
023600 2100-EXIT.
023700     EXIT.
023800
023900 2200-WRITE-EXCEPTION.
024000     MOVE DLDEPACR-DEP-NO       TO DLR215-E-DEP-NO.
024100     MOVE DLDEPACR-BRANCH       TO DLR215-E-BRANCH.
024200     MOVE DLDEPACR-CCY          TO DLR215-E-CCY.
024300     MOVE DLR215-OPENING        TO DLR215-E-OPENING.
024400     MOVE DLR215-ACCRUED        TO DLR215-E-ACCRUED.
024500     MOVE DLR215-RELEASED       TO DLR215-E-RELEASED.
024600     MOVE DLR215-CLOSING        TO DLR215-E-CLOSING.
024700     MOVE DLDEPACR-CORE-ACCRUED TO DLR215-E-CORE.
024800     MOVE DLR215-EXCEPTION-TEXT TO DLR215-E-TEXT.
024900     WRITE RECON-LINE FROM DLR215-EXCEPTION-LINE.
025000 2200-EXIT.
025100     EXIT.
025200
025300 2300-ADD-TO-CELL.
025400     SET DLR215-CX TO 1.
025500     SEARCH DLR215-CELL-ENTRY
025600         AT END
025700             ADD 1 TO DLR215-CELLS-LOST
025800         WHEN DLR215-CX > DLR215-CELL-COUNT
025900             ADD 1 TO DLR215-CELL-COUNT
026000             MOVE DLDEPACR-BRANCH TO DLR215-C-BRANCH (DLR215-CX)
026100             MOVE DLDEPACR-CCY    TO DLR215-C-CCY (DLR215-CX)
026200             MOVE ZERO TO DLR215-C-DEPOSITS (DLR215-CX)
026300             MOVE ZERO TO DLR215-C-OPENING (DLR215-CX)
026400             MOVE ZERO TO DLR215-C-ACCRUED (DLR215-CX)
026500             MOVE ZERO TO DLR215-C-RELEASED (DLR215-CX)
026600             MOVE ZERO TO DLR215-C-CLOSING (DLR215-CX)
026700             MOVE ZERO TO DLR215-C-PAID (DLR215-CX)
026800             MOVE ZERO TO DLR215-C-CORE (DLR215-CX)
026900             PERFORM 2310-ACCUMULATE-CELL
027000         WHEN DLR215-C-BRANCH (DLR215-CX) = DLDEPACR-BRANCH
027100         AND  DLR215-C-CCY (DLR215-CX) = DLDEPACR-CCY
027200             PERFORM 2310-ACCUMULATE-CELL
027300     END-SEARCH.
027400 2300-EXIT.
027500     EXIT.
027600
027700 2310-ACCUMULATE-CELL.
027800     ADD 1               TO DLR215-C-DEPOSITS (DLR215-CX).
027900     ADD DLR215-OPENING  TO DLR215-C-OPENING (DLR215-CX).
028000     ADD DLR215-ACCRUED  TO DLR215-C-ACCRUED (DLR215-CX).
028100     ADD DLR215-RELEASED TO DLR215-C-RELEASED (DLR215-CX).
028200     ADD DLR215-CLOSING  TO DLR215-C-CLOSING (DLR215-CX).
028300     ADD DLR215-PAID     TO DLR215-C-PAID (DLR215-CX).
028400     IF  DLDEPACR-OPEN
028500         ADD DLDEPACR-CORE-ACCRUED TO DLR215-C-CORE (DLR215-CX)
028600     END-IF.
028700 2310-EXIT.
028800     EXIT.
028900
029000 3000-PRINT-SUMMARY.
029100     WRITE RECON-LINE FROM DLR215-BLANK-LINE.
029200     WRITE RECON-LINE FROM DLR215-HEADING-4.
029300     WRITE RECON-LINE FROM DLR215-HEADING-5.
029400     PERFORM 3100-PRINT-ONE-CELL
029500         VARYING DLR215-CX FROM 1 BY 1
029600         UNTIL DLR215-CX > DLR215-CELL-COUNT.
029700 3000-EXIT.
029800     EXIT.
029900
030000 3100-PRINT-ONE-CELL.
030100     MOVE DLR215-C-BRANCH (DLR215-CX)   TO DLR215-S-BRANCH.
030200     MOVE DLR215-C-CCY (DLR215-CX)      TO DLR215-S-CCY.
030300     MOVE DLR215-C-DEPOSITS (DLR215-CX) TO DLR215-S-DEPOSITS.
030400     MOVE DLR215-C-OPENING (DLR215-CX)  TO DLR215-S-OPENING.
030500     MOVE DLR215-C-ACCRUED (DLR215-CX)  TO DLR215-S-ACCRUED.
030600     MOVE DLR215-C-RELEASED (DLR215-CX) TO DLR215-S-RELEASED.
030700     MOVE DLR215-C-CLOSING (DLR215-CX)  TO DLR215-S-CLOSING.
030800     MOVE DLR215-C-PAID (DLR215-CX)     TO DLR215-S-PAID.
030900     MOVE DLR215-C-CORE (DLR215-CX)     TO DLR215-S-CORE.
031000     COMPUTE DLR215-VARIANCE =
031100         DLR215-C-CLOSING (DLR215-CX) - DLR215-C-CORE (DLR215-CX).
031200     MOVE DLR215-VARIANCE TO DLR215-S-VARIANCE.
031300     WRITE RECON-LINE FROM DLR215-SUMMARY-LINE.
031400 3100-EXIT.
031500     EXIT.
031600
031700 8000-PRINT-TOTALS.
031800     WRITE RECON-LINE FROM DLR215-BLANK-LINE.
031900     MOVE 'DEPOSITS ON THE ACCRUAL MASTER' TO DLR215-T-LABEL.
032000     MOVE DLR215-DEPOSITS-READ TO DLR215-T-COUNT.
032100     WRITE RECON-LINE FROM DLR215-TOTAL-LINE.
032200     MOVE 'MOVEMENT DOES NOT PROVE' TO DLR215-T-LABEL.
032300     MOVE DLR215-NOT-PROVED TO DLR215-T-COUNT.
032400     WRITE RECON-LINE FROM DLR215-TOTAL-LINE.
032500     MOVE 'DIFFERS FROM DEPOSIT SYSTEM' TO DLR215-T-LABEL.
032600     MOVE DLR215-CORE-DIFFERS TO DLR215-T-COUNT.
032700     WRITE RECON-LINE FROM DLR215-TOTAL-LINE.
032800     MOVE 'SETTLED WITH INTEREST ACCRUED' TO DLR215-T-LABEL.
032900     MOVE DLR215-SETTLED-ACCRUED TO DLR215-T-COUNT.
033000     WRITE RECON-LINE FROM DLR215-TOTAL-LINE.
033100     MOVE 'DEPOSITS LEFT OUT - SUMMARY TABLE FULL'
033200         TO DLR215-T-LABEL.
033300     MOVE DLR215-CELLS-LOST TO DLR215-T-COUNT.
033400     WRITE RECON-LINE FROM DLR215-TOTAL-LINE.
033500 8000-EXIT.
033600     EXIT.
033700
033800 9000-TERMINATE.
033900     DISPLAY 'DLR215 DEPOSITS READ     = ' DLR215-DEPOSITS-READ.
034000     DISPLAY 'DLR215 NOT PROVED        = ' DLR215-NOT-PROVED.
034100     DISPLAY 'DLR215 DIFFER FROM CORE  = ' DLR215-CORE-DIFFERS.
034200     IF  DLR215-NOT-PROVED > ZERO
034300     OR  DLR215-CORE-DIFFERS > ZERO
034400     OR  DLR215-SETTLED-ACCRUED > ZERO
034500     OR  DLR215-CELLS-LOST > ZERO
034600         MOVE 4 TO RETURN-CODE
034700     END-IF.
034800     CLOSE ACCRUAL-MASTER
034900           RECON-REPORT.
035000 9000-EXIT.
035100     EXIT.
