000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR160.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR160 - STOCKTAKE COUNT INTAKE, BOOK-TO-PHYSICAL VARIANCE   *
001000*            AND DLINVPOS RESET                                  *
001100*                                                                *
001200*   TAKES THE STORE COUNT SHEETS (STORE, KEYCODE, DEPARTMENT,    *
001300*   COUNTED QTY, COUNT DATE) AGAINST THE DLSTKBK BOOK FROZEN     *
001400*   BY DLR159 AT THE COUNT CUT-OFF. A KEYCODE COUNTED ON MORE    *
001500*   THAN ONE SHEET (STOCKROOM AND FLOOR) IS SUMMED; A KEYCODE    *
001600*   FOUND ON THE SHELF BUT NEVER ON THE BOOK IS ADDED AT A BOOK  *
001700*   OF ZERO. ONCE ALL SHEETS ARE IN, EVERY COUNTED STORE IS      *
001800*   POSTED: THE VARIANCE (COUNTED LESS FROZEN BOOK) IS VALUED    *
001900*   AT THE DLCOSTMF MOVING-AVERAGE UNIT COST AND PRINTED BY      *
002000*   STORE AND DEPARTMENT, AND IS ADDED TO DLINVPOS-ON-HAND-QTY - *
002100*   SO THE POSITION BECOMES THE COUNTED FIGURE AS AT THE CUT-OFF *
002200*   WITH ANY RECEIPTS AND SALES SINCE THE CUT-OFF STILL ON TOP.  *
002300*   THE VALUED WRITE-OFF GOES TO THE GL AS A DLGLJRNL SHRINKAGE  *
002400*   JOURNAL PER DEPARTMENT COST CENTRE (DEBIT SHRINKAGE EXPENSE, *
002500*   CREDIT STOCK - REVERSED FOR A NET GAIN), SO LOSS PREVENTION  *
002550*   AND FINANCE WORK FROM ONE NUMBER. A BOOK ROW NOT COUNTED IN  *
002600*   A COUNTED STORE IS TAKEN AS COUNTED ZERO: THE WHOLE BOOK IS  *
002610*   WRITTEN OFF, VALUED, RESET ON DLINVPOS AND JOURNALLED, AND   *
002620*   THE LINE IS FLAGGED NOT COUNTED ON THE VARIANCE REPORT.      *
002650*   A KEYCODE ON A DLCONSAG CONSIGNMENT AGREEMENT IS THE         *
002700*   VENDOR'S STOCK: ITS POSITION IS RESET BUT THE VARIANCE IS    *
002750*   NOT VALUED OR JOURNALLED.                                    *
002800*                                                                *
002900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003000*  ---|----------|------------------------------|------------    *
003100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003130*  02 | 15/10/26 | KEEP THE VALUED VARIANCE ON  | R. GEALL       *
003160*     |          | THE POSTED BOOK ROW          |                *
003170*  03 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
003180*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
003190*  04 | 15/10/26 | CONSIGNMENT STOCK NOT VALUED | R. GEALL       *
003195*     |          | AT STOCKTAKE (DLCONSAG)      |                *
003196*  05 | 15/10/26 | UNCOUNTED BOOK ROWS POSTED   | R. GEALL       *
003197*     |          | AS COUNTED ZERO              |                *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT COUNT-FILE        ASSIGN TO STKCOUNT
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT BOOK-FILE         ASSIGN TO DLSTKBK
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLSTKBK-KEY.
004600     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS DLINVPOS-KEY.
005000     SELECT COST-MASTER       ASSIGN TO DLCOSTMF
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS DYNAMIC
005300                              RECORD KEY IS DLCOSTMF-KEYCODE-NO.
005400     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT VARIANCE-REPORT   ASSIGN TO STKVARPT
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLSK
005850                              ORGANIZATION IS SEQUENTIAL.
005900     SELECT REJECT-FILE       ASSIGN TO STKREJ
005950                              ORGANIZATION IS SEQUENTIAL.
006000     SELECT CONSIGN-MASTER    ASSIGN TO DLCONSAG
006050                              ORGANIZATION IS INDEXED
006100                              ACCESS MODE IS RANDOM
006150                              RECORD KEY IS DLCONSAG-KEYCODE-NO.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  COUNT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  COUNT-REC.
006800     05  CNT-STORE-NO            PIC 9(04).
006900     05  CNT-KEYCODE-NO          PIC X(08).
007000     05  CNT-DEPT-NO             PIC 9(03).
007100     05  CNT-COUNTED-QTY         PIC 9(07).
007200     05  CNT-COUNT-DATE          PIC 9(08).
007300     05  CNT-SHEET-NO            PIC X(06).
007400     05  FILLER                  PIC X(44).
007500 FD  BOOK-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLSTKBK-RECORD.
007800     COPY DLSTKBK.
007900 FD  POSITION-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100 01  DLINVPOS-RECORD.
008200     COPY DLINVPOS.
008300 FD  COST-MASTER
008350     LABEL RECORDS ARE STANDARD.
008400 01  DLCOSTMF-RECORD.
008450     COPY DLCOSTMF.
008500 FD  CONSIGN-MASTER
008550     LABEL RECORDS ARE STANDARD.
008600 01  DLCONSAG-RECORD.
008650     COPY DLCONSAG.
008700 FD  DEPT-MASTER-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  DLDEPTMF-RECORD.
009100     COPY DLDEPTMF.
009200 FD  VARIANCE-REPORT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  VARIANCE-LINE               PIC X(100).
009600 FD  GL-JOURNAL-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  DLGLJRNL-RECORD.
009900     COPY DLGLJRNL.
010000 FD  REJECT-FILE
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  REJECT-REC.
010400     05  REJ-REASON-CODE         PIC X(04).
010500     05  REJ-COUNT-IMAGE         PIC X(80).
010600 WORKING-STORAGE SECTION.
010700 01  DLR160-SWITCHES.
010800     05  DLR160-CNT-EOF-SW        PIC X(01)  VALUE 'N'.
010900         88  DLR160-CNT-EOF                  VALUE 'Y'.
011000     05  DLR160-BOOK-EOF-SW       PIC X(01)  VALUE 'N'.
011100         88  DLR160-BOOK-EOF                 VALUE 'Y'.
011200     05  DLR160-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
011300         88  DLR160-DEPT-EOF                 VALUE 'Y'.
011400     05  DLR160-FOUND-SW          PIC X(01)  VALUE 'N'.
011500         88  DLR160-FOUND                    VALUE 'Y'.
011600     05  DLR160-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
011700         88  DLR160-STORE-FOUND              VALUE 'Y'.
011800     05  DLR160-COST-FOUND-SW     PIC X(01)  VALUE 'N'.
011900         88  DLR160-COST-FOUND               VALUE 'Y'.
012000     05  DLR160-XREF-FOUND-SW     PIC X(01)  VALUE 'N'.
012050         88  DLR160-XREF-FOUND               VALUE 'Y'.
012100     05  DLR160-CONSIGN-SW        PIC X(01)  VALUE 'N'.
012150         88  DLR160-CONSIGNED                VALUE 'Y'.
012200 01  DLR160-CONSTANTS.
012300     05  DLR160-SHRINK-ACCT       PIC X(08)  VALUE 'SHRKEXP1'.
012400     05  DLR160-STOCK-ACCT        PIC X(08)  VALUE 'STKINV01'.
012500 01  DLR160-RUN-DATE-FIELDS.
012600     05  DLR160-RUN-CCYYMMDD      PIC 9(08).
012700     05  DLR160-RUN-PARTS REDEFINES DLR160-RUN-CCYYMMDD.
012800         10  DLR160-RUN-CC        PIC 9(02).
012900         10  DLR160-RUN-YY        PIC 9(02).
013000         10  DLR160-RUN-MM        PIC 9(02).
013100         10  DLR160-RUN-DD        PIC 9(02).
013200 01  DLR160-BATCH-DATE            PIC S9(07)   COMP-3.
013300 01  DLR160-W-STORE-NO            PIC 9(04).
013400 01  DLR160-W-DEPT-NO             PIC S9(03)   COMP-3.
013500 01  DLR160-STORE-CONTROL.
013600     05  DLR160-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
013700 01  DLR160-STORE-TABLE.
013800     05  DLR160-STORE-ENTRY OCCURS 500 TIMES
013900                            INDEXED BY DLR160-STORE-IX.
014000         10  DLR160-S-STORE-NO    PIC 9(04).
014100         10  DLR160-S-COUNT-DATE  PIC 9(08).
014200         10  DLR160-S-COUNTED-SW  PIC X(01).
014300             88  DLR160-S-COUNTED            VALUE 'Y'.
014400 01  DLR160-XREF-CONTROL.
014500     05  DLR160-XREF-COUNT        PIC S9(04)  COMP  VALUE ZERO.
014600 01  DLR160-XREF-TABLE.
014700     05  DLR160-XREF-ENTRY OCCURS 200 TIMES
014800                           INDEXED BY DLR160-XREF-IX.
014900         10  DLR160-X-DEPT-NO     PIC S9(03)   COMP-3.
015000         10  DLR160-X-COST-CENTRE PIC X(06).
015100 01  DLR160-CELL-CONTROL.
015200     05  DLR160-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015300 01  DLR160-CELL-TABLE.
015400     05  DLR160-CELL-ENTRY OCCURS 999 TIMES
015500                           INDEXED BY DLR160-CELL-IX.
015600         10  DLR160-C-STORE-NO    PIC 9(04).
015700         10  DLR160-C-DEPT-NO     PIC S9(03)   COMP-3.
015800         10  DLR160-C-BOOK-QTY    PIC S9(11)   COMP-3.
015900         10  DLR160-C-COUNT-QTY   PIC S9(11)   COMP-3.
016000         10  DLR160-C-VAR-QTY     PIC S9(11)   COMP-3.
016100         10  DLR160-C-VAR-VALUE   PIC S9(11)V99 COMP-3.
016200 01  DLR160-JDEPT-CONTROL.
016300     05  DLR160-JDEPT-COUNT       PIC S9(04)  COMP  VALUE ZERO.
016400 01  DLR160-JDEPT-TABLE.
016500     05  DLR160-JDEPT-ENTRY OCCURS 200 TIMES
016600                            INDEXED BY DLR160-JDEPT-IX.
016700         10  DLR160-J-DEPT-NO     PIC S9(03)   COMP-3.
016800         10  DLR160-J-VAR-QTY     PIC S9(09)   COMP-3.
016900         10  DLR160-J-VAR-VALUE   PIC S9(11)V99 COMP-3.
017000 01  DLR160-WORK-FIELDS.
017100     05  DLR160-VAR-QTY           PIC S9(09)   COMP-3.
017200     05  DLR160-UNIT-COST         PIC S9(11)V9(3) COMP-3.
017300     05  DLR160-VAR-VALUE         PIC S9(11)V99 COMP-3.
017400     05  DLR160-JRNL-AMT          PIC S9(11)V99 COMP-3.
017500 01  DLR160-COUNTERS.
017600     05  DLR160-LINES-READ        PIC 9(09)  VALUE ZERO.
017700     05  DLR160-LINES-APPLIED     PIC 9(09)  VALUE ZERO.
017800     05  DLR160-LINES-REJECTED    PIC 9(09)  VALUE ZERO.
017900     05  DLR160-ROWS-ADDED        PIC 9(07)  VALUE ZERO.
018000     05  DLR160-ROWS-POSTED       PIC 9(09)  VALUE ZERO.
018100     05  DLR160-ROWS-UNCOUNTED    PIC 9(07)  VALUE ZERO.
018200     05  DLR160-NO-COST-ROWS      PIC 9(07)  VALUE ZERO.
018250     05  DLR160-CONSIGN-ROWS      PIC 9(07)  VALUE ZERO.
018300     05  DLR160-UNCODED-DEPTS     PIC 9(05)  VALUE ZERO.
018400     05  DLR160-TOT-VAR-QTY       PIC S9(11)   COMP-3 VALUE ZERO.
018500     05  DLR160-TOT-VAR-VALUE     PIC S9(11)V99 COMP-3
018600                                             VALUE ZERO.
018700     05  DLR160-STORE-VAR-VALUE   PIC S9(11)V99 COMP-3
018800                                             VALUE ZERO.
018900     05  DLR160-LAST-STORE        PIC 9(04)  VALUE ZERO.
019000 01  DLR160-HEADING-1.
019100     05  FILLER                   PIC X(52)  VALUE
019200         'DLR160 - STOCKTAKE BOOK-TO-PHYSICAL VARIANCE REPORT'.
019300 01  DLR160-HEADING-2.
019400     05  FILLER                   PIC X(06)  VALUE 'STORE '.
019500     05  FILLER                   PIC X(10)  VALUE 'KEYCODE   '.
019600     05  FILLER                   PIC X(05)  VALUE 'DEPT '.
019700     05  FILLER                   PIC X(11)  VALUE 'BOOK       '.
019800     05  FILLER                   PIC X(11)  VALUE 'COUNTED    '.
019900     05  FILLER                   PIC X(11)  VALUE 'VARIANCE   '.
020000     05  FILLER                   PIC X(14)  VALUE
020100         'UNIT COST     '.
020200     05  FILLER                   PIC X(15)  VALUE
020300         'VALUE          '.
020400 01  DLR160-DETAIL-LINE.
020500     05  DLR160-D-STORE           PIC ZZZ9.
020600     05  FILLER                   PIC X(02)  VALUE SPACES.
020700     05  DLR160-D-KEYCODE         PIC X(08).
020800     05  FILLER                   PIC X(02)  VALUE SPACES.
020900     05  DLR160-D-DEPT            PIC ZZ9.
021000     05  FILLER                   PIC X(02)  VALUE SPACES.
021100     05  DLR160-D-BOOK            PIC -ZZZZZZZZ9.
021200     05  FILLER                   PIC X(01)  VALUE SPACES.
021300     05  DLR160-D-COUNTED         PIC -ZZZZZZZZ9.
021400     05  FILLER                   PIC X(01)  VALUE SPACES.
021500     05  DLR160-D-VARIANCE        PIC -ZZZZZZZZ9.
021600     05  FILLER                   PIC X(01)  VALUE SPACES.
021700     05  DLR160-D-UNIT-COST       PIC ZZZZZZZ9.999.
021800     05  FILLER                   PIC X(02)  VALUE SPACES.
021900     05  DLR160-D-VALUE           PIC -ZZZZZZZZZ9.99.
022000     05  FILLER                   PIC X(01)  VALUE SPACES.
022100     05  DLR160-D-FLAG            PIC X(11).
022200 01  DLR160-STORE-TOTAL-LINE.
022300     05  FILLER                   PIC X(06)  VALUE SPACES.
022400     05  FILLER                   PIC X(20)  VALUE
022500         'STORE TOTAL VALUE - '.
022600     05  DLR160-ST-VALUE          PIC -ZZZZZZZZZ9.99.
022700 01  DLR160-SUMMARY-HEAD.
022800     05  FILLER                   PIC X(50)  VALUE
022900         'STOCKTAKE VARIANCE SUMMARY BY STORE / DEPARTMENT  '.
023000 01  DLR160-SUMMARY-HEAD-2.
023100     05  FILLER                   PIC X(06)  VALUE 'STORE '.
023200     05  FILLER                   PIC X(06)  VALUE 'DEPT  '.
023300     05  FILLER                   PIC X(13)  VALUE
023400         'BOOK UNITS   '.
023500     05  FILLER                   PIC X(13)  VALUE
023600         'COUNTED      '.
023700     05  FILLER                   PIC X(13)  VALUE
023800         'VARIANCE     '.
023900     05  FILLER                   PIC X(15)  VALUE
024000         'VARIANCE VALUE '.
024100 01  DLR160-SUMMARY-LINE.
024200     05  DLR160-M-STORE           PIC ZZZ9.
024300     05  FILLER                   PIC X(02)  VALUE SPACES.
024400     05  DLR160-M-DEPT            PIC ZZ9.
024500     05  FILLER                   PIC X(03)  VALUE SPACES.
024600     05  DLR160-M-BOOK            PIC -ZZZZZZZZZZ9.
024700     05  FILLER                   PIC X(01)  VALUE SPACES.
024800     05  DLR160-M-COUNTED         PIC -ZZZZZZZZZZ9.
024900     05  FILLER                   PIC X(01)  VALUE SPACES.
025000     05  DLR160-M-VARIANCE        PIC -ZZZZZZZZZZ9.
025100     05  FILLER                   PIC X(01)  VALUE SPACES.
025200     05  DLR160-M-VALUE           PIC -ZZZZZZZZZ9.99.
025300 01  DLR160-GRAND-TOTAL-LINE.
025400     05  FILLER                   PIC X(22)  VALUE
025500         'TOTAL VARIANCE UNITS -'.
025600     05  DLR160-G-QTY             PIC -ZZZZZZZZZZ9.
025700     05  FILLER                   PIC X(10)  VALUE
025800         '  VALUE - '.
025900     05  DLR160-G-VALUE           PIC -ZZZZZZZZZ9.99.
026000 01  DLR160-CONTROL-LINE.
026100     05  DLR160-K-LABEL           PIC X(30).
026200     05  DLR160-K-COUNT           PIC ZZZZZZZZ9.
026300 PROCEDURE DIVISION.
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE.
026600     PERFORM 2000-APPLY-ONE-COUNT
026700         UNTIL DLR160-CNT-EOF.
026800     PERFORM 3000-POST-STOCKTAKE.
026900     PERFORM 4000-PRINT-SUMMARY.
027000     PERFORM 5000-WRITE-JOURNAL
027100         VARYING DLR160-JDEPT-IX FROM 1 BY 1
027200         UNTIL DLR160-JDEPT-IX > DLR160-JDEPT-COUNT.
027300     PERFORM 9000-TERMINATE.
027400     STOP RUN.
027500
027600 1000-INITIALIZE.
027700     OPEN INPUT  COUNT-FILE.
027800     OPEN I-O    BOOK-FILE.
027900     OPEN I-O    POSITION-MASTER.
028000     OPEN INPUT  COST-MASTER.
028050     OPEN INPUT  CONSIGN-MASTER.
028100     OPEN OUTPUT VARIANCE-REPORT.
028200     OPEN OUTPUT GL-JOURNAL-FILE.
028300     OPEN OUTPUT REJECT-FILE.
028400     ACCEPT DLR160-RUN-CCYYMMDD FROM DATE YYYYMMDD.
028500     COMPUTE DLR160-BATCH-DATE =
028600         (DLR160-RUN-CC - 19) * 1000000
028700             + DLR160-RUN-YY * 10000
028800             + DLR160-RUN-MM * 100 + DLR160-RUN-DD.
028900     PERFORM 1100-LOAD-DEPT-CODING.
029000     PERFORM 1200-LOAD-OPEN-STORES.
029100     WRITE VARIANCE-LINE FROM DLR160-HEADING-1.
029200     WRITE VARIANCE-LINE FROM DLR160-HEADING-2.
029300     PERFORM 2100-READ-COUNT.
029400 1000-EXIT.
029500     EXIT.
029600
029700 1100-LOAD-DEPT-CODING.
029800     OPEN INPUT DEPT-MASTER-FILE.
029900     PERFORM 1110-READ-DEPT.
030000     PERFORM 1120-STORE-ONE-DEPT
030100         UNTIL DLR160-DEPT-EOF.
030200     CLOSE DEPT-MASTER-FILE.
030300 1100-EXIT.
030400     EXIT.
030500
030600 1110-READ-DEPT.
030700     READ DEPT-MASTER-FILE
030800         AT END
030900             MOVE 'Y' TO DLR160-DEPT-EOF-SW
031000     END-READ.
031100 1110-EXIT.
031200     EXIT.
031300
031400 1120-STORE-ONE-DEPT.
031500     IF  DLR160-XREF-COUNT < 200
031600         ADD 1 TO DLR160-XREF-COUNT
031700         SET DLR160-XREF-IX TO DLR160-XREF-COUNT
031800         MOVE DLDEPTMF-DEPT-NO
031900             TO DLR160-X-DEPT-NO (DLR160-XREF-IX)
032000         MOVE DLDEPTMF-COST-CENTRE
032100             TO DLR160-X-COST-CENTRE (DLR160-XREF-IX)
032200     END-IF.
032300     PERFORM 1110-READ-DEPT.
032400 1120-EXIT.
032500     EXIT.
032600
032700*    EVERY STORE WITH AN UNPOSTED BOOK ROW HAS A STOCKTAKE OPEN.
032800*    A STORE ALREADY HOLDING COUNTED ROWS FROM AN EARLIER RUN
032900*    IS READY TO POST EVEN IF NO FURTHER SHEETS COME TONIGHT.
033000 1200-LOAD-OPEN-STORES.
033100     MOVE LOW-VALUES TO DLSTKBK-KEY.
033200     START BOOK-FILE KEY NOT < DLSTKBK-KEY
033300         INVALID KEY
033400             MOVE 'Y' TO DLR160-BOOK-EOF-SW
033500     END-START.
033600     PERFORM 1210-READ-BOOK-NEXT.
033700     PERFORM 1220-NOTE-ONE-BOOK-ROW
033800         UNTIL DLR160-BOOK-EOF.
033900 1200-EXIT.
034000     EXIT.
034100
034200 1210-READ-BOOK-NEXT.
034300     IF  NOT DLR160-BOOK-EOF
034400         READ BOOK-FILE NEXT RECORD
034500             AT END
034600                 MOVE 'Y' TO DLR160-BOOK-EOF-SW
034700         END-READ
034800     END-IF.
034900 1210-EXIT.
035000     EXIT.
035100
035200 1220-NOTE-ONE-BOOK-ROW.
035300     IF  NOT DLSTKBK-POSTED
035400         MOVE DLSTKBK-STR-NO TO DLR160-W-STORE-NO
035500         PERFORM 1230-FIND-STORE
035600         IF  NOT DLR160-STORE-FOUND
035700         AND DLR160-STORE-COUNT < 500
035800             ADD 1 TO DLR160-STORE-COUNT
035900             SET DLR160-STORE-IX TO DLR160-STORE-COUNT
036000             MOVE DLSTKBK-STR-NO
036100                 TO DLR160-S-STORE-NO (DLR160-STORE-IX)
036200             MOVE DLSTKBK-COUNT-DATE
036300                 TO DLR160-S-COUNT-DATE (DLR160-STORE-IX)
036400             MOVE 'N' TO DLR160-S-COUNTED-SW (DLR160-STORE-IX)
036500             MOVE 'Y' TO DLR160-STORE-FOUND-SW
036600         END-IF
036700         IF  DLR160-STORE-FOUND
036800         AND DLSTKBK-COUNTED
036900             MOVE 'Y' TO DLR160-S-COUNTED-SW (DLR160-STORE-IX)
037000         END-IF
037100     END-IF.
037200     PERFORM 1210-READ-BOOK-NEXT.
037300 1220-EXIT.
037400     EXIT.
037500
037600 1230-FIND-STORE.
037700     MOVE 'N' TO DLR160-STORE-FOUND-SW.
037800     SET DLR160-STORE-IX TO 1.
037900     SEARCH DLR160-STORE-ENTRY
038000         AT END
038100             CONTINUE
038200         WHEN DLR160-STORE-IX > DLR160-STORE-COUNT
038300             CONTINUE
038400         WHEN DLR160-S-STORE-NO (DLR160-STORE-IX)
038500                 = DLR160-W-STORE-NO
038600             MOVE 'Y' TO DLR160-STORE-FOUND-SW
038700     END-SEARCH.
038800 1230-EXIT.
038900     EXIT.
039000
039100*    A SHEET LINE MUST BE NUMERIC, FOR A STORE WITH A STOCKTAKE
039200*    OPEN AND DATED FOR THAT STOCKTAKE'S COUNT DATE.
039300 2000-APPLY-ONE-COUNT.
039400     ADD 1 TO DLR160-LINES-READ.
039500     IF  CNT-STORE-NO NOT NUMERIC
039600     OR  CNT-DEPT-NO NOT NUMERIC
039700     OR  CNT-COUNTED-QTY NOT NUMERIC
039800     OR  CNT-COUNT-DATE NOT NUMERIC
039900     OR  CNT-KEYCODE-NO = SPACES
040000         MOVE 'NUMR' TO REJ-REASON-CODE
040100         PERFORM 2900-REJECT-COUNT
040200     ELSE
040300         MOVE CNT-STORE-NO TO DLR160-W-STORE-NO
040400         PERFORM 1230-FIND-STORE
040500         EVALUATE TRUE
040600             WHEN NOT DLR160-STORE-FOUND
040700                 MOVE 'NOFZ' TO REJ-REASON-CODE
040800                 PERFORM 2900-REJECT-COUNT
040900             WHEN CNT-COUNT-DATE NOT =
041000                     DLR160-S-COUNT-DATE (DLR160-STORE-IX)
041100                 MOVE 'DATE' TO REJ-REASON-CODE
041200                 PERFORM 2900-REJECT-COUNT
041300             WHEN OTHER
041400                 PERFORM 2200-ACCUMULATE-COUNT
041500         END-EVALUATE
041600     END-IF.
041700     PERFORM 2100-READ-COUNT.
041800 2000-EXIT.
041900     EXIT.
042000
042100 2100-READ-COUNT.
042200     READ COUNT-FILE
042300         AT END
042400             MOVE 'Y' TO DLR160-CNT-EOF-SW
042500     END-READ.
042600 2100-EXIT.
042700     EXIT.
042800
042900 2200-ACCUMULATE-COUNT.
043000     MOVE 'N' TO DLR160-FOUND-SW.
043100     MOVE CNT-STORE-NO   TO DLSTKBK-STR-NO.
043200     MOVE CNT-KEYCODE-NO TO DLSTKBK-KEYCODE-NO.
043300     READ BOOK-FILE
043400         INVALID KEY
043500             CONTINUE
043600         NOT INVALID KEY
043700             MOVE 'Y' TO DLR160-FOUND-SW
043800     END-READ.
043900     IF  DLR160-FOUND
044000     AND DLSTKBK-POSTED
044100         MOVE 'POST' TO REJ-REASON-CODE
044200         PERFORM 2900-REJECT-COUNT
044300     ELSE
044400         IF  NOT DLR160-FOUND
044500             MOVE CNT-STORE-NO   TO DLSTKBK-STR-NO
044600             MOVE CNT-KEYCODE-NO TO DLSTKBK-KEYCODE-NO
044700             MOVE ZERO           TO DLSTKBK-DEPT-NO
044800             MOVE CNT-COUNT-DATE TO DLSTKBK-COUNT-DATE
044900             MOVE DLR160-RUN-CCYYMMDD TO DLSTKBK-FREEZE-DATE
045000             MOVE ZERO           TO DLSTKBK-BOOK-QTY
045100             MOVE ZERO           TO DLSTKBK-COUNTED-QTY
045200             MOVE ZERO           TO DLSTKBK-COUNT-LINES
045300             MOVE ZERO           TO DLSTKBK-POSTED-DATE
045350             MOVE ZERO           TO DLSTKBK-VAR-VALUE
045400             ADD 1 TO DLR160-ROWS-ADDED
045500         END-IF
045600         IF  DLSTKBK-DEPT-NO = ZERO
045700             MOVE CNT-DEPT-NO TO DLSTKBK-DEPT-NO
045800         END-IF
045900         ADD CNT-COUNTED-QTY TO DLSTKBK-COUNTED-QTY
046000         ADD 1 TO DLSTKBK-COUNT-LINES
046100         SET DLSTKBK-COUNTED TO TRUE
046200         IF  DLR160-FOUND
046300             REWRITE DLSTKBK-RECORD
046400         ELSE
046500             WRITE DLSTKBK-RECORD
046600         END-IF
046700         MOVE 'Y' TO DLR160-S-COUNTED-SW (DLR160-STORE-IX)
046800         ADD 1 TO DLR160-LINES-APPLIED
046900     END-IF.
047000 2200-EXIT.
047100     EXIT.
047200
047300 2900-REJECT-COUNT.
047400     ADD 1 TO DLR160-LINES-REJECTED.
047500     MOVE COUNT-REC TO REJ-COUNT-IMAGE.
047600     WRITE REJECT-REC.
047700 2900-EXIT.
047800     EXIT.
047900
048000*    SECOND PASS OVER THE BOOK IN STORE/KEYCODE ORDER. ONLY
048100*    STORES THAT HAVE COUNTED ARE POSTED; A STORE FROZEN BUT
048200*    NOT YET COUNTED WAITS FOR ITS SHEETS.
048300 3000-POST-STOCKTAKE.
048400     MOVE 'N' TO DLR160-BOOK-EOF-SW.
048500     MOVE LOW-VALUES TO DLSTKBK-KEY.
048600     START BOOK-FILE KEY NOT < DLSTKBK-KEY
048700         INVALID KEY
048800             MOVE 'Y' TO DLR160-BOOK-EOF-SW
048900     END-START.
049000     PERFORM 1210-READ-BOOK-NEXT.
049100     PERFORM 3100-POST-ONE-BOOK-ROW
049200         UNTIL DLR160-BOOK-EOF.
049300     IF  DLR160-LAST-STORE NOT = ZERO
049400         PERFORM 3600-PRINT-STORE-TOTAL
049500     END-IF.
049600 3000-EXIT.
049700     EXIT.
049800
049900 3100-POST-ONE-BOOK-ROW.
050000     IF  NOT DLSTKBK-POSTED
050100         MOVE DLSTKBK-STR-NO TO DLR160-W-STORE-NO
050200         PERFORM 1230-FIND-STORE
050300         IF  DLR160-STORE-FOUND
050400         AND DLR160-S-COUNTED (DLR160-STORE-IX)
050500             IF  DLSTKBK-STR-NO NOT = DLR160-LAST-STORE
050600             AND DLR160-LAST-STORE NOT = ZERO
050700                 PERFORM 3600-PRINT-STORE-TOTAL
050800             END-IF
050900             MOVE DLSTKBK-STR-NO TO DLR160-LAST-STORE
051000             IF  NOT DLSTKBK-COUNTED
051100                 PERFORM 3500-ZERO-UNCOUNTED
051200             END-IF
051300             PERFORM 3200-POST-VARIANCE
051500             SET DLSTKBK-POSTED TO TRUE
051600             MOVE DLR160-RUN-CCYYMMDD TO DLSTKBK-POSTED-DATE
051700             REWRITE DLSTKBK-RECORD
051800             ADD 1 TO DLR160-ROWS-POSTED
051900         END-IF
052000     END-IF.
052100     PERFORM 1210-READ-BOOK-NEXT.
052200 3100-EXIT.
052258     EXIT.
052316
052374 3200-POST-VARIANCE.
052432     COMPUTE DLR160-VAR-QTY =
052490         DLSTKBK-COUNTED-QTY - DLSTKBK-BOOK-QTY.
052548     PERFORM 3250-TEST-CONSIGNMENT.
052606     IF  DLR160-CONSIGNED
052664         MOVE ZERO TO DLR160-UNIT-COST
052722     ELSE
052780         PERFORM 3300-READ-COST
052838     END-IF.
052900     COMPUTE DLR160-VAR-VALUE ROUNDED =
053000         DLR160-VAR-QTY * DLR160-UNIT-COST.
053050     MOVE DLR160-VAR-VALUE TO DLSTKBK-VAR-VALUE.
053100     IF  DLR160-VAR-QTY NOT = ZERO
053200         PERFORM 3400-RESET-POSITION
053300         MOVE DLSTKBK-STR-NO      TO DLR160-D-STORE
053381         MOVE DLSTKBK-KEYCODE-NO  TO DLR160-D-KEYCODE
053462         MOVE DLSTKBK-DEPT-NO     TO DLR160-D-DEPT
053543         MOVE DLSTKBK-BOOK-QTY    TO DLR160-D-BOOK
053624         MOVE DLSTKBK-COUNTED-QTY TO DLR160-D-COUNTED
053705         MOVE DLR160-VAR-QTY      TO DLR160-D-VARIANCE
053786         MOVE DLR160-UNIT-COST    TO DLR160-D-UNIT-COST
053867         MOVE DLR160-VAR-VALUE    TO DLR160-D-VALUE
053948         EVALUATE TRUE
054029             WHEN DLR160-CONSIGNED
054110                 MOVE 'CONSIGNMENT'   TO DLR160-D-FLAG
054191             WHEN NOT DLR160-COST-FOUND
054272                 MOVE '*NO COST*'     TO DLR160-D-FLAG
054300             WHEN NOT DLSTKBK-COUNTED
054353                 MOVE 'NOT COUNTED'   TO DLR160-D-FLAG
054400             WHEN OTHER
054434                 MOVE SPACES          TO DLR160-D-FLAG
054515         END-EVALUATE
054600         WRITE VARIANCE-LINE FROM DLR160-DETAIL-LINE
054700     END-IF.
054800     MOVE DLSTKBK-DEPT-NO TO DLR160-W-DEPT-NO.
054900     PERFORM 3700-FIND-OR-ADD-CELL.
055000     IF  DLR160-CELL-IX <= DLR160-CELL-COUNT
055100         ADD DLSTKBK-BOOK-QTY
055200             TO DLR160-C-BOOK-QTY (DLR160-CELL-IX)
055300         ADD DLSTKBK-COUNTED-QTY
055350             TO DLR160-C-COUNT-QTY (DLR160-CELL-IX)
055400         ADD DLR160-VAR-QTY
055450             TO DLR160-C-VAR-QTY (DLR160-CELL-IX)
055500         ADD DLR160-VAR-VALUE
055550             TO DLR160-C-VAR-VALUE (DLR160-CELL-IX)
055600     END-IF.
055650     PERFORM 3800-FIND-OR-ADD-JDEPT.
055700     IF  DLR160-JDEPT-IX <= DLR160-JDEPT-COUNT
055750         ADD DLR160-VAR-QTY
055800             TO DLR160-J-VAR-QTY (DLR160-JDEPT-IX)
055850         ADD DLR160-VAR-VALUE
055900             TO DLR160-J-VAR-VALUE (DLR160-JDEPT-IX)
055950     END-IF.
056000     ADD DLR160-VAR-QTY   TO DLR160-TOT-VAR-QTY.
056050     ADD DLR160-VAR-VALUE TO DLR160-TOT-VAR-VALUE.
056100     ADD DLR160-VAR-VALUE TO DLR160-STORE-VAR-VALUE.
056150 3200-EXIT.
056200     EXIT.
056250
056300*    A KEYCODE ON A DLCONSAG AGREEMENT OPEN AT THE COUNT DATE IS
056350*    THE VENDOR'S STOCK. THE COUNT STILL RESETS THE POSITION BUT
056400*    THE VARIANCE CARRIES NO VALUE AND NOTHING IS JOURNALLED.
056450 3250-TEST-CONSIGNMENT.
056500     MOVE 'N' TO DLR160-CONSIGN-SW.
056550     MOVE DLSTKBK-KEYCODE-NO TO DLCONSAG-KEYCODE-NO.
056600     READ CONSIGN-MASTER
056650         INVALID KEY
056700             CONTINUE
056750         NOT INVALID KEY
056800             IF  DLCONSAG-START-DATE NOT > DLSTKBK-COUNT-DATE
056850             AND (DLCONSAG-END-DATE = ZERO
056900               OR DLCONSAG-END-DATE NOT < DLSTKBK-COUNT-DATE)
056950                 MOVE 'Y' TO DLR160-CONSIGN-SW
057000                 ADD 1 TO DLR160-CONSIGN-ROWS
057050             END-IF
057100     END-READ.
057150 3250-EXIT.
057200     EXIT.
057250
057300 3300-READ-COST.
057400     MOVE 'N' TO DLR160-COST-FOUND-SW.
057500     MOVE ZERO TO DLR160-UNIT-COST.
057600     MOVE DLSTKBK-KEYCODE-NO TO DLCOSTMF-KEYCODE-NO.
057700     READ COST-MASTER
057800         INVALID KEY
057900             ADD 1 TO DLR160-NO-COST-ROWS
058000         NOT INVALID KEY
058100             MOVE 'Y' TO DLR160-COST-FOUND-SW
058200             MOVE DLCOSTMF-AVG-UNIT-COST TO DLR160-UNIT-COST
058300     END-READ.
058400 3300-EXIT.
058500     EXIT.
058600
058700*    THE VARIANCE IS ADDED, NOT THE COUNT MOVED IN, SO RECEIPTS
058800*    AND SALES APPLIED BY DLR102 SINCE THE CUT-OFF SURVIVE.
058900 3400-RESET-POSITION.
059000     MOVE 'N' TO DLR160-FOUND-SW.
059100     MOVE DLSTKBK-KEY TO DLINVPOS-KEY.
059200     READ POSITION-MASTER
059300         INVALID KEY
059400             CONTINUE
059500         NOT INVALID KEY
059600             MOVE 'Y' TO DLR160-FOUND-SW
059700     END-READ.
059800     IF  NOT DLR160-FOUND
059900         MOVE DLSTKBK-KEY TO DLINVPOS-KEY
060000         MOVE ZERO TO DLINVPOS-ON-HAND-QTY
060100         MOVE ZERO TO DLINVPOS-RECEIPTS-QTY
060200         MOVE ZERO TO DLINVPOS-SALES-QTY
060250         MOVE ZERO TO DLINVPOS-IN-TRANSIT-QTY
060300     END-IF.
060400     ADD DLR160-VAR-QTY TO DLINVPOS-ON-HAND-QTY.
060500     MOVE DLR160-RUN-CCYYMMDD TO DLINVPOS-LAST-UPD-DATE.
060600     IF  DLR160-FOUND
060700         REWRITE DLINVPOS-RECORD
060800     ELSE
060900         WRITE DLINVPOS-RECORD
061000     END-IF.
061100 3400-EXIT.
061200     EXIT.
061300
061310*    A BOOK ROW NOT ON ANY SHEET OF A COUNTED STORE WAS NOT
061320*    FOUND ON THE SHELF. IT IS POSTED AS COUNTED ZERO SO THE
061330*    WHOLE BOOK IS WRITTEN OFF THROUGH 3200-POST-VARIANCE.
061400 3500-ZERO-UNCOUNTED.
061500     ADD 1 TO DLR160-ROWS-UNCOUNTED.
061600     MOVE ZERO TO DLSTKBK-COUNTED-QTY.
062600 3500-EXIT.
062700     EXIT.
062800
062900 3600-PRINT-STORE-TOTAL.
063000     MOVE DLR160-STORE-VAR-VALUE TO DLR160-ST-VALUE.
063100     WRITE VARIANCE-LINE FROM DLR160-STORE-TOTAL-LINE.
063200     MOVE ZERO TO DLR160-STORE-VAR-VALUE.
063300 3600-EXIT.
063400     EXIT.
063500
063600 3700-FIND-OR-ADD-CELL.
063700     SET DLR160-CELL-IX TO 1.
063800     SEARCH DLR160-CELL-ENTRY
063900         AT END
064000             CONTINUE
064100         WHEN DLR160-CELL-IX > DLR160-CELL-COUNT
064200             IF  DLR160-CELL-COUNT < 999
064300                 ADD 1 TO DLR160-CELL-COUNT
064400                 SET DLR160-CELL-IX TO DLR160-CELL-COUNT
064500                 MOVE DLSTKBK-STR-NO
064600                     TO DLR160-C-STORE-NO (DLR160-CELL-IX)
064700                 MOVE DLR160-W-DEPT-NO
064800                     TO DLR160-C-DEPT-NO (DLR160-CELL-IX)
064900                 MOVE ZERO TO DLR160-C-BOOK-QTY (DLR160-CELL-IX)
065000                 MOVE ZERO
065100                     TO DLR160-C-COUNT-QTY (DLR160-CELL-IX)
065200                 MOVE ZERO TO DLR160-C-VAR-QTY (DLR160-CELL-IX)
065300                 MOVE ZERO
065400                     TO DLR160-C-VAR-VALUE (DLR160-CELL-IX)
065500             END-IF
065600         WHEN DLR160-C-STORE-NO (DLR160-CELL-IX)
065700                 = DLSTKBK-STR-NO
065800          AND DLR160-C-DEPT-NO (DLR160-CELL-IX)
065900                 = DLR160-W-DEPT-NO
066000             CONTINUE
066100     END-SEARCH.
066200 3700-EXIT.
066300     EXIT.
066400
066500 3800-FIND-OR-ADD-JDEPT.
066600     SET DLR160-JDEPT-IX TO 1.
066700     SEARCH DLR160-JDEPT-ENTRY
066800         AT END
066900             CONTINUE
067000         WHEN DLR160-JDEPT-IX > DLR160-JDEPT-COUNT
067100             IF  DLR160-JDEPT-COUNT < 200
067200                 ADD 1 TO DLR160-JDEPT-COUNT
067300                 SET DLR160-JDEPT-IX TO DLR160-JDEPT-COUNT
067400                 MOVE DLR160-W-DEPT-NO
067500                     TO DLR160-J-DEPT-NO (DLR160-JDEPT-IX)
067600                 MOVE ZERO TO DLR160-J-VAR-QTY (DLR160-JDEPT-IX)
067700                 MOVE ZERO
067800                     TO DLR160-J-VAR-VALUE (DLR160-JDEPT-IX)
067900             END-IF
068000         WHEN DLR160-J-DEPT-NO (DLR160-JDEPT-IX)
068100                 = DLR160-W-DEPT-NO
068200             CONTINUE
068300     END-SEARCH.
068400 3800-EXIT.
068500     EXIT.
068600
068700 4000-PRINT-SUMMARY.
068800     WRITE VARIANCE-LINE FROM DLR160-SUMMARY-HEAD.
068900     WRITE VARIANCE-LINE FROM DLR160-SUMMARY-HEAD-2.
069000     PERFORM 4100-PRINT-ONE-CELL
069100         VARYING DLR160-CELL-IX FROM 1 BY 1
069200         UNTIL DLR160-CELL-IX > DLR160-CELL-COUNT.
069300     MOVE DLR160-TOT-VAR-QTY   TO DLR160-G-QTY.
069400     MOVE DLR160-TOT-VAR-VALUE TO DLR160-G-VALUE.
069500     WRITE VARIANCE-LINE FROM DLR160-GRAND-TOTAL-LINE.
069600     MOVE 'COUNT LINES READ            -' TO DLR160-K-LABEL.
069700     MOVE DLR160-LINES-READ TO DLR160-K-COUNT.
069800     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
069900     MOVE 'COUNT LINES REJECTED        -' TO DLR160-K-LABEL.
070000     MOVE DLR160-LINES-REJECTED TO DLR160-K-COUNT.
070100     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
070200     MOVE 'BOOK ROWS POSTED            -' TO DLR160-K-LABEL.
070300     MOVE DLR160-ROWS-POSTED TO DLR160-K-COUNT.
070400     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
070500     MOVE 'BOOK ROWS NOT COUNTED       -' TO DLR160-K-LABEL.
070600     MOVE DLR160-ROWS-UNCOUNTED TO DLR160-K-COUNT.
070700     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
070800     MOVE 'ROWS VALUED WITH NO COST    -' TO DLR160-K-LABEL.
070850     MOVE DLR160-NO-COST-ROWS TO DLR160-K-COUNT.
070900     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
070950     MOVE 'CONSIGNMENT ROWS NOT VALUED -' TO DLR160-K-LABEL.
071000     MOVE DLR160-CONSIGN-ROWS TO DLR160-K-COUNT.
071050     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
071100 4000-EXIT.
071200     EXIT.
071300
071400 4100-PRINT-ONE-CELL.
071500     MOVE DLR160-C-STORE-NO (DLR160-CELL-IX)  TO DLR160-M-STORE.
071600     MOVE DLR160-C-DEPT-NO (DLR160-CELL-IX)   TO DLR160-M-DEPT.
071700     MOVE DLR160-C-BOOK-QTY (DLR160-CELL-IX)  TO DLR160-M-BOOK.
071800     MOVE DLR160-C-COUNT-QTY (DLR160-CELL-IX)
071900         TO DLR160-M-COUNTED.
072000     MOVE DLR160-C-VAR-QTY (DLR160-CELL-IX)
072100         TO DLR160-M-VARIANCE.
072200     MOVE DLR160-C-VAR-VALUE (DLR160-CELL-IX) TO DLR160-M-VALUE.
072300     WRITE VARIANCE-LINE FROM DLR160-SUMMARY-LINE.
072400 4100-EXIT.
072500     EXIT.
072600
072700*    A NET LOSS DEBITS SHRINKAGE EXPENSE AND CREDITS STOCK; A
072800*    NET GAIN POSTS THE OTHER WAY ROUND. A DEPARTMENT WITH NO
072900*    DLDEPTMF CODING CANNOT BE POSTED AND IS COUNTED FOR THE
073000*    CONTROL REPORT INSTEAD.
073100 5000-WRITE-JOURNAL.
073200     IF  DLR160-J-VAR-VALUE (DLR160-JDEPT-IX) NOT = ZERO
073300         PERFORM 5100-LOOKUP-XREF
073400         IF  DLR160-XREF-FOUND
073500             MOVE DLR160-BATCH-DATE TO DLGLJRNL-BATCH-DATE
073600             MOVE DLR160-X-COST-CENTRE (DLR160-XREF-IX)
073700                 TO DLGLJRNL-COST-CENTRE
073800             MOVE DLR160-J-DEPT-NO (DLR160-JDEPT-IX)
073900                 TO DLGLJRNL-DEPT-NO
074000             MOVE DLR160-J-VAR-QTY (DLR160-JDEPT-IX)
074100                 TO DLGLJRNL-QTY-SOLD
074130             MOVE SPACES TO DLGLJRNL-ORIG-CCY
074160             MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT
074200             IF  DLR160-J-VAR-VALUE (DLR160-JDEPT-IX) < ZERO
074300                 COMPUTE DLR160-JRNL-AMT =
074400                     ZERO - DLR160-J-VAR-VALUE (DLR160-JDEPT-IX)
074500                 MOVE DLR160-JRNL-AMT TO DLGLJRNL-AMOUNT
074600                 MOVE DLR160-SHRINK-ACCT TO DLGLJRNL-GL-ACCOUNT
074700                 SET DLGLJRNL-IS-DEBIT TO TRUE
074800                 MOVE 'STOCKTAKE SHRINKAGE WRITE-OFF'
074900                     TO DLGLJRNL-NARRATIVE
075000                 WRITE DLGLJRNL-RECORD
075100                 MOVE DLR160-STOCK-ACCT TO DLGLJRNL-GL-ACCOUNT
075200                 SET DLGLJRNL-IS-CREDIT TO TRUE
075300                 MOVE 'STOCKTAKE STOCK WRITE-DOWN'
075400                     TO DLGLJRNL-NARRATIVE
075500                 WRITE DLGLJRNL-RECORD
075600             ELSE
075700                 MOVE DLR160-J-VAR-VALUE (DLR160-JDEPT-IX)
075800                     TO DLGLJRNL-AMOUNT
075900                 MOVE DLR160-STOCK-ACCT TO DLGLJRNL-GL-ACCOUNT
076000                 SET DLGLJRNL-IS-DEBIT TO TRUE
076100                 MOVE 'STOCKTAKE STOCK WRITE-UP'
076200                     TO DLGLJRNL-NARRATIVE
076300                 WRITE DLGLJRNL-RECORD
076400                 MOVE DLR160-SHRINK-ACCT TO DLGLJRNL-GL-ACCOUNT
076500                 SET DLGLJRNL-IS-CREDIT TO TRUE
076600                 MOVE 'STOCKTAKE SHRINKAGE RECOVERY'
076700                     TO DLGLJRNL-NARRATIVE
076800                 WRITE DLGLJRNL-RECORD
076900             END-IF
077000         ELSE
077100             ADD 1 TO DLR160-UNCODED-DEPTS
077200         END-IF
077300     END-IF.
077400 5000-EXIT.
077500     EXIT.
077600
077700 5100-LOOKUP-XREF.
077800     MOVE 'N' TO DLR160-XREF-FOUND-SW.
077900     SET DLR160-XREF-IX TO 1.
078000     SEARCH DLR160-XREF-ENTRY
078100         AT END
078200             CONTINUE
078300         WHEN DLR160-XREF-IX > DLR160-XREF-COUNT
078400             CONTINUE
078500         WHEN DLR160-X-DEPT-NO (DLR160-XREF-IX)
078600                 = DLR160-J-DEPT-NO (DLR160-JDEPT-IX)
078700             MOVE 'Y' TO DLR160-XREF-FOUND-SW
078800     END-SEARCH.
078900 5100-EXIT.
079000     EXIT.
079100
079200 9000-TERMINATE.
079300     MOVE 'DEPTS WITH NO GL CODING     -' TO DLR160-K-LABEL.
079400     MOVE DLR160-UNCODED-DEPTS TO DLR160-K-COUNT.
079500     WRITE VARIANCE-LINE FROM DLR160-CONTROL-LINE.
079600     DISPLAY 'DLR160 COUNT LINES READ   = ' DLR160-LINES-READ.
079700     DISPLAY 'DLR160 LINES APPLIED      = '
079800         DLR160-LINES-APPLIED.
079900     DISPLAY 'DLR160 LINES REJECTED     = '
080000         DLR160-LINES-REJECTED.
080100     DISPLAY 'DLR160 BOOK ROWS ADDED    = ' DLR160-ROWS-ADDED.
080200     DISPLAY 'DLR160 BOOK ROWS POSTED   = ' DLR160-ROWS-POSTED.
080300     DISPLAY 'DLR160 ROWS NOT COUNTED   = '
080350         DLR160-ROWS-UNCOUNTED.
080400     DISPLAY 'DLR160 CONSIGNMENT ROWS   = '
080450         DLR160-CONSIGN-ROWS.
080500     IF  DLR160-LINES-REJECTED > ZERO
080600     OR  DLR160-UNCODED-DEPTS > ZERO
080700         MOVE 4 TO RETURN-CODE
080800     END-IF.
080900     CLOSE COUNT-FILE
081000           BOOK-FILE
081100           POSITION-MASTER
081200           COST-MASTER
081250           CONSIGN-MASTER
081300           VARIANCE-REPORT
081400           GL-JOURNAL-FILE
081500           REJECT-FILE.
081600 9000-EXIT.
081700     EXIT.
