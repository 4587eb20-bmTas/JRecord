000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR159.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR159 - STOCKTAKE BOOK FREEZE AT THE COUNT CUT-OFF          *
001000*                                                                *
001100*   RUN AT THE CLOSE OF TRADE BEFORE A STORE COUNTS. ONE         *
001200*   CONTROL CARD PER STORE BEING COUNTED (STORE, COUNT DATE)     *
001300*   NAMES THE STORES; EVERY DLINVPOS ROW FOR THOSE STORES IS     *
001400*   COPIED TO THE DLSTKBK FROZEN BOOK WITH ITS ON-HAND FIGURE,   *
001500*   SO DLR160 MEASURES THE COUNT AGAINST THE BOOK AS IT STOOD    *
001600*   AT THE CUT-OFF AND NOT AS LATER RECEIPTS AND SALES MOVED IT. *
001700*   A STORE WHOSE PREVIOUS STOCKTAKE IS STILL OPEN (FROZEN OR    *
001800*   COUNTED BUT NOT YET POSTED) IS REJECTED RATHER THAN HAVING   *
001900*   ITS PART-KEYED COUNT OVERWRITTEN.                            *
001910*   EACH ROW TAKES ITS DEPARTMENT FROM DLFCSTMF BY KEYCODE AND   *
001920*   STORE, SO A ROW THE STORE NEVER COUNTS IS STILL WRITTEN OFF  *
001930*   TO ITS OWN COST CENTRE BY DLR160. A LINE WITH NO DLFCSTMF    *
001940*   ROW IS FROZEN UNDER DEPARTMENT 000 AND COUNTED ON THE LOG.   *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002330*  02 | 15/10/26 | CLEAR THE POSTED VARIANCE    | R. GEALL       *
002360*     |          | VALUE ON A NEW FREEZE        |                *
002370*  03 | 15/10/26 | DEPARTMENT FROM DLFCSTMF AT  | R. GEALL       *
002380*     |          | FREEZE                       |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CONTROL-CARDS     ASSIGN TO STKCTL
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
003500                              ORGANIZATION IS INDEXED
003600                              ACCESS MODE IS DYNAMIC
003700                              RECORD KEY IS DLINVPOS-KEY.
003800     SELECT BOOK-FILE         ASSIGN TO DLSTKBK
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLSTKBK-KEY.
004110     SELECT FORECAST-MASTER   ASSIGN TO DLFCSTMF
004120                              ORGANIZATION IS INDEXED
004130                              ACCESS MODE IS RANDOM
004140                              RECORD KEY IS DLFCSTMF-KEY.
004200     SELECT FREEZE-REPORT     ASSIGN TO STKFRZRP
004300                              ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTROL-CARDS
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  CONTROL-CARD-REC.
005000     05  STC-STORE-NO            PIC 9(04).
005100     05  STC-COUNT-DATE          PIC 9(08).
005200     05  FILLER                  PIC X(68).
005300 FD  POSITION-MASTER
005400     LABEL RECORDS ARE STANDARD.
005500 01  DLINVPOS-RECORD.
005600     COPY DLINVPOS.
005700 FD  BOOK-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  DLSTKBK-RECORD.
006000     COPY DLSTKBK.
006010 FD  FORECAST-MASTER
006020     LABEL RECORDS ARE STANDARD.
006030 01  DLFCSTMF-RECORD.
006040     COPY DLFCSTMF.
006100 FD  FREEZE-REPORT
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  FREEZE-LINE                 PIC X(80).
006500 WORKING-STORAGE SECTION.
006600 01  DLR159-SWITCHES.
006700     05  DLR159-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
006800         88  DLR159-CARD-EOF                 VALUE 'Y'.
006900     05  DLR159-POS-EOF-SW        PIC X(01)  VALUE 'N'.
007000         88  DLR159-POS-EOF                  VALUE 'Y'.
007100     05  DLR159-BOOK-EOF-SW       PIC X(01)  VALUE 'N'.
007200         88  DLR159-BOOK-EOF                 VALUE 'Y'.
007300     05  DLR159-OPEN-SW           PIC X(01)  VALUE 'N'.
007400         88  DLR159-STORE-OPEN               VALUE 'Y'.
007500     05  DLR159-FOUND-SW          PIC X(01)  VALUE 'N'.
007600         88  DLR159-FOUND                    VALUE 'Y'.
007700 01  DLR159-RUN-DATE              PIC 9(08)  VALUE ZERO.
007800 01  DLR159-W-STORE-NO            PIC 9(04)  VALUE ZERO.
007900 01  DLR159-STORE-CONTROL.
008000     05  DLR159-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
008100 01  DLR159-STORE-TABLE.
008200     05  DLR159-STORE-ENTRY OCCURS 500 TIMES
008300                            INDEXED BY DLR159-STORE-IX.
008400         10  DLR159-S-STORE-NO    PIC 9(04).
008500         10  DLR159-S-COUNT-DATE  PIC 9(08).
008600         10  DLR159-S-ROWS        PIC 9(07).
008700         10  DLR159-S-UNITS       PIC S9(11)   COMP-3.
008800 01  DLR159-COUNTERS.
008900     05  DLR159-CARDS-READ        PIC 9(07)  VALUE ZERO.
009000     05  DLR159-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
009100     05  DLR159-POSITIONS-READ    PIC 9(09)  VALUE ZERO.
009200     05  DLR159-ROWS-FROZEN       PIC 9(09)  VALUE ZERO.
009250     05  DLR159-NO-DEPT-ROWS      PIC 9(09)  VALUE ZERO.
009300 01  DLR159-HEADING-1.
009400     05  FILLER                   PIC X(44)  VALUE
009500         'DLR159 - STOCKTAKE BOOK FREEZE AT CUT-OFF   '.
009600 01  DLR159-HEADING-2.
009700     05  FILLER                   PIC X(06)  VALUE 'STORE '.
009800     05  FILLER                   PIC X(12)  VALUE
009900         'COUNT DATE  '.
010000     05  FILLER                   PIC X(12)  VALUE
010100         'ROWS FROZEN '.
010200     05  FILLER                   PIC X(14)  VALUE
010300         'BOOK UNITS    '.
010400 01  DLR159-DETAIL-LINE.
010500     05  DLR159-D-STORE           PIC ZZZ9.
010600     05  FILLER                   PIC X(02)  VALUE SPACES.
010700     05  DLR159-D-COUNT-DATE      PIC 9(08).
010800     05  FILLER                   PIC X(04)  VALUE SPACES.
010900     05  DLR159-D-ROWS            PIC ZZZZZZ9.
011000     05  FILLER                   PIC X(03)  VALUE SPACES.
011100     05  DLR159-D-UNITS           PIC -ZZZZZZZZZZ9.
011200 01  DLR159-REJECT-LINE.
011300     05  FILLER                   PIC X(14)  VALUE
011400         'CARD REJECTED '.
011500     05  DLR159-R-CARD            PIC X(12).
011600     05  FILLER                   PIC X(02)  VALUE SPACES.
011700     05  DLR159-R-REASON          PIC X(30).
011800 01  DLR159-TOTAL-LINE.
011900     05  FILLER                   PIC X(16)  VALUE
012000         'ROWS FROZEN   - '.
012100     05  DLR159-T-ROWS            PIC ZZZZZZZZ9.
012200     05  FILLER                   PIC X(16)  VALUE
012300         '  REJECTED    - '.
012400     05  DLR159-T-REJECTED        PIC ZZZZZZ9.
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE.
012800     PERFORM 2000-FREEZE-ONE-POSITION
012900         UNTIL DLR159-POS-EOF.
013000     PERFORM 4000-PRINT-REPORT.
013100     PERFORM 9000-TERMINATE.
013200     STOP RUN.
013300
013400 1000-INITIALIZE.
013500     OPEN INPUT  CONTROL-CARDS.
013600     OPEN INPUT  POSITION-MASTER.
013650     OPEN INPUT  FORECAST-MASTER.
013700     OPEN I-O    BOOK-FILE.
013800     OPEN OUTPUT FREEZE-REPORT.
013900     ACCEPT DLR159-RUN-DATE FROM DATE YYYYMMDD.
014000     WRITE FREEZE-LINE FROM DLR159-HEADING-1.
014100     PERFORM 1100-READ-CARD.
014200     PERFORM 1200-LOAD-ONE-CARD
014300         UNTIL DLR159-CARD-EOF.
014400     CLOSE CONTROL-CARDS.
014500     MOVE LOW-VALUES TO DLINVPOS-KEY.
014600     START POSITION-MASTER KEY NOT < DLINVPOS-KEY
014700         INVALID KEY
014800             MOVE 'Y' TO DLR159-POS-EOF-SW
014900     END-START.
015000     IF  DLR159-STORE-COUNT = ZERO
015100         MOVE 'Y' TO DLR159-POS-EOF-SW
015200     END-IF.
015300     PERFORM 2100-READ-POSITION.
015400 1000-EXIT.
015500     EXIT.
015600
015700 1100-READ-CARD.
015800     READ CONTROL-CARDS
015900         AT END
016000             MOVE 'Y' TO DLR159-CARD-EOF-SW
016100     END-READ.
016200 1100-EXIT.
016300     EXIT.
016400
016500*    A CARD IS TAKEN ONLY IF STORE AND DATE ARE NUMERIC, THE
016600*    STORE IS NOT ALREADY ON THIS RUN, AND NO EARLIER COUNT FOR
016700*    THE STORE IS STILL WAITING ON THE BOOK TO BE POSTED.
016800 1200-LOAD-ONE-CARD.
016900     ADD 1 TO DLR159-CARDS-READ.
017000     IF  STC-STORE-NO NOT NUMERIC
017100     OR  STC-COUNT-DATE NOT NUMERIC
017200         MOVE 'STORE/COUNT DATE NOT NUMERIC  ' TO DLR159-R-REASON
017300         PERFORM 1400-REJECT-CARD
017400     ELSE
017500         MOVE STC-STORE-NO TO DLR159-W-STORE-NO
017600         PERFORM 1250-FIND-STORE
017700         IF  DLR159-FOUND
017800             MOVE 'STORE REPEATED ON THIS RUN    '
017900                 TO DLR159-R-REASON
018000             PERFORM 1400-REJECT-CARD
018100         ELSE
018200             PERFORM 1300-CHECK-OPEN-STOCKTAKE
018300             IF  DLR159-STORE-OPEN
018400                 MOVE 'PRIOR STOCKTAKE NOT POSTED    '
018500                     TO DLR159-R-REASON
018600                 PERFORM 1400-REJECT-CARD
018700             ELSE
018800                 PERFORM 1260-ADD-STORE
018900             END-IF
019000         END-IF
019100     END-IF.
019200     PERFORM 1100-READ-CARD.
019300 1200-EXIT.
019400     EXIT.
019500
019600 1250-FIND-STORE.
019700     MOVE 'N' TO DLR159-FOUND-SW.
019800     SET DLR159-STORE-IX TO 1.
019900     SEARCH DLR159-STORE-ENTRY
020000         AT END
020100             CONTINUE
020200         WHEN DLR159-STORE-IX > DLR159-STORE-COUNT
020300             CONTINUE
020400         WHEN DLR159-S-STORE-NO (DLR159-STORE-IX)
020500                 = DLR159-W-STORE-NO
020600             MOVE 'Y' TO DLR159-FOUND-SW
020700     END-SEARCH.
020800 1250-EXIT.
020900     EXIT.
021000
021100 1260-ADD-STORE.
021200     IF  DLR159-STORE-COUNT < 500
021300         ADD 1 TO DLR159-STORE-COUNT
021400         SET DLR159-STORE-IX TO DLR159-STORE-COUNT
021500         MOVE STC-STORE-NO
021600             TO DLR159-S-STORE-NO (DLR159-STORE-IX)
021700         MOVE STC-COUNT-DATE
021800             TO DLR159-S-COUNT-DATE (DLR159-STORE-IX)
021900         MOVE ZERO TO DLR159-S-ROWS (DLR159-STORE-IX)
022000         MOVE ZERO TO DLR159-S-UNITS (DLR159-STORE-IX)
022100     ELSE
022200         MOVE 'STORE TABLE FULL              ' TO DLR159-R-REASON
022300         PERFORM 1400-REJECT-CARD
022400     END-IF.
022500 1260-EXIT.
022600     EXIT.
022700
022800*    POSITION ON THE STORE'S FIRST BOOK ROW AND READ FORWARD
022900*    WHILE STILL IN THE STORE - ANY ROW NOT YET POSTED MEANS
023000*    THE LAST COUNT HAS NOT BEEN CLOSED.
023100 1300-CHECK-OPEN-STOCKTAKE.
023200     MOVE 'N' TO DLR159-OPEN-SW.
023300     MOVE 'N' TO DLR159-BOOK-EOF-SW.
023400     MOVE DLR159-W-STORE-NO TO DLSTKBK-STR-NO.
023500     MOVE LOW-VALUES   TO DLSTKBK-KEYCODE-NO.
023600     START BOOK-FILE KEY NOT < DLSTKBK-KEY
023700         INVALID KEY
023800             MOVE 'Y' TO DLR159-BOOK-EOF-SW
023900     END-START.
024000     PERFORM 1310-TEST-ONE-BOOK-ROW
024100         UNTIL DLR159-BOOK-EOF
024200            OR DLR159-STORE-OPEN.
024300 1300-EXIT.
024400     EXIT.
024500
024600 1310-TEST-ONE-BOOK-ROW.
024700     READ BOOK-FILE NEXT RECORD
024800         AT END
024900             MOVE 'Y' TO DLR159-BOOK-EOF-SW
025000     END-READ.
025100     IF  NOT DLR159-BOOK-EOF
025200         IF  DLSTKBK-STR-NO NOT = DLR159-W-STORE-NO
025300             MOVE 'Y' TO DLR159-BOOK-EOF-SW
025400         ELSE
025500             IF  NOT DLSTKBK-POSTED
025600                 MOVE 'Y' TO DLR159-OPEN-SW
025700             END-IF
025800         END-IF
025900     END-IF.
026000 1310-EXIT.
026100     EXIT.
026200
026300 1400-REJECT-CARD.
026400     ADD 1 TO DLR159-CARDS-REJECTED.
026500     MOVE CONTROL-CARD-REC (1:12) TO DLR159-R-CARD.
026600     WRITE FREEZE-LINE FROM DLR159-REJECT-LINE.
026700 1400-EXIT.
026800     EXIT.
026900
027000*    A POSITION FOR A STORE UNDER COUNT REPLACES ANY POSTED
027100*    ROW LEFT FROM THE STORE'S PREVIOUS STOCKTAKE.
027200 2000-FREEZE-ONE-POSITION.
027300     ADD 1 TO DLR159-POSITIONS-READ.
027400     MOVE DLINVPOS-STR-NO TO DLR159-W-STORE-NO.
027500     PERFORM 1250-FIND-STORE.
027600     IF  DLR159-FOUND
027700         MOVE DLINVPOS-KEY TO DLSTKBK-KEY
027800         READ BOOK-FILE
027900             INVALID KEY
028000                 MOVE 'N' TO DLR159-FOUND-SW
028100         END-READ
028200         MOVE DLINVPOS-KEY TO DLSTKBK-KEY
028300         PERFORM 2050-FIND-DEPARTMENT
028400         MOVE DLR159-S-COUNT-DATE (DLR159-STORE-IX)
028500             TO DLSTKBK-COUNT-DATE
028600         MOVE DLR159-RUN-DATE TO DLSTKBK-FREEZE-DATE
028700         MOVE DLINVPOS-ON-HAND-QTY TO DLSTKBK-BOOK-QTY
028800         MOVE ZERO TO DLSTKBK-COUNTED-QTY
028900         MOVE ZERO TO DLSTKBK-COUNT-LINES
029000         SET DLSTKBK-FROZEN TO TRUE
029100         MOVE ZERO TO DLSTKBK-POSTED-DATE
029150         MOVE ZERO TO DLSTKBK-VAR-VALUE
029200         IF  DLR159-FOUND
029300             REWRITE DLSTKBK-RECORD
029400         ELSE
029500             WRITE DLSTKBK-RECORD
029600         END-IF
029700         ADD 1 TO DLR159-ROWS-FROZEN
029800         ADD 1 TO DLR159-S-ROWS (DLR159-STORE-IX)
029900         ADD DLINVPOS-ON-HAND-QTY
030000             TO DLR159-S-UNITS (DLR159-STORE-IX)
030100     END-IF.
030200     PERFORM 2100-READ-POSITION.
030300 2000-EXIT.
030400     EXIT.
030500
030510 2050-FIND-DEPARTMENT.
030516     MOVE DLINVPOS-KEYCODE-NO TO DLFCSTMF-KEYCODE-NO.
030522     MOVE DLINVPOS-STR-NO     TO DLFCSTMF-STORE-NO.
030528     READ FORECAST-MASTER
030534         INVALID KEY
030540             ADD 1 TO DLR159-NO-DEPT-ROWS
030546             MOVE ZERO TO DLSTKBK-DEPT-NO
030552         NOT INVALID KEY
030558             MOVE DLFCSTMF-DEPT-NO TO DLSTKBK-DEPT-NO
030564     END-READ.
030570 2050-EXIT.
030576     EXIT.
030590
030600 2100-READ-POSITION.
030700     IF  NOT DLR159-POS-EOF
030800         READ POSITION-MASTER NEXT RECORD
030900             AT END
031000                 MOVE 'Y' TO DLR159-POS-EOF-SW
031100         END-READ
031200     END-IF.
031300 2100-EXIT.
031400     EXIT.
031500
031600 4000-PRINT-REPORT.
031700     WRITE FREEZE-LINE FROM DLR159-HEADING-2.
031800     PERFORM 4100-PRINT-ONE-STORE
031900         VARYING DLR159-STORE-IX FROM 1 BY 1
032000         UNTIL DLR159-STORE-IX > DLR159-STORE-COUNT.
032100     MOVE DLR159-ROWS-FROZEN    TO DLR159-T-ROWS.
032200     MOVE DLR159-CARDS-REJECTED TO DLR159-T-REJECTED.
032300     WRITE FREEZE-LINE FROM DLR159-TOTAL-LINE.
032400 4000-EXIT.
032500     EXIT.
032600
032700 4100-PRINT-ONE-STORE.
032800     MOVE DLR159-S-STORE-NO (DLR159-STORE-IX)
032900         TO DLR159-D-STORE.
033000     MOVE DLR159-S-COUNT-DATE (DLR159-STORE-IX)
033100         TO DLR159-D-COUNT-DATE.
033200     MOVE DLR159-S-ROWS (DLR159-STORE-IX)  TO DLR159-D-ROWS.
033300     MOVE DLR159-S-UNITS (DLR159-STORE-IX) TO DLR159-D-UNITS.
033400     WRITE FREEZE-LINE FROM DLR159-DETAIL-LINE.
033500 4100-EXIT.
033600     EXIT.
033700
033800 9000-TERMINATE.
033900     DISPLAY 'DLR159 CONTROL CARDS READ = ' DLR159-CARDS-READ.
034000     DISPLAY 'DLR159 CARDS REJECTED     = '
034100         DLR159-CARDS-REJECTED.
034200     DISPLAY 'DLR159 POSITIONS READ     = '
034300         DLR159-POSITIONS-READ.
034400     DISPLAY 'DLR159 BOOK ROWS FROZEN   = ' DLR159-ROWS-FROZEN.
034410     DISPLAY 'DLR159 ROWS WITH NO DEPT  = '
034420         DLR159-NO-DEPT-ROWS.
034500     IF  DLR159-CARDS-REJECTED > ZERO
034600         MOVE 4 TO RETURN-CODE
034700     END-IF.
034800     CLOSE POSITION-MASTER
034900           BOOK-FILE
034950           FORECAST-MASTER
035000           FREEZE-REPORT.
035100 9000-EXIT.
035200     EXIT.
