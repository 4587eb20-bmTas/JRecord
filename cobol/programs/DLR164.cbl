000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR164.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR164 - SALES PLAN MASTER LOAD AND VALIDATION               *
001000*                                                                *
001100*   LOADS THE PLANNING TEAM'S BOARD-APPROVED SALES PLAN FILE     *
001200*   ONTO THE DLSLSPLN MASTER, ONE ROW PER STORE, DEPARTMENT AND  *
001300*   FISCAL WEEK. A ROW IS REJECTED FOR A STORE NOT ON DLSTORMF,  *
001400*   A DEPARTMENT NOT ON DLDEPTMF, A FISCAL YEAR AND WEEK NOT ON  *
001500*   THE DLFISCAL CALENDAR, OR A NON-NUMERIC FIELD. A ROW FOR A   *
001600*   STORE/DEPT/WEEK ALREADY ON THE MASTER REPLACES THE OLD PLAN  *
001700*   SO A RE-FORECAST IS A SIMPLE RELOAD.                         *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PLAN-LOAD-FILE    ASSIGN TO PLANLOAD
003100                              ORGANIZATION IS SEQUENTIAL.
003200     SELECT PLAN-MASTER       ASSIGN TO DLSLSPLN
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS RANDOM
003500                              RECORD KEY IS DLSLSPLN-KEY.
003600     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT REJECT-FILE       ASSIGN TO PLANREJ
004300                              ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PLAN-LOAD-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  PLAN-LOAD-REC.
005000     05  PLN-STORE-NO            PIC 9(03).
005100     05  PLN-DEPT-NO             PIC 9(03).
005200     05  PLN-FISCAL-YEAR         PIC 9(04).
005300     05  PLN-WEEK-OF-YEAR        PIC 9(02).
005400     05  PLN-PLAN-SALES          PIC 9(09)V99.
005500     05  PLN-PLAN-VERSION        PIC X(04).
005600     05  FILLER                  PIC X(53).
005700 FD  PLAN-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 01  DLSLSPLN-RECORD.
006000     COPY DLSLSPLN.
006100 FD  STORE-MASTER-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLSTORMF-RECORD.
006500     COPY DLSTORMF.
006600 FD  DEPT-MASTER-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  DLDEPTMF-RECORD.
007000     COPY DLDEPTMF.
007100 FD  FISCAL-CAL-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLFISCAL-RECORD.
007500     COPY DLFISCAL.
007600 FD  REJECT-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  REJECT-REC.
008000     05  REJ-REASON-CODE         PIC X(04).
008100     05  REJ-PLAN-IMAGE          PIC X(80).
008200 WORKING-STORAGE SECTION.
008300 01  DLR164-SWITCHES.
008400     05  DLR164-PLN-EOF-SW        PIC X(01)  VALUE 'N'.
008500         88  DLR164-PLN-EOF                  VALUE 'Y'.
008600     05  DLR164-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
008700         88  DLR164-STOR-EOF                 VALUE 'Y'.
008800     05  DLR164-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
008900         88  DLR164-DEPT-EOF                 VALUE 'Y'.
009000     05  DLR164-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
009100         88  DLR164-CAL-EOF                  VALUE 'Y'.
009200     05  DLR164-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
009300         88  DLR164-STORE-FOUND              VALUE 'Y'.
009400     05  DLR164-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
009500         88  DLR164-DEPT-FOUND               VALUE 'Y'.
009600     05  DLR164-WEEK-FOUND-SW     PIC X(01)  VALUE 'N'.
009700         88  DLR164-WEEK-FOUND               VALUE 'Y'.
009800     05  DLR164-PLAN-FOUND-SW     PIC X(01)  VALUE 'N'.
009900         88  DLR164-PLAN-FOUND               VALUE 'Y'.
010000 01  DLR164-RUN-DATE              PIC 9(08)  VALUE ZERO.
010100 01  DLR164-STORE-CONTROL.
010200     05  DLR164-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
010300 01  DLR164-STORE-TABLE.
010400     05  DLR164-STORE-ENTRY OCCURS 500 TIMES
010500                            INDEXED BY DLR164-STORE-IX.
010600         10  DLR164-S-STORE-NO    PIC S9(03)   COMP-3.
010700 01  DLR164-DEPT-CONTROL.
010800     05  DLR164-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
010900 01  DLR164-DEPT-TABLE.
011000     05  DLR164-DEPT-ENTRY OCCURS 200 TIMES
011100                           INDEXED BY DLR164-DEPT-IX.
011200         10  DLR164-D-DEPT-NO     PIC S9(03)   COMP-3.
011300 01  DLR164-CAL-CONTROL.
011400     05  DLR164-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
011500 01  DLR164-CAL-TABLE.
011600     05  DLR164-CAL-ENTRY OCCURS 500 TIMES
011700                          INDEXED BY DLR164-CAL-IX.
011800         10  DLR164-C-FY          PIC 9(04).
011900         10  DLR164-C-WOY         PIC 9(02).
012000 01  DLR164-COUNTERS.
012100     05  DLR164-ROWS-READ         PIC 9(09)  VALUE ZERO.
012200     05  DLR164-ROWS-ADDED        PIC 9(09)  VALUE ZERO.
012300     05  DLR164-ROWS-REPLACED     PIC 9(09)  VALUE ZERO.
012400     05  DLR164-ROWS-REJECTED     PIC 9(09)  VALUE ZERO.
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE.
012800     PERFORM 2000-LOAD-ONE-PLAN-ROW
012900         UNTIL DLR164-PLN-EOF.
013000     PERFORM 9000-TERMINATE.
013100     STOP RUN.
013200
013300 1000-INITIALIZE.
013400     OPEN INPUT  PLAN-LOAD-FILE.
013500     OPEN I-O    PLAN-MASTER.
013600     OPEN OUTPUT REJECT-FILE.
013700     ACCEPT DLR164-RUN-DATE FROM DATE YYYYMMDD.
013800     PERFORM 1100-LOAD-STORES.
013900     PERFORM 1200-LOAD-DEPTS.
014000     PERFORM 1300-LOAD-FISCAL-CAL.
014100     PERFORM 2100-READ-PLAN.
014200 1000-EXIT.
014300     EXIT.
014400
014500 1100-LOAD-STORES.
014600     OPEN INPUT STORE-MASTER-FILE.
014700     PERFORM 1110-READ-STORE.
014800     PERFORM 1120-STORE-ONE-STORE
014900         UNTIL DLR164-STOR-EOF.
015000     CLOSE STORE-MASTER-FILE.
015100 1100-EXIT.
015200     EXIT.
015300
015400 1110-READ-STORE.
015500     READ STORE-MASTER-FILE
015600         AT END
015700             MOVE 'Y' TO DLR164-STOR-EOF-SW
015800     END-READ.
015900 1110-EXIT.
016000     EXIT.
016100
016200 1120-STORE-ONE-STORE.
016300     IF  DLR164-STORE-COUNT < 500
016400         ADD 1 TO DLR164-STORE-COUNT
016500         SET DLR164-STORE-IX TO DLR164-STORE-COUNT
016600         MOVE DLSTORMF-STORE-NO
016700             TO DLR164-S-STORE-NO (DLR164-STORE-IX)
016800     END-IF.
016900     PERFORM 1110-READ-STORE.
017000 1120-EXIT.
017100     EXIT.
017200
017300 1200-LOAD-DEPTS.
017400     OPEN INPUT DEPT-MASTER-FILE.
017500     PERFORM 1210-READ-DEPT.
017600     PERFORM 1220-STORE-ONE-DEPT
017700         UNTIL DLR164-DEPT-EOF.
017800     CLOSE DEPT-MASTER-FILE.
017900 1200-EXIT.
018000     EXIT.
018100
018200 1210-READ-DEPT.
018300     READ DEPT-MASTER-FILE
018400         AT END
018500             MOVE 'Y' TO DLR164-DEPT-EOF-SW
018600     END-READ.
018700 1210-EXIT.
018800     EXIT.
018900
019000 1220-STORE-ONE-DEPT.
019100     IF  DLR164-DEPT-COUNT < 200
019200         ADD 1 TO DLR164-DEPT-COUNT
019300         SET DLR164-DEPT-IX TO DLR164-DEPT-COUNT
019400         MOVE DLDEPTMF-DEPT-NO
019500             TO DLR164-D-DEPT-NO (DLR164-DEPT-IX)
019600     END-IF.
019700     PERFORM 1210-READ-DEPT.
019800 1220-EXIT.
019900     EXIT.
020000
020100 1300-LOAD-FISCAL-CAL.
020200     OPEN INPUT FISCAL-CAL-FILE.
020300     PERFORM 1310-READ-FISCAL-CAL.
020400     PERFORM 1320-STORE-ONE-WEEK
020500         UNTIL DLR164-CAL-EOF.
020600     CLOSE FISCAL-CAL-FILE.
020700 1300-EXIT.
020800     EXIT.
020900
021000 1310-READ-FISCAL-CAL.
021100     READ FISCAL-CAL-FILE
021200         AT END
021300             MOVE 'Y' TO DLR164-CAL-EOF-SW
021400     END-READ.
021500 1310-EXIT.
021600     EXIT.
021700
021800 1320-STORE-ONE-WEEK.
021900     IF  DLR164-CAL-COUNT < 500
022000         ADD 1 TO DLR164-CAL-COUNT
022100         SET DLR164-CAL-IX TO DLR164-CAL-COUNT
022200         MOVE DLFISCAL-FISCAL-YEAR
022300             TO DLR164-C-FY (DLR164-CAL-IX)
022400         MOVE DLFISCAL-WEEK-OF-YEAR
022500             TO DLR164-C-WOY (DLR164-CAL-IX)
022600     END-IF.
022700     PERFORM 1310-READ-FISCAL-CAL.
022800 1320-EXIT.
022900     EXIT.
023000
023100 2000-LOAD-ONE-PLAN-ROW.
023200     ADD 1 TO DLR164-ROWS-READ.
023300     IF  PLN-STORE-NO NOT NUMERIC
023400     OR  PLN-DEPT-NO NOT NUMERIC
023500     OR  PLN-FISCAL-YEAR NOT NUMERIC
023600     OR  PLN-WEEK-OF-YEAR NOT NUMERIC
023700     OR  PLN-PLAN-SALES NOT NUMERIC
023800         MOVE 'NUMR' TO REJ-REASON-CODE
023900         PERFORM 2900-REJECT-ROW
024000     ELSE
024100         PERFORM 2200-VALIDATE-ROW
024200     END-IF.
024300     PERFORM 2100-READ-PLAN.
024400 2000-EXIT.
024500     EXIT.
024600
024700 2100-READ-PLAN.
024800     READ PLAN-LOAD-FILE
024900         AT END
025000             MOVE 'Y' TO DLR164-PLN-EOF-SW
025100     END-READ.
025200 2100-EXIT.
025300     EXIT.
025400
025500 2200-VALIDATE-ROW.
025600     MOVE 'N' TO DLR164-STORE-FOUND-SW.
025700     SET DLR164-STORE-IX TO 1.
025800     SEARCH DLR164-STORE-ENTRY
025900         AT END
026000             CONTINUE
026100         WHEN DLR164-STORE-IX > DLR164-STORE-COUNT
026200             CONTINUE
026300         WHEN DLR164-S-STORE-NO (DLR164-STORE-IX) = PLN-STORE-NO
026400             MOVE 'Y' TO DLR164-STORE-FOUND-SW
026500     END-SEARCH.
026600     MOVE 'N' TO DLR164-DEPT-FOUND-SW.
026700     SET DLR164-DEPT-IX TO 1.
026800     SEARCH DLR164-DEPT-ENTRY
026900         AT END
027000             CONTINUE
027100         WHEN DLR164-DEPT-IX > DLR164-DEPT-COUNT
027200             CONTINUE
027300         WHEN DLR164-D-DEPT-NO (DLR164-DEPT-IX) = PLN-DEPT-NO
027400             MOVE 'Y' TO DLR164-DEPT-FOUND-SW
027500     END-SEARCH.
027600     MOVE 'N' TO DLR164-WEEK-FOUND-SW.
027700     SET DLR164-CAL-IX TO 1.
027800     SEARCH DLR164-CAL-ENTRY
027900         AT END
028000             CONTINUE
028100         WHEN DLR164-CAL-IX > DLR164-CAL-COUNT
028200             CONTINUE
028300         WHEN DLR164-C-FY (DLR164-CAL-IX) = PLN-FISCAL-YEAR
028400          AND DLR164-C-WOY (DLR164-CAL-IX) = PLN-WEEK-OF-YEAR
028500             MOVE 'Y' TO DLR164-WEEK-FOUND-SW
028600     END-SEARCH.
028700     EVALUATE TRUE
028800         WHEN NOT DLR164-STORE-FOUND
028900             MOVE 'STOR' TO REJ-REASON-CODE
029000             PERFORM 2900-REJECT-ROW
029100         WHEN NOT DLR164-DEPT-FOUND
029200             MOVE 'DEPT' TO REJ-REASON-CODE
029300             PERFORM 2900-REJECT-ROW
029400         WHEN NOT DLR164-WEEK-FOUND
029500             MOVE 'WEEK' TO REJ-REASON-CODE
029600             PERFORM 2900-REJECT-ROW
029700         WHEN OTHER
029800             PERFORM 2300-STORE-PLAN
029900     END-EVALUATE.
030000 2200-EXIT.
030100     EXIT.
030200
030300 2300-STORE-PLAN.
030400     MOVE PLN-STORE-NO TO DLSLSPLN-STORE-NO.
030500     MOVE PLN-DEPT-NO  TO DLSLSPLN-DEPT-NO.
030600     COMPUTE DLSLSPLN-FISCAL-WEEK =
030700         PLN-FISCAL-YEAR * 100 + PLN-WEEK-OF-YEAR.
030800     MOVE 'N' TO DLR164-PLAN-FOUND-SW.
030900     READ PLAN-MASTER
031000         INVALID KEY
031100             CONTINUE
031200         NOT INVALID KEY
031300             MOVE 'Y' TO DLR164-PLAN-FOUND-SW
031400     END-READ.
031500     MOVE PLN-PLAN-SALES   TO DLSLSPLN-PLAN-SALES.
031600     MOVE PLN-PLAN-VERSION TO DLSLSPLN-PLAN-VERSION.
031700     MOVE DLR164-RUN-DATE  TO DLSLSPLN-LOAD-DATE.
031800     IF  DLR164-PLAN-FOUND
031900         REWRITE DLSLSPLN-RECORD
032000         ADD 1 TO DLR164-ROWS-REPLACED
032100     ELSE
032200         WRITE DLSLSPLN-RECORD
032300         ADD 1 TO DLR164-ROWS-ADDED
032400     END-IF.
032500 2300-EXIT.
032600     EXIT.
032700
032800 2900-REJECT-ROW.
032900     ADD 1 TO DLR164-ROWS-REJECTED.
033000     MOVE PLAN-LOAD-REC TO REJ-PLAN-IMAGE.
033100     WRITE REJECT-REC.
033200 2900-EXIT.
033300     EXIT.
033400
033500 9000-TERMINATE.
033600     DISPLAY 'DLR164 PLAN ROWS READ    = ' DLR164-ROWS-READ.
033700     DISPLAY 'DLR164 PLAN ROWS ADDED   = ' DLR164-ROWS-ADDED.
033800     DISPLAY 'DLR164 PLAN ROWS REPLACED= ' DLR164-ROWS-REPLACED.
033900     DISPLAY 'DLR164 PLAN ROWS REJECTED= ' DLR164-ROWS-REJECTED.
034000     IF  DLR164-ROWS-REJECTED > ZERO
034100         MOVE 4 TO RETURN-CODE
034200     END-IF.
034300     CLOSE PLAN-LOAD-FILE
034400           PLAN-MASTER
034500           REJECT-FILE.
034600 9000-EXIT.
034700     EXIT.
