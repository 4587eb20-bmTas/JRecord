000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR165.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR165 - WEEKLY SALES VERSUS PLAN BY STORE, DEPARTMENT AND   *
001000*            REGION                                              *
001100*                                                                *
001200*   COMPARES DLPERSUM WEEKLY ACTUALS WITH THE DLSLSPLN SALES     *
001300*   PLAN FOR THE DLFISCAL WEEK COVERING THE RUN DATE, FOR THE    *
001400*   FISCAL PERIOD TO DATE AND FOR THE FISCAL YEAR TO DATE -      *
001500*   VARIANCE IN DOLLARS AND PERCENT OF PLAN - BY STORE AND       *
001600*   DEPARTMENT, THEN ROLLED UP BY STORE, BY DEPARTMENT ACROSS    *
001700*   ALL STORES AND BY DLSTORMF REGION. ANY LINE - STORE/DEPT,    *
001800*   STORE, DEPARTMENT OR REGION - WHOSE WEEK IS MORE THAN THE    *
001900*   DLPARAMM BELOW-PCT TOLERANCE UNDER PLAN IS FLAGGED FOR THE   *
001950*   MONDAY TRADING MEETING.                                      *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002330*  02 | 15/10/26 | DEPARTMENT TOTALS ACROSS ALL | R. GEALL       *
002360*     |          | STORES WITH BELOW-PLAN FLAG  |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CURR-MASTER       ASSIGN TO DLPERSM
003300                              ORGANIZATION IS INDEXED
003400                              ACCESS MODE IS DYNAMIC
003500                              RECORD KEY IS DLPERSUM-KEY.
003600     SELECT PLAN-MASTER       ASSIGN TO DLSLSPLN
003700                              ORGANIZATION IS INDEXED
003800                              ACCESS MODE IS DYNAMIC
003900                              RECORD KEY IS DLSLSPLN-KEY.
004000     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT PLAN-REPORT       ASSIGN TO PLANRPT
004700                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CURR-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200 01  DLPERSUM-RECORD.
005300     COPY DLPERSUM.
005400 FD  PLAN-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLSLSPLN-RECORD.
005700     COPY DLSLSPLN.
005800 FD  FISCAL-CAL-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLFISCAL-RECORD.
006200     COPY DLFISCAL.
006300 FD  STORE-MASTER-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLSTORMF-RECORD.
006700     COPY DLSTORMF.
006800 FD  PARAM-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLPARAMM-RECORD.
007200     COPY DLPARAMM.
007300 FD  PLAN-REPORT
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  PLAN-LINE                   PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 01  DLR165-SWITCHES.
007900     05  DLR165-CURR-EOF-SW       PIC X(01)  VALUE 'N'.
008000         88  DLR165-CURR-EOF                 VALUE 'Y'.
008100     05  DLR165-PLAN-EOF-SW       PIC X(01)  VALUE 'N'.
008200         88  DLR165-PLAN-EOF                 VALUE 'Y'.
008300     05  DLR165-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
008400         88  DLR165-CAL-EOF                  VALUE 'Y'.
008500     05  DLR165-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR165-STOR-EOF                 VALUE 'Y'.
008700     05  DLR165-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008800         88  DLR165-PARM-EOF                 VALUE 'Y'.
008900     05  DLR165-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
009000         88  DLR165-CAL-FOUND                VALUE 'Y'.
009100     05  DLR165-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
009200         88  DLR165-STORE-FOUND              VALUE 'Y'.
009300     05  DLR165-IN-YTD-SW         PIC X(01)  VALUE 'N'.
009400         88  DLR165-IN-YTD                   VALUE 'Y'.
009500     05  DLR165-IN-PTD-SW         PIC X(01)  VALUE 'N'.
009600         88  DLR165-IN-PTD                   VALUE 'Y'.
009700     05  DLR165-IN-WEEK-SW        PIC X(01)  VALUE 'N'.
009800         88  DLR165-IN-WEEK                  VALUE 'Y'.
009900 01  DLR165-CONSTANTS.
010000*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
010100     05  DLR165-BELOW-PCT         PIC 9(03)  VALUE 5.
010200 01  DLR165-BEST-EFF-BELOW        PIC 9(08)  VALUE ZERO.
010300 01  DLR165-RUN-DATE-FIELDS.
010400     05  DLR165-RUN-CCYYMMDD      PIC 9(08).
010500     05  DLR165-RUN-PARTS REDEFINES DLR165-RUN-CCYYMMDD.
010600         10  DLR165-RUN-CCYY      PIC 9(04).
010700         10  DLR165-RUN-MM        PIC 9(02).
010800         10  DLR165-RUN-DD        PIC 9(02).
010900 01  DLR165-RUN-CYYMMDD           PIC S9(07)   COMP-3.
011000 01  DLR165-THIS-WEEK-FIELDS.
011100     05  DLR165-THIS-FY           PIC 9(04)  VALUE ZERO.
011200     05  DLR165-THIS-PERIOD       PIC 9(02)  VALUE ZERO.
011300     05  DLR165-THIS-WOY          PIC 9(02)  VALUE ZERO.
011400 01  DLR165-THIS-WEEK             PIC 9(06)  VALUE ZERO.
011500 01  DLR165-W-WEEK-KEY            PIC 9(06).
011600 01  DLR165-W-WEEK-PARTS REDEFINES DLR165-W-WEEK-KEY.
011700     05  DLR165-W-FY              PIC 9(04).
011800     05  DLR165-W-WOY             PIC 9(02).
011900 01  DLR165-CAL-CONTROL.
012000     05  DLR165-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
012100 01  DLR165-CAL-TABLE.
012200     05  DLR165-CAL-ENTRY OCCURS 500 TIMES
012300                          INDEXED BY DLR165-CAL-IX.
012400         10  DLR165-C-FY          PIC 9(04).
012500         10  DLR165-C-PERIOD      PIC 9(02).
012600         10  DLR165-C-WOY         PIC 9(02).
012700         10  DLR165-C-START       PIC S9(07)   COMP-3.
012800         10  DLR165-C-END         PIC S9(07)   COMP-3.
012900 01  DLR165-STORE-CONTROL.
013000     05  DLR165-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
013100 01  DLR165-STORE-TABLE.
013200     05  DLR165-STORE-ENTRY OCCURS 500 TIMES
013300                            INDEXED BY DLR165-STORE-IX.
013400         10  DLR165-S-STORE-NO    PIC S9(03)   COMP-3.
013500         10  DLR165-S-REGION      PIC X(04).
013600         10  DLR165-S-BUCKETS.
013700             15  DLR165-S-AMT     PIC S9(11)V99 COMP-3
013800                                  OCCURS 6 TIMES.
013900 01  DLR165-REGION-CONTROL.
014000     05  DLR165-REGION-COUNT      PIC S9(04)  COMP  VALUE ZERO.
014100 01  DLR165-REGION-TABLE.
014200     05  DLR165-REGION-ENTRY OCCURS 50 TIMES
014300                             INDEXED BY DLR165-REGION-IX.
014400         10  DLR165-R-REGION      PIC X(04).
014500         10  DLR165-R-NAME        PIC X(20).
014600         10  DLR165-R-BUCKETS.
014700             15  DLR165-R-AMT     PIC S9(11)V99 COMP-3
014800                                  OCCURS 6 TIMES.
014900 01  DLR165-CELL-CONTROL.
015000     05  DLR165-CELL-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015100 01  DLR165-CELL-TABLE.
015200     05  DLR165-CELL-ENTRY OCCURS 3000 TIMES
015300                           INDEXED BY DLR165-CELL-IX.
015400         10  DLR165-X-STORE-NO    PIC S9(03)   COMP-3.
015500         10  DLR165-X-DEPT-NO     PIC S9(03)   COMP-3.
015600         10  DLR165-X-BUCKETS.
015700             15  DLR165-X-AMT     PIC S9(11)V99 COMP-3
015800                                  OCCURS 6 TIMES.
015810 01  DLR165-DEPT-TABLE.
015820     05  DLR165-DEPT-ENTRY OCCURS 1000 TIMES.
015830         10  DLR165-P-BUCKETS.
015840             15  DLR165-P-AMT     PIC S9(11)V99 COMP-3
015850                                  OCCURS 6 TIMES.
015900*    BUCKET SUBSCRIPTS - 1/2 WEEK ACTUAL/PLAN, 3/4 PERIOD TO
016000*    DATE ACTUAL/PLAN, 5/6 YEAR TO DATE ACTUAL/PLAN.
016100 01  DLR165-GRAND-BUCKETS.
016200     05  DLR165-G-AMT             PIC S9(11)V99 COMP-3
016300                                  OCCURS 6 TIMES.
016400 01  DLR165-LINE-BUCKETS.
016500     05  DLR165-L-AMT             PIC S9(11)V99 COMP-3
016600                                  OCCURS 6 TIMES.
016700 01  DLR165-B                     PIC S9(04)  COMP.
016750 01  DLR165-DEPT-SUB              PIC S9(04)  COMP.
016800 01  DLR165-W-STORE-NO            PIC S9(03)   COMP-3.
016900 01  DLR165-W-DEPT-NO             PIC S9(03)   COMP-3.
017000 01  DLR165-W-AMOUNT              PIC S9(11)V99 COMP-3.
017100 01  DLR165-W-VARIANCE            PIC S9(11)V99 COMP-3.
017200 01  DLR165-W-PCT                 PIC S9(05)V9 COMP-3.
017300 01  DLR165-W-TOLERANCE           PIC S9(05)V9 COMP-3.
017400 01  DLR165-COUNTERS.
017500     05  DLR165-FLAGGED           PIC 9(07)  VALUE ZERO.
017600     05  DLR165-CELLS-DROPPED     PIC 9(07)  VALUE ZERO.
017700 01  DLR165-HEADING-1.
017800     05  FILLER                   PIC X(40)  VALUE
017900         'DLR165 - SALES VERSUS PLAN - FISCAL WEEK'.
018000     05  FILLER                   PIC X(01)  VALUE SPACES.
018100     05  DLR165-H-WEEK            PIC 9(06).
018200     05  FILLER                   PIC X(22)  VALUE
018300         '  BELOW-PLAN FLAG AT -'.
018400     05  DLR165-H-PCT             PIC ZZ9.
018500     05  FILLER                   PIC X(01)  VALUE '%'.
018600 01  DLR165-HEADING-2.
018700     05  FILLER                   PIC X(12)  VALUE SPACES.
018800     05  FILLER                   PIC X(14)  VALUE
018900         '  WEEK ACTUAL '.
019000     05  FILLER                   PIC X(14)  VALUE
019100         '    WEEK PLAN '.
019200     05  FILLER                   PIC X(14)  VALUE
019300         ' WEEK VARIANCE'.
019400     05  FILLER                   PIC X(09)  VALUE '   WEEK %'.
019500     05  FILLER                   PIC X(14)  VALUE
019600         '  PTD VARIANCE'.
019700     05  FILLER                   PIC X(09)  VALUE '    PTD %'.
019800     05  FILLER                   PIC X(14)  VALUE
019900         '  YTD VARIANCE'.
020000     05  FILLER                   PIC X(09)  VALUE '    YTD %'.
020100 01  DLR165-SECTION-LINE.
020200     05  DLR165-SEC-TITLE         PIC X(40).
020300 01  DLR165-DETAIL-LINE.
020400     05  DLR165-D-ID              PIC X(10).
020500     05  DLR165-D-ID-CELL REDEFINES DLR165-D-ID.
020600         10  DLR165-D-STORE       PIC ZZ9.
020700         10  DLR165-D-SEP         PIC X(01).
020800         10  DLR165-D-DEPT        PIC ZZ9.
020900         10  FILLER               PIC X(03).
020910     05  DLR165-D-ID-DEPT REDEFINES DLR165-D-ID.
020920         10  DLR165-D-DEPT-LIT    PIC X(05).
020930         10  DLR165-D-DEPT-ONLY   PIC ZZ9.
020940         10  FILLER               PIC X(02).
021000     05  FILLER                   PIC X(02)  VALUE SPACES.
021100     05  DLR165-D-WK-ACT          PIC -ZZZZZZZZ9.99.
021200     05  FILLER                   PIC X(01)  VALUE SPACES.
021300     05  DLR165-D-WK-PLAN         PIC -ZZZZZZZZ9.99.
021400     05  FILLER                   PIC X(01)  VALUE SPACES.
021500     05  DLR165-D-WK-VAR          PIC -ZZZZZZZZ9.99.
021600     05  FILLER                   PIC X(01)  VALUE SPACES.
021700     05  DLR165-D-WK-PCT          PIC -ZZZZ9.9.
021800     05  FILLER                   PIC X(01)  VALUE SPACES.
021900     05  DLR165-D-PTD-VAR         PIC -ZZZZZZZZ9.99.
022000     05  FILLER                   PIC X(01)  VALUE SPACES.
022100     05  DLR165-D-PTD-PCT         PIC -ZZZZ9.9.
022200     05  FILLER                   PIC X(01)  VALUE SPACES.
022300     05  DLR165-D-YTD-VAR         PIC -ZZZZZZZZ9.99.
022400     05  FILLER                   PIC X(01)  VALUE SPACES.
022500     05  DLR165-D-YTD-PCT         PIC -ZZZZ9.9.
022600     05  FILLER                   PIC X(02)  VALUE SPACES.
022700     05  DLR165-D-FLAG            PIC X(11).
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE.
023100     IF  DLR165-CAL-FOUND
023200         PERFORM 2000-SCAN-PLAN-MASTER
023300         PERFORM 3000-SCAN-CURR-MASTER
023400         PERFORM 4000-PRINT-REPORT
023500     ELSE
023600         DISPLAY 'DLR165 RUN DATE NOT ON DLFISCAL CALENDAR'
023700         MOVE 4 TO RETURN-CODE
023800     END-IF.
023900     PERFORM 9000-TERMINATE.
024000     STOP RUN.
024100
024200 1000-INITIALIZE.
024300     OPEN INPUT  CURR-MASTER.
024400     OPEN INPUT  PLAN-MASTER.
024500     OPEN OUTPUT PLAN-REPORT.
024600     ACCEPT DLR165-RUN-CCYYMMDD FROM DATE YYYYMMDD.
024700     PERFORM 1100-LOAD-PARAMETERS.
024800     PERFORM 1200-LOAD-FISCAL-CAL.
024900     PERFORM 1300-LOAD-STORES.
025000     PERFORM 1400-DERIVE-THIS-WEEK.
025100     INITIALIZE DLR165-GRAND-BUCKETS.
025150     INITIALIZE DLR165-DEPT-TABLE.
025200     MOVE DLR165-BELOW-PCT TO DLR165-W-TOLERANCE.
025300     DISPLAY 'DLR165 BELOW-PLAN PCT USED = ' DLR165-BELOW-PCT.
025400     MOVE DLR165-THIS-WEEK TO DLR165-H-WEEK.
025500     MOVE DLR165-BELOW-PCT TO DLR165-H-PCT.
025600     WRITE PLAN-LINE FROM DLR165-HEADING-1.
025700     WRITE PLAN-LINE FROM DLR165-HEADING-2.
025800 1000-EXIT.
025900     EXIT.
026000
026100*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
026200*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
026300 1100-LOAD-PARAMETERS.
026400     OPEN INPUT PARAM-FILE.
026500     PERFORM 1110-READ-PARAM.
026600     PERFORM 1120-TEST-ONE-PARAM
026700         UNTIL DLR165-PARM-EOF.
026800     CLOSE PARAM-FILE.
026900 1100-EXIT.
027000     EXIT.
027100
027200 1110-READ-PARAM.
027300     READ PARAM-FILE
027400         AT END
027500             MOVE 'Y' TO DLR165-PARM-EOF-SW
027600     END-READ.
027700 1110-EXIT.
027800     EXIT.
027900
028000 1120-TEST-ONE-PARAM.
028100     IF  DLPARAMM-JOB-NAME = 'DLR165  '
028200     AND DLPARAMM-PARAM-NAME = 'BELOW-PCT   '
028300     AND DLPARAMM-EFF-FROM <= DLR165-RUN-CCYYMMDD
028400     AND DLPARAMM-EFF-FROM >= DLR165-BEST-EFF-BELOW
028500         MOVE DLPARAMM-EFF-FROM    TO DLR165-BEST-EFF-BELOW
028600         MOVE DLPARAMM-PARAM-VALUE TO DLR165-BELOW-PCT
028700     END-IF.
028800     PERFORM 1110-READ-PARAM.
028900 1120-EXIT.
029000     EXIT.
029100
029200 1200-LOAD-FISCAL-CAL.
029300     OPEN INPUT FISCAL-CAL-FILE.
029400     PERFORM 1210-READ-FISCAL-CAL.
029500     PERFORM 1220-STORE-ONE-WEEK
029600         UNTIL DLR165-CAL-EOF.
029700     CLOSE FISCAL-CAL-FILE.
029800 1200-EXIT.
029900     EXIT.
030000
030100 1210-READ-FISCAL-CAL.
030200     READ FISCAL-CAL-FILE
030300         AT END
030400             MOVE 'Y' TO DLR165-CAL-EOF-SW
030500     END-READ.
030600 1210-EXIT.
030700     EXIT.
030800
030900 1220-STORE-ONE-WEEK.
031000     IF  DLR165-CAL-COUNT < 500
031100         ADD 1 TO DLR165-CAL-COUNT
031200         SET DLR165-CAL-IX TO DLR165-CAL-COUNT
031300         MOVE DLFISCAL-FISCAL-YEAR
031400             TO DLR165-C-FY (DLR165-CAL-IX)
031500         MOVE DLFISCAL-PERIOD-NO
031600             TO DLR165-C-PERIOD (DLR165-CAL-IX)
031700         MOVE DLFISCAL-WEEK-OF-YEAR
031800             TO DLR165-C-WOY (DLR165-CAL-IX)
031900         MOVE DLFISCAL-START-DATE
032000             TO DLR165-C-START (DLR165-CAL-IX)
032100         MOVE DLFISCAL-END-DATE
032200             TO DLR165-C-END (DLR165-CAL-IX)
032300     END-IF.
032400     PERFORM 1210-READ-FISCAL-CAL.
032500 1220-EXIT.
032600     EXIT.
032700
032800*    ONE STORE ROW PER DLSTORMF STORE AND ONE REGION ROW PER
032900*    DISTINCT REGION CODE, BOTH CARRYING THEIR ROLL-UP BUCKETS.
033000 1300-LOAD-STORES.
033100     OPEN INPUT STORE-MASTER-FILE.
033200     PERFORM 1310-READ-STORE.
033300     PERFORM 1320-STORE-ONE-STORE
033400         UNTIL DLR165-STOR-EOF.
033500     CLOSE STORE-MASTER-FILE.
033600 1300-EXIT.
033700     EXIT.
033800
033900 1310-READ-STORE.
034000     READ STORE-MASTER-FILE
034100         AT END
034200             MOVE 'Y' TO DLR165-STOR-EOF-SW
034300     END-READ.
034400 1310-EXIT.
034500     EXIT.
034600
034700 1320-STORE-ONE-STORE.
034800     IF  DLR165-STORE-COUNT < 500
034900         ADD 1 TO DLR165-STORE-COUNT
035000         SET DLR165-STORE-IX TO DLR165-STORE-COUNT
035100         MOVE DLSTORMF-STORE-NO
035200             TO DLR165-S-STORE-NO (DLR165-STORE-IX)
035300         MOVE DLSTORMF-REGION-CODE
035400             TO DLR165-S-REGION (DLR165-STORE-IX)
035500         INITIALIZE DLR165-S-BUCKETS (DLR165-STORE-IX)
035600         PERFORM 1330-FIND-OR-ADD-REGION
035700     END-IF.
035800     PERFORM 1310-READ-STORE.
035900 1320-EXIT.
036000     EXIT.
036100
036200 1330-FIND-OR-ADD-REGION.
036300     SET DLR165-REGION-IX TO 1.
036400     SEARCH DLR165-REGION-ENTRY
036500         AT END
036600             CONTINUE
036700         WHEN DLR165-REGION-IX > DLR165-REGION-COUNT
036800             IF  DLR165-REGION-COUNT < 50
036900                 ADD 1 TO DLR165-REGION-COUNT
037000                 SET DLR165-REGION-IX TO DLR165-REGION-COUNT
037100                 MOVE DLSTORMF-REGION-CODE
037200                     TO DLR165-R-REGION (DLR165-REGION-IX)
037300                 MOVE DLSTORMF-REGION-NAME
037400                     TO DLR165-R-NAME (DLR165-REGION-IX)
037500                 INITIALIZE DLR165-R-BUCKETS (DLR165-REGION-IX)
037600             END-IF
037700         WHEN DLR165-R-REGION (DLR165-REGION-IX)
037800                 = DLSTORMF-REGION-CODE
037900             CONTINUE
038000     END-SEARCH.
038100 1330-EXIT.
038200     EXIT.
038300
038400*    THE FISCAL WEEK COVERING THE RUN DATE SETS THE REPORT
038500*    WEEK, ITS PERIOD AND ITS FISCAL YEAR.
038600 1400-DERIVE-THIS-WEEK.
038700     COMPUTE DLR165-RUN-CYYMMDD =
038800         (DLR165-RUN-CCYY - 1900) * 10000
038900             + DLR165-RUN-MM * 100 + DLR165-RUN-DD.
039000     MOVE 'N' TO DLR165-CAL-FOUND-SW.
039100     SET DLR165-CAL-IX TO 1.
039200     SEARCH DLR165-CAL-ENTRY
039300         AT END
039400             CONTINUE
039500         WHEN DLR165-CAL-IX > DLR165-CAL-COUNT
039600             CONTINUE
039700         WHEN DLR165-C-START (DLR165-CAL-IX)
039800                 <= DLR165-RUN-CYYMMDD
039900          AND DLR165-C-END (DLR165-CAL-IX)
040000                 >= DLR165-RUN-CYYMMDD
040100             MOVE 'Y' TO DLR165-CAL-FOUND-SW
040200     END-SEARCH.
040300     IF  DLR165-CAL-FOUND
040400         MOVE DLR165-C-FY (DLR165-CAL-IX)     TO DLR165-THIS-FY
040500         MOVE DLR165-C-PERIOD (DLR165-CAL-IX)
040550             TO DLR165-THIS-PERIOD
040600         MOVE DLR165-C-WOY (DLR165-CAL-IX)    TO DLR165-THIS-WOY
040700         COMPUTE DLR165-THIS-WEEK =
040800             DLR165-THIS-FY * 100 + DLR165-THIS-WOY
040900     END-IF.
041000 1400-EXIT.
041100     EXIT.
041200
041300 2000-SCAN-PLAN-MASTER.
041400     MOVE LOW-VALUES TO DLSLSPLN-KEY.
041500     START PLAN-MASTER KEY NOT LESS THAN DLSLSPLN-KEY
041600         INVALID KEY
041700             MOVE 'Y' TO DLR165-PLAN-EOF-SW
041800     END-START.
041900     PERFORM 2100-READ-PLAN-NEXT.
042000     PERFORM 2200-POST-PLAN-REC
042100         UNTIL DLR165-PLAN-EOF.
042200 2000-EXIT.
042300     EXIT.
042400
042500 2100-READ-PLAN-NEXT.
042600     IF  NOT DLR165-PLAN-EOF
042700         READ PLAN-MASTER NEXT RECORD
042800             AT END
042900                 MOVE 'Y' TO DLR165-PLAN-EOF-SW
043000         END-READ
043100     END-IF.
043200 2100-EXIT.
043300     EXIT.
043400
043500 2200-POST-PLAN-REC.
043600     MOVE DLSLSPLN-FISCAL-WEEK TO DLR165-W-WEEK-KEY.
043700     PERFORM 5000-CLASSIFY-WEEK.
043800     IF  DLR165-IN-YTD
043900         MOVE DLSLSPLN-STORE-NO   TO DLR165-W-STORE-NO
044000         MOVE DLSLSPLN-DEPT-NO    TO DLR165-W-DEPT-NO
044100         MOVE DLSLSPLN-PLAN-SALES TO DLR165-W-AMOUNT
044200         PERFORM 5100-FIND-OR-ADD-CELL
044300         IF  DLR165-CELL-IX <= DLR165-CELL-COUNT
044400             ADD DLR165-W-AMOUNT
044450                 TO DLR165-X-AMT (DLR165-CELL-IX 6)
044500             IF  DLR165-IN-PTD
044600                 ADD DLR165-W-AMOUNT
044700                     TO DLR165-X-AMT (DLR165-CELL-IX 4)
044800             END-IF
044900             IF  DLR165-IN-WEEK
045000                 ADD DLR165-W-AMOUNT
045100                     TO DLR165-X-AMT (DLR165-CELL-IX 2)
045200             END-IF
045300         END-IF
045400     END-IF.
045500     PERFORM 2100-READ-PLAN-NEXT.
045600 2200-EXIT.
045700     EXIT.
045800
045900 3000-SCAN-CURR-MASTER.
046000     MOVE LOW-VALUES TO DLPERSUM-KEY.
046100     START CURR-MASTER KEY NOT LESS THAN DLPERSUM-KEY
046200         INVALID KEY
046300             MOVE 'Y' TO DLR165-CURR-EOF-SW
046400     END-START.
046500     PERFORM 3100-READ-CURR-NEXT.
046600     PERFORM 3200-POST-CURR-REC
046700         UNTIL DLR165-CURR-EOF.
046800 3000-EXIT.
046900     EXIT.
047000
047100 3100-READ-CURR-NEXT.
047200     IF  NOT DLR165-CURR-EOF
047300         READ CURR-MASTER NEXT RECORD
047400             AT END
047500                 MOVE 'Y' TO DLR165-CURR-EOF-SW
047600         END-READ
047700     END-IF.
047800 3100-EXIT.
047900     EXIT.
048000
048100 3200-POST-CURR-REC.
048200     IF  DLPERSUM-WEEKLY
048300         MOVE DLPERSUM-PERIOD-NO TO DLR165-W-WEEK-KEY
048400         PERFORM 5000-CLASSIFY-WEEK
048500     ELSE
048600         MOVE 'N' TO DLR165-IN-YTD-SW
048700     END-IF.
048800     IF  DLR165-IN-YTD
048900         MOVE DLPERSUM-STORE-NO   TO DLR165-W-STORE-NO
049000         MOVE DLPERSUM-DEPT-NO    TO DLR165-W-DEPT-NO
049100         MOVE DLPERSUM-SALE-PRICE TO DLR165-W-AMOUNT
049200         PERFORM 5100-FIND-OR-ADD-CELL
049300         IF  DLR165-CELL-IX <= DLR165-CELL-COUNT
049400             ADD DLR165-W-AMOUNT
049450                 TO DLR165-X-AMT (DLR165-CELL-IX 5)
049500             IF  DLR165-IN-PTD
049600                 ADD DLR165-W-AMOUNT
049700                     TO DLR165-X-AMT (DLR165-CELL-IX 3)
049800             END-IF
049900             IF  DLR165-IN-WEEK
050000                 ADD DLR165-W-AMOUNT
050100                     TO DLR165-X-AMT (DLR165-CELL-IX 1)
050200             END-IF
050300         END-IF
050400     END-IF.
050500     PERFORM 3100-READ-CURR-NEXT.
050600 3200-EXIT.
050700     EXIT.
050800
050900*    DETAIL BY STORE/DEPARTMENT FIRST, ROLLING EACH CELL INTO
051000*    ITS STORE, ITS DEPARTMENT, ITS STORE'S REGION AND THE
051100*    GRAND TOTAL AS IT PRINTS; THEN THE STORE, DEPARTMENT AND
051150*    REGION ROLL-UPS.
051200 4000-PRINT-REPORT.
051300     MOVE 'STORE / DEPARTMENT' TO DLR165-SEC-TITLE.
051400     WRITE PLAN-LINE FROM DLR165-SECTION-LINE.
051500     PERFORM 4100-PRINT-ONE-CELL
051600         VARYING DLR165-CELL-IX FROM 1 BY 1
051700         UNTIL DLR165-CELL-IX > DLR165-CELL-COUNT.
051800     MOVE 'STORE TOTALS' TO DLR165-SEC-TITLE.
051900     WRITE PLAN-LINE FROM DLR165-SECTION-LINE.
052000     PERFORM 4200-PRINT-ONE-STORE
052100         VARYING DLR165-STORE-IX FROM 1 BY 1
052200         UNTIL DLR165-STORE-IX > DLR165-STORE-COUNT.
052210     MOVE 'DEPARTMENT TOTALS' TO DLR165-SEC-TITLE.
052220     WRITE PLAN-LINE FROM DLR165-SECTION-LINE.
052230     PERFORM 4250-PRINT-ONE-DEPT
052240         VARYING DLR165-DEPT-SUB FROM 1 BY 1
052250         UNTIL DLR165-DEPT-SUB > 1000.
052300     MOVE 'REGION TOTALS' TO DLR165-SEC-TITLE.
052400     WRITE PLAN-LINE FROM DLR165-SECTION-LINE.
052500     PERFORM 4300-PRINT-ONE-REGION
052600         VARYING DLR165-REGION-IX FROM 1 BY 1
052700         UNTIL DLR165-REGION-IX > DLR165-REGION-COUNT.
052800     MOVE DLR165-GRAND-BUCKETS TO DLR165-LINE-BUCKETS.
052900     MOVE 'ALL STORES' TO DLR165-D-ID.
053000     PERFORM 4500-FORMAT-LINE.
053100     WRITE PLAN-LINE FROM DLR165-DETAIL-LINE.
053200 4000-EXIT.
053300     EXIT.
053400
053500 4100-PRINT-ONE-CELL.
053600     MOVE DLR165-X-BUCKETS (DLR165-CELL-IX)
053700         TO DLR165-LINE-BUCKETS.
053800     MOVE SPACES TO DLR165-D-ID.
053900     MOVE DLR165-X-STORE-NO (DLR165-CELL-IX) TO DLR165-D-STORE.
054000     MOVE '/' TO DLR165-D-SEP.
054100     MOVE DLR165-X-DEPT-NO (DLR165-CELL-IX)  TO DLR165-D-DEPT.
054200     PERFORM 4500-FORMAT-LINE.
054300     WRITE PLAN-LINE FROM DLR165-DETAIL-LINE.
054400     PERFORM 4110-ADD-TO-GRAND
054500         VARYING DLR165-B FROM 1 BY 1
054600         UNTIL DLR165-B > 6.
054700     MOVE DLR165-X-STORE-NO (DLR165-CELL-IX)
054800         TO DLR165-W-STORE-NO.
054900     PERFORM 5200-FIND-STORE.
055000     IF  DLR165-STORE-FOUND
055100         PERFORM 4120-ADD-TO-STORE
055200             VARYING DLR165-B FROM 1 BY 1
055300             UNTIL DLR165-B > 6
055400         SET DLR165-REGION-IX TO 1
055500         SEARCH DLR165-REGION-ENTRY
055600             AT END
055700                 CONTINUE
055800             WHEN DLR165-REGION-IX > DLR165-REGION-COUNT
055900                 CONTINUE
056000             WHEN DLR165-R-REGION (DLR165-REGION-IX)
056100                     = DLR165-S-REGION (DLR165-STORE-IX)
056200                 PERFORM 4130-ADD-TO-REGION
056300                     VARYING DLR165-B FROM 1 BY 1
056400                     UNTIL DLR165-B > 6
056500         END-SEARCH
056600     END-IF.
056610     IF  DLR165-X-DEPT-NO (DLR165-CELL-IX) NOT < ZERO
056620         COMPUTE DLR165-DEPT-SUB =
056630             DLR165-X-DEPT-NO (DLR165-CELL-IX) + 1
056640         PERFORM 4140-ADD-TO-DEPT
056650             VARYING DLR165-B FROM 1 BY 1
056660             UNTIL DLR165-B > 6
056670     END-IF.
056700 4100-EXIT.
056800     EXIT.
056900
057000 4110-ADD-TO-GRAND.
057100     ADD DLR165-L-AMT (DLR165-B) TO DLR165-G-AMT (DLR165-B).
057200 4110-EXIT.
057300     EXIT.
057400
057500 4120-ADD-TO-STORE.
057600     ADD DLR165-L-AMT (DLR165-B)
057700         TO DLR165-S-AMT (DLR165-STORE-IX DLR165-B).
057800 4120-EXIT.
057900     EXIT.
058000
058100 4130-ADD-TO-REGION.
058200     ADD DLR165-L-AMT (DLR165-B)
058300         TO DLR165-R-AMT (DLR165-REGION-IX DLR165-B).
058400 4130-EXIT.
058500     EXIT.
058510 4140-ADD-TO-DEPT.
058520     ADD DLR165-L-AMT (DLR165-B)
058530         TO DLR165-P-AMT (DLR165-DEPT-SUB DLR165-B).
058540 4140-EXIT.
058550     EXIT.
058600
058700 4200-PRINT-ONE-STORE.
058800     MOVE DLR165-S-BUCKETS (DLR165-STORE-IX)
058900         TO DLR165-LINE-BUCKETS.
059000     IF  DLR165-L-AMT (5) NOT = ZERO
059100     OR  DLR165-L-AMT (6) NOT = ZERO
059200         MOVE SPACES TO DLR165-D-ID
059300         MOVE DLR165-S-STORE-NO (DLR165-STORE-IX)
059400             TO DLR165-D-STORE
059500         PERFORM 4500-FORMAT-LINE
059600         WRITE PLAN-LINE FROM DLR165-DETAIL-LINE
059700     END-IF.
059800 4200-EXIT.
059900     EXIT.
060000
060010 4250-PRINT-ONE-DEPT.
060015     MOVE DLR165-P-BUCKETS (DLR165-DEPT-SUB)
060020         TO DLR165-LINE-BUCKETS.
060025     IF  DLR165-L-AMT (5) NOT = ZERO
060030     OR  DLR165-L-AMT (6) NOT = ZERO
060035         MOVE SPACES TO DLR165-D-ID
060040         MOVE 'DEPT ' TO DLR165-D-DEPT-LIT
060045         COMPUTE DLR165-D-DEPT-ONLY = DLR165-DEPT-SUB - 1
060050         PERFORM 4500-FORMAT-LINE
060055         WRITE PLAN-LINE FROM DLR165-DETAIL-LINE
060060     END-IF.
060065 4250-EXIT.
060070     EXIT.
060075
060100 4300-PRINT-ONE-REGION.
060200     MOVE DLR165-R-BUCKETS (DLR165-REGION-IX)
060300         TO DLR165-LINE-BUCKETS.
060400     MOVE DLR165-R-NAME (DLR165-REGION-IX) TO DLR165-D-ID.
060500     PERFORM 4500-FORMAT-LINE.
060600     WRITE PLAN-LINE FROM DLR165-DETAIL-LINE.
060700 4300-EXIT.
060800     EXIT.
060900
061000*    VARIANCE IS ACTUAL LESS PLAN; PERCENT IS OF PLAN AND IS
061100*    ZERO WHERE THERE IS NO PLAN. ONLY THE WEEK DRIVES THE FLAG.
061200 4500-FORMAT-LINE.
061300     MOVE DLR165-L-AMT (1) TO DLR165-D-WK-ACT.
061400     MOVE DLR165-L-AMT (2) TO DLR165-D-WK-PLAN.
061500     MOVE SPACES TO DLR165-D-FLAG.
061600     MOVE 1 TO DLR165-B.
061700     PERFORM 4510-COMPUTE-VARIANCE.
061800     MOVE DLR165-W-VARIANCE TO DLR165-D-WK-VAR.
061900     MOVE DLR165-W-PCT      TO DLR165-D-WK-PCT.
062000     IF  DLR165-L-AMT (2) > ZERO
062100     AND DLR165-W-PCT < ZERO - DLR165-W-TOLERANCE
062200         MOVE '*BELOW PLAN' TO DLR165-D-FLAG
062300         ADD 1 TO DLR165-FLAGGED
062400     END-IF.
062500     MOVE 3 TO DLR165-B.
062600     PERFORM 4510-COMPUTE-VARIANCE.
062700     MOVE DLR165-W-VARIANCE TO DLR165-D-PTD-VAR.
062800     MOVE DLR165-W-PCT      TO DLR165-D-PTD-PCT.
062900     MOVE 5 TO DLR165-B.
063000     PERFORM 4510-COMPUTE-VARIANCE.
063100     MOVE DLR165-W-VARIANCE TO DLR165-D-YTD-VAR.
063200     MOVE DLR165-W-PCT      TO DLR165-D-YTD-PCT.
063300 4500-EXIT.
063400     EXIT.
063500
063600 4510-COMPUTE-VARIANCE.
063700     COMPUTE DLR165-W-VARIANCE =
063800         DLR165-L-AMT (DLR165-B) - DLR165-L-AMT (DLR165-B + 1).
063900     IF  DLR165-L-AMT (DLR165-B + 1) NOT = ZERO
064000         COMPUTE DLR165-W-PCT ROUNDED =
064100             DLR165-W-VARIANCE * 100
064200                 / DLR165-L-AMT (DLR165-B + 1)
064300     ELSE
064400         MOVE ZERO TO DLR165-W-PCT
064500     END-IF.
064600 4510-EXIT.
064700     EXIT.
064800
064900*    A WEEK COUNTS TOWARDS YEAR TO DATE WHEN IT IS IN THE
065000*    REPORT WEEK'S FISCAL YEAR AND NOT AFTER IT, TOWARDS PERIOD
065100*    TO DATE WHEN IT IS ALSO IN THE SAME PERIOD.
065200 5000-CLASSIFY-WEEK.
065300     MOVE 'N' TO DLR165-IN-YTD-SW.
065400     MOVE 'N' TO DLR165-IN-PTD-SW.
065500     MOVE 'N' TO DLR165-IN-WEEK-SW.
065600     IF  DLR165-W-FY = DLR165-THIS-FY
065700     AND DLR165-W-WOY <= DLR165-THIS-WOY
065800         MOVE 'Y' TO DLR165-IN-YTD-SW
065900         IF  DLR165-W-WOY = DLR165-THIS-WOY
066000             MOVE 'Y' TO DLR165-IN-WEEK-SW
066100         END-IF
066200         SET DLR165-CAL-IX TO 1
066300         SEARCH DLR165-CAL-ENTRY
066400             AT END
066500                 CONTINUE
066600             WHEN DLR165-CAL-IX > DLR165-CAL-COUNT
066700                 CONTINUE
066800             WHEN DLR165-C-FY (DLR165-CAL-IX) = DLR165-W-FY
066900              AND DLR165-C-WOY (DLR165-CAL-IX) = DLR165-W-WOY
067000                 IF  DLR165-C-PERIOD (DLR165-CAL-IX)
067100                         = DLR165-THIS-PERIOD
067200                     MOVE 'Y' TO DLR165-IN-PTD-SW
067300                 END-IF
067400         END-SEARCH
067500     END-IF.
067600 5000-EXIT.
067700     EXIT.
067800
067900 5100-FIND-OR-ADD-CELL.
068000     SET DLR165-CELL-IX TO 1.
068100     SEARCH DLR165-CELL-ENTRY
068200         AT END
068300             ADD 1 TO DLR165-CELLS-DROPPED
068400         WHEN DLR165-CELL-IX > DLR165-CELL-COUNT
068500             IF  DLR165-CELL-COUNT < 3000
068600                 ADD 1 TO DLR165-CELL-COUNT
068700                 SET DLR165-CELL-IX TO DLR165-CELL-COUNT
068800                 MOVE DLR165-W-STORE-NO
068900                     TO DLR165-X-STORE-NO (DLR165-CELL-IX)
069000                 MOVE DLR165-W-DEPT-NO
069100                     TO DLR165-X-DEPT-NO (DLR165-CELL-IX)
069200                 INITIALIZE DLR165-X-BUCKETS (DLR165-CELL-IX)
069300             ELSE
069400                 ADD 1 TO DLR165-CELLS-DROPPED
069500             END-IF
069600         WHEN DLR165-X-STORE-NO (DLR165-CELL-IX)
069700                 = DLR165-W-STORE-NO
069800          AND DLR165-X-DEPT-NO (DLR165-CELL-IX)
069900                 = DLR165-W-DEPT-NO
070000             CONTINUE
070100     END-SEARCH.
070200 5100-EXIT.
070300     EXIT.
070400
070500 5200-FIND-STORE.
070600     MOVE 'N' TO DLR165-STORE-FOUND-SW.
070700     SET DLR165-STORE-IX TO 1.
070800     SEARCH DLR165-STORE-ENTRY
070900         AT END
071000             CONTINUE
071100         WHEN DLR165-STORE-IX > DLR165-STORE-COUNT
071200             CONTINUE
071300         WHEN DLR165-S-STORE-NO (DLR165-STORE-IX)
071400                 = DLR165-W-STORE-NO
071500             MOVE 'Y' TO DLR165-STORE-FOUND-SW
071600     END-SEARCH.
071700 5200-EXIT.
071800     EXIT.
071900
072000 9000-TERMINATE.
072100     DISPLAY 'DLR165 LINES FLAGGED BELOW PLAN = ' DLR165-FLAGGED.
072200     IF  DLR165-CELLS-DROPPED > ZERO
072300         DISPLAY 'DLR165 STORE/DEPT TABLE FULL - DROPPED = '
072400             DLR165-CELLS-DROPPED
072500         MOVE 4 TO RETURN-CODE
072600     END-IF.
072700     CLOSE CURR-MASTER
072800           PLAN-MASTER
072900           PLAN-REPORT.
073000 9000-EXIT.
073100     EXIT.
