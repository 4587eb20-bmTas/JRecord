000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR168.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR168 - WEEKLY FORECAST ACCURACY SCORING                    *
001000*                                                                *
001100*   SCORES THE FISCAL WEEK JUST ENDED: EVERY DTAR020 SALE IN     *
001200*   THAT WEEK IS POSTED AGAINST ITS DLFCSTMF ROW WHERE SLOT 1    *
001300*   FORECAST THAT WEEK, THEN EACH ROW'S FORECAST IS COMPARED     *
001400*   WITH ITS ACTUAL UNITS. BIAS (FORECAST OVER ACTUAL, AS A      *
001500*   PERCENT OF ACTUAL) AND MEAN ABSOLUTE PERCENTAGE ERROR ARE    *
001600*   REPORTED BY DEPARTMENT AND BY STORE. EACH LINE KEEPS A       *
001700*   SMOOTHED ERROR ON THE MASTER; ONCE A LINE HAS BEEN SCORED    *
001800*   MIN-WEEKS TIMES IT IS MARKED TRUSTED OR NOT TRUSTED AGAINST  *
001900*   THE MAPE-LIMIT, SO PLANNERS (AND DLR103) KNOW WHICH LINES    *
002000*   THE FORECAST CAN BE RELIED ON. RUNS WEEKLY BEFORE DLR167     *
002100*   REBUILDS THE FORECAST; A RERUN FOR THE SAME WEEK REPLACES    *
002200*   THAT WEEK'S SCORE INSTEAD OF COUNTING IT TWICE.              *
002300*                                                                *
002400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002500*  ---|----------|------------------------------|------------    *
002600*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DTAR020-FILE      ASSIGN TO DTAR020
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT FORECAST-MASTER   ASSIGN TO DLFCSTMF
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS DYNAMIC
004000                              RECORD KEY IS DLFCSTMF-KEY.
004100     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT ACCURACY-REPORT   ASSIGN TO FCSTACC
004600                              ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DTAR020-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  DTAR020-REC.
005300     COPY DTAR020.
005400 FD  FORECAST-MASTER
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLFCSTMF-RECORD.
005700     COPY DLFCSTMF.
005800 FD  FISCAL-CAL-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLFISCAL-RECORD.
006200     COPY DLFISCAL.
006300 FD  PARAM-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLPARAMM-RECORD.
006700     COPY DLPARAMM.
006800 FD  ACCURACY-REPORT
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  ACCURACY-LINE               PIC X(100).
007200 WORKING-STORAGE SECTION.
007300 01  DLR168-SWITCHES.
007400     05  DLR168-EOF-SW            PIC X(01)  VALUE 'N'.
007500         88  DLR168-EOF                      VALUE 'Y'.
007600     05  DLR168-FCST-EOF-SW       PIC X(01)  VALUE 'N'.
007700         88  DLR168-FCST-EOF                 VALUE 'Y'.
007800     05  DLR168-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
007900         88  DLR168-CAL-EOF                  VALUE 'Y'.
008000     05  DLR168-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008100         88  DLR168-PARM-EOF                 VALUE 'Y'.
008200     05  DLR168-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
008300         88  DLR168-CAL-FOUND                VALUE 'Y'.
008400 01  DLR168-CONSTANTS.
008500*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
008600     05  DLR168-MAPE-LIMIT        PIC 9(03)  VALUE 40.
008700     05  DLR168-MIN-WEEKS         PIC 9(02)  VALUE 4.
008800*    A LINE THAT WAS FORECAST TO SELL AND SOLD NOTHING SCORES
008900*    THIS ERROR; NO SINGLE WEEK SCORES WORSE THAN THE CAP.
009000     05  DLR168-MISS-APE          PIC 9(03)V9 VALUE 100.
009100     05  DLR168-APE-CAP           PIC 9(03)V9 VALUE 999.
009200 01  DLR168-BEST-EFF-LIMIT        PIC 9(08)  VALUE ZERO.
009300 01  DLR168-BEST-EFF-WEEKS        PIC 9(08)  VALUE ZERO.
009400 01  DLR168-RUN-CCYYMMDD          PIC 9(08).
009500 01  DLR168-RUN-CYYMMDD           PIC S9(07)   COMP-3.
009600 01  DLR168-SCORE-WEEK            PIC 9(06)  VALUE ZERO.
009700 01  DLR168-SCORE-START           PIC S9(07)   COMP-3.
009800 01  DLR168-SCORE-END             PIC S9(07)   COMP-3.
009900 01  DLR168-CAL-CONTROL.
010000     05  DLR168-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
010100 01  DLR168-CAL-TABLE.
010200     05  DLR168-CAL-ENTRY OCCURS 500 TIMES
010300                          INDEXED BY DLR168-CAL-IX.
010400         10  DLR168-C-FY          PIC 9(04).
010500         10  DLR168-C-WOY         PIC 9(02).
010600         10  DLR168-C-START       PIC S9(07)   COMP-3.
010700         10  DLR168-C-END         PIC S9(07)   COMP-3.
010800*    ONE SCORE ROW PER DEPARTMENT AND ONE PER STORE.
010900 01  DLR168-DEPT-CONTROL.
011000     05  DLR168-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
011100 01  DLR168-DEPT-TABLE.
011200     05  DLR168-DEPT-ENTRY OCCURS 200 TIMES
011300                           INDEXED BY DLR168-DEPT-IX.
011400         10  DLR168-D-DEPT-NO     PIC S9(03)   COMP-3.
011500         10  DLR168-D-SCORES.
011600             15  DLR168-D-LINES   PIC S9(07)   COMP-3.
011700             15  DLR168-D-FCST    PIC S9(11)   COMP-3.
011800             15  DLR168-D-ACTUAL  PIC S9(11)   COMP-3.
011900             15  DLR168-D-APE-SUM PIC S9(11)V9 COMP-3.
012000             15  DLR168-D-APE-N   PIC S9(07)   COMP-3.
012100 01  DLR168-STORE-CONTROL.
012200     05  DLR168-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
012300 01  DLR168-STORE-TABLE.
012400     05  DLR168-STORE-ENTRY OCCURS 500 TIMES
012500                            INDEXED BY DLR168-STORE-IX.
012600         10  DLR168-S-STORE-NO    PIC S9(03)   COMP-3.
012700         10  DLR168-S-SCORES.
012800             15  DLR168-S-LINES   PIC S9(07)   COMP-3.
012900             15  DLR168-S-FCST    PIC S9(11)   COMP-3.
013000             15  DLR168-S-ACTUAL  PIC S9(11)   COMP-3.
013100             15  DLR168-S-APE-SUM PIC S9(11)V9 COMP-3.
013200             15  DLR168-S-APE-N   PIC S9(07)   COMP-3.
013300 01  DLR168-GRAND-SCORES.
013400     05  DLR168-G-LINES           PIC S9(07)   COMP-3.
013500     05  DLR168-G-FCST            PIC S9(11)   COMP-3.
013600     05  DLR168-G-ACTUAL          PIC S9(11)   COMP-3.
013700     05  DLR168-G-APE-SUM         PIC S9(11)V9 COMP-3.
013800     05  DLR168-G-APE-N           PIC S9(07)   COMP-3.
013900 01  DLR168-PRINT-SCORES.
014000     05  DLR168-P-LINES           PIC S9(07)   COMP-3.
014100     05  DLR168-P-FCST            PIC S9(11)   COMP-3.
014200     05  DLR168-P-ACTUAL          PIC S9(11)   COMP-3.
014300     05  DLR168-P-APE-SUM         PIC S9(11)V9 COMP-3.
014400     05  DLR168-P-APE-N           PIC S9(07)   COMP-3.
014500 01  DLR168-WORK-FIELDS.
014600     05  DLR168-W-FCST            PIC S9(09)   COMP-3.
014700     05  DLR168-W-ERROR           PIC S9(09)   COMP-3.
014800     05  DLR168-W-APE             PIC S9(05)V9 COMP-3.
014900     05  DLR168-W-SCORED-SW       PIC X(01).
015000         88  DLR168-W-SCORED                 VALUE 'Y'.
015100     05  DLR168-W-BIAS            PIC S9(05)V9 COMP-3.
015200     05  DLR168-W-MAPE            PIC S9(05)V9 COMP-3.
015300 01  DLR168-COUNTERS.
015400     05  DLR168-RECORDS-READ      PIC 9(09)  VALUE ZERO.
015500     05  DLR168-RECORDS-POSTED    PIC 9(09)  VALUE ZERO.
015600     05  DLR168-OUTSIDE-WEEK      PIC 9(09)  VALUE ZERO.
015700     05  DLR168-NOT-FORECAST      PIC 9(09)  VALUE ZERO.
015800     05  DLR168-NOT-FCST-UNITS    PIC S9(11) VALUE ZERO.
015900     05  DLR168-ROWS-SCORED       PIC 9(09)  VALUE ZERO.
016000     05  DLR168-ROWS-STALE        PIC 9(09)  VALUE ZERO.
016100     05  DLR168-TRUSTED           PIC 9(09)  VALUE ZERO.
016200     05  DLR168-NOT-TRUSTED       PIC 9(09)  VALUE ZERO.
016300     05  DLR168-TABLE-FULL        PIC 9(07)  VALUE ZERO.
016400 01  DLR168-HEADING-1.
016500     05  FILLER                   PIC X(46)  VALUE
016600         'DLR168 - FORECAST ACCURACY - FISCAL WEEK      '.
016700     05  DLR168-H-WEEK            PIC 9(06).
016800     05  FILLER                   PIC X(16)  VALUE
016900         '  MAPE LIMIT - '.
017000     05  DLR168-H-LIMIT           PIC ZZ9.
017100     05  FILLER                   PIC X(01)  VALUE '%'.
017200 01  DLR168-HEADING-2.
017300     05  FILLER                   PIC X(12)  VALUE SPACES.
017400     05  FILLER                   PIC X(10)  VALUE '     LINES'.
017500     05  FILLER                   PIC X(14)  VALUE
017600         '  FCST UNITS'.
017700     05  FILLER                   PIC X(14)  VALUE
017800         '  ACTUAL UNITS'.
017900     05  FILLER                   PIC X(10)  VALUE '    BIAS %'.
018000     05  FILLER                   PIC X(10)  VALUE '    MAPE %'.
018100     05  FILLER                   PIC X(14)  VALUE
018150     '  FORECAST IS'.
018200 01  DLR168-SECTION-LINE.
018300     05  DLR168-SEC-TITLE         PIC X(40).
018400 01  DLR168-SCORE-LINE.
018500     05  DLR168-L-LABEL           PIC X(06).
018600     05  DLR168-L-CODE            PIC ZZZZ9.
018700     05  FILLER                   PIC X(01)  VALUE SPACES.
018800     05  DLR168-L-LINES           PIC ZZZZZZZZZ9.
018900     05  FILLER                   PIC X(02)  VALUE SPACES.
019000     05  DLR168-L-FCST            PIC -ZZZZZZZZZ9.
019100     05  FILLER                   PIC X(03)  VALUE SPACES.
019200     05  DLR168-L-ACTUAL          PIC -ZZZZZZZZZ9.
019300     05  FILLER                   PIC X(02)  VALUE SPACES.
019400     05  DLR168-L-BIAS            PIC -ZZZZ9.9.
019500     05  FILLER                   PIC X(02)  VALUE SPACES.
019600     05  DLR168-L-MAPE            PIC -ZZZZ9.9.
019700     05  FILLER                   PIC X(02)  VALUE SPACES.
019800     05  DLR168-L-TRUST           PIC X(12).
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE.
020200     IF  DLR168-CAL-FOUND
020300         PERFORM 2000-CLEAR-ACTUALS
020400         PERFORM 3000-POST-SALE
020500             UNTIL DLR168-EOF
020600         PERFORM 4000-SCORE-FORECASTS
020700         PERFORM 5000-PRINT-REPORT
020800     ELSE
020900         DISPLAY 'DLR168 RUN DATE NOT ON DLFISCAL CALENDAR'
021000         MOVE 8 TO RETURN-CODE
021100     END-IF.
021200     PERFORM 9000-TERMINATE.
021300     STOP RUN.
021400
021500 1000-INITIALIZE.
021600     OPEN INPUT  DTAR020-FILE.
021700     OPEN I-O    FORECAST-MASTER.
021800     OPEN OUTPUT ACCURACY-REPORT.
021900     ACCEPT DLR168-RUN-CCYYMMDD FROM DATE YYYYMMDD.
022000     COMPUTE DLR168-RUN-CYYMMDD = DLR168-RUN-CCYYMMDD - 19000000.
022100     PERFORM 1100-LOAD-PARAMETERS.
022200     PERFORM 1200-LOAD-FISCAL-CAL.
022300     PERFORM 1300-DERIVE-SCORE-WEEK.
022400     INITIALIZE DLR168-GRAND-SCORES.
022500     DISPLAY 'DLR168 SCORING WEEK        = ' DLR168-SCORE-WEEK.
022600     DISPLAY 'DLR168 MAPE LIMIT PCT USED = ' DLR168-MAPE-LIMIT.
022700     DISPLAY 'DLR168 MIN WEEKS USED      = ' DLR168-MIN-WEEKS.
022800     MOVE DLR168-SCORE-WEEK TO DLR168-H-WEEK.
022900     MOVE DLR168-MAPE-LIMIT TO DLR168-H-LIMIT.
023000     WRITE ACCURACY-LINE FROM DLR168-HEADING-1.
023100     WRITE ACCURACY-LINE FROM DLR168-HEADING-2.
023200     PERFORM 3100-READ-DTAR020.
023300 1000-EXIT.
023400     EXIT.
023500
023600*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
023700*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
023800 1100-LOAD-PARAMETERS.
023900     OPEN INPUT PARAM-FILE.
024000     PERFORM 1110-READ-PARAM.
024100     PERFORM 1120-TEST-ONE-PARAM
024200         UNTIL DLR168-PARM-EOF.
024300     CLOSE PARAM-FILE.
024400 1100-EXIT.
024500     EXIT.
024600
024700 1110-READ-PARAM.
024800     READ PARAM-FILE
024900         AT END
025000             MOVE 'Y' TO DLR168-PARM-EOF-SW
025100     END-READ.
025200 1110-EXIT.
025300     EXIT.
025400
025500 1120-TEST-ONE-PARAM.
025600     IF  DLPARAMM-JOB-NAME = 'DLR168  '
025700     AND DLPARAMM-EFF-FROM <= DLR168-RUN-CCYYMMDD
025800         EVALUATE DLPARAMM-PARAM-NAME
025900             WHEN 'MAPE-LIMIT  '
026000                 IF  DLPARAMM-EFF-FROM >= DLR168-BEST-EFF-LIMIT
026100                     MOVE DLPARAMM-EFF-FROM
026200                         TO DLR168-BEST-EFF-LIMIT
026300                     MOVE DLPARAMM-PARAM-VALUE
026400                         TO DLR168-MAPE-LIMIT
026500                 END-IF
026600             WHEN 'MIN-WEEKS   '
026700                 IF  DLPARAMM-EFF-FROM >= DLR168-BEST-EFF-WEEKS
026800                     MOVE DLPARAMM-EFF-FROM
026900                         TO DLR168-BEST-EFF-WEEKS
027000                     MOVE DLPARAMM-PARAM-VALUE
027100                         TO DLR168-MIN-WEEKS
027200                 END-IF
027300             WHEN OTHER
027400                 CONTINUE
027500         END-EVALUATE
027600     END-IF.
027700     PERFORM 1110-READ-PARAM.
027800 1120-EXIT.
027900     EXIT.
028000
028100 1200-LOAD-FISCAL-CAL.
028200     OPEN INPUT FISCAL-CAL-FILE.
028300     PERFORM 1210-READ-FISCAL-CAL.
028400     PERFORM 1220-STORE-ONE-WEEK
028500         UNTIL DLR168-CAL-EOF.
028600     CLOSE FISCAL-CAL-FILE.
028700 1200-EXIT.
028800     EXIT.
028900
029000 1210-READ-FISCAL-CAL.
029100     READ FISCAL-CAL-FILE
029200         AT END
029300             MOVE 'Y' TO DLR168-CAL-EOF-SW
029400     END-READ.
029500 1210-EXIT.
029600     EXIT.
029700
029800 1220-STORE-ONE-WEEK.
029900     IF  DLR168-CAL-COUNT < 500
030000         ADD 1 TO DLR168-CAL-COUNT
030100         SET DLR168-CAL-IX TO DLR168-CAL-COUNT
030200         MOVE DLFISCAL-FISCAL-YEAR
030300             TO DLR168-C-FY (DLR168-CAL-IX)
030400         MOVE DLFISCAL-WEEK-OF-YEAR
030500             TO DLR168-C-WOY (DLR168-CAL-IX)
030600         MOVE DLFISCAL-START-DATE
030700             TO DLR168-C-START (DLR168-CAL-IX)
030800         MOVE DLFISCAL-END-DATE
030900             TO DLR168-C-END (DLR168-CAL-IX)
031000     END-IF.
031100     PERFORM 1210-READ-FISCAL-CAL.
031200 1220-EXIT.
031300     EXIT.
031400
031500*    THE WEEK SCORED IS THE CALENDAR WEEK BEFORE THE ONE
031600*    COVERING THE RUN DATE - THE WEEK JUST ENDED.
031700 1300-DERIVE-SCORE-WEEK.
031800     MOVE 'N' TO DLR168-CAL-FOUND-SW.
031900     SET DLR168-CAL-IX TO 1.
032000     SEARCH DLR168-CAL-ENTRY
032100         AT END
032200             CONTINUE
032300         WHEN DLR168-CAL-IX > DLR168-CAL-COUNT
032400             CONTINUE
032500         WHEN DLR168-C-START (DLR168-CAL-IX)
032600                 <= DLR168-RUN-CYYMMDD
032700          AND DLR168-C-END (DLR168-CAL-IX)
032800                 >= DLR168-RUN-CYYMMDD
032900             IF  DLR168-CAL-IX > 1
033000                 MOVE 'Y' TO DLR168-CAL-FOUND-SW
033100                 SET DLR168-CAL-IX DOWN BY 1
033200                 COMPUTE DLR168-SCORE-WEEK =
033300                     DLR168-C-FY (DLR168-CAL-IX) * 100
033400                         + DLR168-C-WOY (DLR168-CAL-IX)
033500                 MOVE DLR168-C-START (DLR168-CAL-IX)
033600                     TO DLR168-SCORE-START
033700                 MOVE DLR168-C-END (DLR168-CAL-IX)
033800                     TO DLR168-SCORE-END
033900             END-IF
034000     END-SEARCH.
034100 1300-EXIT.
034200     EXIT.
034300
034400*    ACTUALS ARE REBUILT FROM DTAR020 ON EVERY RUN.
034500 2000-CLEAR-ACTUALS.
034600     MOVE LOW-VALUES TO DLFCSTMF-KEY.
034700     START FORECAST-MASTER KEY NOT < DLFCSTMF-KEY
034800         INVALID KEY
034900             MOVE 'Y' TO DLR168-FCST-EOF-SW
035000     END-START.
035100     PERFORM 2100-READ-FORECAST-NEXT.
035200     PERFORM 2200-CLEAR-ONE-ROW
035300         UNTIL DLR168-FCST-EOF.
035400 2000-EXIT.
035500     EXIT.
035600
035700 2100-READ-FORECAST-NEXT.
035800     IF  NOT DLR168-FCST-EOF
035900         READ FORECAST-MASTER NEXT RECORD
036000             AT END
036100                 MOVE 'Y' TO DLR168-FCST-EOF-SW
036200         END-READ
036300     END-IF.
036400 2100-EXIT.
036500     EXIT.
036600
036700 2200-CLEAR-ONE-ROW.
036800     IF  DLFCSTMF-ACTUAL-QTY NOT = ZERO
036900         MOVE ZERO TO DLFCSTMF-ACTUAL-QTY
037000         REWRITE DLFCSTMF-RECORD
037100     END-IF.
037200     PERFORM 2100-READ-FORECAST-NEXT.
037300 2200-EXIT.
037400     EXIT.
037500
037600 3000-POST-SALE.
037700     ADD 1 TO DLR168-RECORDS-READ.
037800     IF  DTAR020-DATE < DLR168-SCORE-START
037900     OR  DTAR020-DATE > DLR168-SCORE-END
038000         ADD 1 TO DLR168-OUTSIDE-WEEK
038100     ELSE
038200         MOVE DTAR020-KEYCODE-NO TO DLFCSTMF-KEYCODE-NO
038300         MOVE DTAR020-STORE-NO   TO DLFCSTMF-STORE-NO
038400         READ FORECAST-MASTER
038500             INVALID KEY
038600                 ADD 1 TO DLR168-NOT-FORECAST
038700                 ADD DTAR020-QTY-SOLD TO DLR168-NOT-FCST-UNITS
038800             NOT INVALID KEY
038900                 PERFORM 3200-POST-TO-ROW
039000         END-READ
039100     END-IF.
039200     PERFORM 3100-READ-DTAR020.
039300 3000-EXIT.
039400     EXIT.
039500
039600 3100-READ-DTAR020.
039700     READ DTAR020-FILE
039800         AT END
039900             MOVE 'Y' TO DLR168-EOF-SW
040000     END-READ.
040100 3100-EXIT.
040200     EXIT.
040300
040400*    DLSALHST CARRIES NO DEPARTMENT, SO THE ROW LEARNS ITS
040500*    DEPARTMENT FROM THE FIRST SALE POSTED TO IT.
040600 3200-POST-TO-ROW.
040700     IF  DLFCSTMF-FC-WEEK-KEY (1) = DLR168-SCORE-WEEK
040800         ADD DTAR020-QTY-SOLD TO DLFCSTMF-ACTUAL-QTY
040900         MOVE DTAR020-DEPT-NO TO DLFCSTMF-DEPT-NO
041000         REWRITE DLFCSTMF-RECORD
041100         ADD 1 TO DLR168-RECORDS-POSTED
041200     ELSE
041300         ADD 1 TO DLR168-NOT-FORECAST
041400         ADD DTAR020-QTY-SOLD TO DLR168-NOT-FCST-UNITS
041500     END-IF.
041600 3200-EXIT.
041700     EXIT.
041800
041900 4000-SCORE-FORECASTS.
042000     MOVE 'N' TO DLR168-FCST-EOF-SW.
042100     MOVE LOW-VALUES TO DLFCSTMF-KEY.
042200     START FORECAST-MASTER KEY NOT < DLFCSTMF-KEY
042300         INVALID KEY
042400             MOVE 'Y' TO DLR168-FCST-EOF-SW
042500     END-START.
042600     PERFORM 2100-READ-FORECAST-NEXT.
042700     PERFORM 4100-SCORE-ONE-ROW
042800         UNTIL DLR168-FCST-EOF.
042900 4000-EXIT.
043000     EXIT.
043100
043200*    A ROW WHOSE SLOT 1 IS NOT THE WEEK BEING SCORED WAS NOT
043300*    REBUILT LAST WEEK (NO HISTORY LEFT) AND IS NOT SCORED.
043400*    ERROR IS ABSOLUTE (ACTUAL - FORECAST) OVER ACTUAL; THE
043500*    LINE ERROR IS SMOOTHED THREE PARTS OLD TO ONE PART NEW.
043600 4100-SCORE-ONE-ROW.
043700     IF  DLFCSTMF-FC-WEEK-KEY (1) NOT = DLR168-SCORE-WEEK
043800         ADD 1 TO DLR168-ROWS-STALE
043900     ELSE
044000         MOVE DLFCSTMF-FC-QTY (1) TO DLR168-W-FCST
044100         IF  DLR168-W-FCST NOT = ZERO
044200         OR  DLFCSTMF-ACTUAL-QTY NOT = ZERO
044300             PERFORM 4200-MEASURE-ERROR
044400             PERFORM 4300-UPDATE-LINE-SCORE
044500             PERFORM 4400-ACCUMULATE
044600             REWRITE DLFCSTMF-RECORD
044700             ADD 1 TO DLR168-ROWS-SCORED
044800         END-IF
044900     END-IF.
045000     PERFORM 2100-READ-FORECAST-NEXT.
045100 4100-EXIT.
045200     EXIT.
045300
045400 4200-MEASURE-ERROR.
045500     COMPUTE DLR168-W-ERROR =
045600         DLFCSTMF-ACTUAL-QTY - DLR168-W-FCST.
045700     IF  DLR168-W-ERROR < ZERO
045800         COMPUTE DLR168-W-ERROR = ZERO - DLR168-W-ERROR
045900     END-IF.
046000     MOVE 'Y' TO DLR168-W-SCORED-SW.
046100     IF  DLFCSTMF-ACTUAL-QTY > ZERO
046200         COMPUTE DLR168-W-APE ROUNDED =
046300             DLR168-W-ERROR * 100 / DLFCSTMF-ACTUAL-QTY
046400             ON SIZE ERROR
046500                 MOVE DLR168-APE-CAP TO DLR168-W-APE
046600         END-COMPUTE
046700         IF  DLR168-W-APE > DLR168-APE-CAP
046800             MOVE DLR168-APE-CAP TO DLR168-W-APE
046900         END-IF
047000     ELSE
047100         IF  DLR168-W-FCST > ZERO
047200             MOVE DLR168-MISS-APE TO DLR168-W-APE
047300         ELSE
047400             MOVE 'N' TO DLR168-W-SCORED-SW
047500             MOVE ZERO TO DLR168-W-APE
047600         END-IF
047700     END-IF.
047800 4200-EXIT.
047900     EXIT.
048000
048100 4300-UPDATE-LINE-SCORE.
048200     IF  DLR168-W-SCORED
048300         IF  DLFCSTMF-SCORED-WEEK = DLR168-SCORE-WEEK
048400             MOVE DLFCSTMF-PRIOR-APE TO DLFCSTMF-LINE-APE
048500         ELSE
048600             MOVE DLFCSTMF-LINE-APE  TO DLFCSTMF-PRIOR-APE
048700             ADD 1 TO DLFCSTMF-SCORED-WEEKS
048800             MOVE DLR168-SCORE-WEEK  TO DLFCSTMF-SCORED-WEEK
048900         END-IF
049000         IF  DLFCSTMF-SCORED-WEEKS = 1
049100             MOVE DLR168-W-APE TO DLFCSTMF-LINE-APE
049200         ELSE
049300             COMPUTE DLFCSTMF-LINE-APE ROUNDED =
049400                 (DLFCSTMF-PRIOR-APE * 3 + DLR168-W-APE) / 4
049500         END-IF
049600         IF  DLFCSTMF-SCORED-WEEKS >= DLR168-MIN-WEEKS
049700             IF  DLFCSTMF-LINE-APE <= DLR168-MAPE-LIMIT
049800                 MOVE 'Y' TO DLFCSTMF-TRUST-IND
049900             ELSE
050000                 MOVE 'N' TO DLFCSTMF-TRUST-IND
050100             END-IF
050200         END-IF
050300     END-IF.
050400     IF  DLFCSTMF-TRUSTED
050500         ADD 1 TO DLR168-TRUSTED
050600     END-IF.
050700     IF  DLFCSTMF-NOT-TRUSTED
050800         ADD 1 TO DLR168-NOT-TRUSTED
050900     END-IF.
051000 4300-EXIT.
051100     EXIT.
051200
051300 4400-ACCUMULATE.
051400     ADD 1                   TO DLR168-G-LINES.
051500     ADD DLR168-W-FCST       TO DLR168-G-FCST.
051600     ADD DLFCSTMF-ACTUAL-QTY TO DLR168-G-ACTUAL.
051700     IF  DLR168-W-SCORED
051800         ADD DLR168-W-APE    TO DLR168-G-APE-SUM
051900         ADD 1               TO DLR168-G-APE-N
052000     END-IF.
052100     PERFORM 4410-FIND-OR-ADD-DEPT.
052200     IF  DLR168-DEPT-IX <= DLR168-DEPT-COUNT
052300         ADD 1 TO DLR168-D-LINES (DLR168-DEPT-IX)
052400         ADD DLR168-W-FCST TO DLR168-D-FCST (DLR168-DEPT-IX)
052500         ADD DLFCSTMF-ACTUAL-QTY
052600             TO DLR168-D-ACTUAL (DLR168-DEPT-IX)
052700         IF  DLR168-W-SCORED
052800             ADD DLR168-W-APE
052900                 TO DLR168-D-APE-SUM (DLR168-DEPT-IX)
053000             ADD 1 TO DLR168-D-APE-N (DLR168-DEPT-IX)
053100         END-IF
053200     END-IF.
053300     PERFORM 4420-FIND-OR-ADD-STORE.
053400     IF  DLR168-STORE-IX <= DLR168-STORE-COUNT
053500         ADD 1 TO DLR168-S-LINES (DLR168-STORE-IX)
053600         ADD DLR168-W-FCST TO DLR168-S-FCST (DLR168-STORE-IX)
053700         ADD DLFCSTMF-ACTUAL-QTY
053800             TO DLR168-S-ACTUAL (DLR168-STORE-IX)
053900         IF  DLR168-W-SCORED
054000             ADD DLR168-W-APE
054100                 TO DLR168-S-APE-SUM (DLR168-STORE-IX)
054200             ADD 1 TO DLR168-S-APE-N (DLR168-STORE-IX)
054300         END-IF
054400     END-IF.
054500 4400-EXIT.
054600     EXIT.
054700
054800 4410-FIND-OR-ADD-DEPT.
054900     SET DLR168-DEPT-IX TO 1.
055000     SEARCH DLR168-DEPT-ENTRY
055100         AT END
055200             ADD 1 TO DLR168-TABLE-FULL
055300         WHEN DLR168-DEPT-IX > DLR168-DEPT-COUNT
055400             IF  DLR168-DEPT-COUNT < 200
055500                 ADD 1 TO DLR168-DEPT-COUNT
055600                 SET DLR168-DEPT-IX TO DLR168-DEPT-COUNT
055700                 MOVE DLFCSTMF-DEPT-NO
055800                     TO DLR168-D-DEPT-NO (DLR168-DEPT-IX)
055900                 INITIALIZE DLR168-D-SCORES (DLR168-DEPT-IX)
056000             ELSE
056100                 ADD 1 TO DLR168-TABLE-FULL
056200             END-IF
056300         WHEN DLR168-D-DEPT-NO (DLR168-DEPT-IX)
056400                 = DLFCSTMF-DEPT-NO
056500             CONTINUE
056600     END-SEARCH.
056700 4410-EXIT.
056800     EXIT.
056900
057000 4420-FIND-OR-ADD-STORE.
057100     SET DLR168-STORE-IX TO 1.
057200     SEARCH DLR168-STORE-ENTRY
057300         AT END
057400             ADD 1 TO DLR168-TABLE-FULL
057500         WHEN DLR168-STORE-IX > DLR168-STORE-COUNT
057600             IF  DLR168-STORE-COUNT < 500
057700                 ADD 1 TO DLR168-STORE-COUNT
057800                 SET DLR168-STORE-IX TO DLR168-STORE-COUNT
057900                 MOVE DLFCSTMF-STORE-NO
058000                     TO DLR168-S-STORE-NO (DLR168-STORE-IX)
058100                 INITIALIZE DLR168-S-SCORES (DLR168-STORE-IX)
058200             ELSE
058300                 ADD 1 TO DLR168-TABLE-FULL
058400             END-IF
058500         WHEN DLR168-S-STORE-NO (DLR168-STORE-IX)
058600                 = DLFCSTMF-STORE-NO
058700             CONTINUE
058800     END-SEARCH.
058900 4420-EXIT.
059000     EXIT.
059100
059200 5000-PRINT-REPORT.
059300     MOVE 'BY DEPARTMENT' TO DLR168-SEC-TITLE.
059400     WRITE ACCURACY-LINE FROM DLR168-SECTION-LINE.
059500     PERFORM 5100-PRINT-ONE-DEPT
059600         VARYING DLR168-DEPT-IX FROM 1 BY 1
059700         UNTIL DLR168-DEPT-IX > DLR168-DEPT-COUNT.
059800     MOVE 'BY STORE' TO DLR168-SEC-TITLE.
059900     WRITE ACCURACY-LINE FROM DLR168-SECTION-LINE.
060000     PERFORM 5200-PRINT-ONE-STORE
060100         VARYING DLR168-STORE-IX FROM 1 BY 1
060200         UNTIL DLR168-STORE-IX > DLR168-STORE-COUNT.
060300     MOVE DLR168-GRAND-SCORES TO DLR168-PRINT-SCORES.
060400     MOVE 'TOTAL ' TO DLR168-L-LABEL.
060500     MOVE ZERO TO DLR168-L-CODE.
060600     PERFORM 5500-FORMAT-SCORE.
060700     WRITE ACCURACY-LINE FROM DLR168-SCORE-LINE.
060800 5000-EXIT.
060900     EXIT.
061000
061100 5100-PRINT-ONE-DEPT.
061200     MOVE DLR168-D-SCORES (DLR168-DEPT-IX)
061300         TO DLR168-PRINT-SCORES.
061400     MOVE 'DEPT  ' TO DLR168-L-LABEL.
061500     MOVE DLR168-D-DEPT-NO (DLR168-DEPT-IX) TO DLR168-L-CODE.
061600     PERFORM 5500-FORMAT-SCORE.
061700     WRITE ACCURACY-LINE FROM DLR168-SCORE-LINE.
061800 5100-EXIT.
061900     EXIT.
062000
062100 5200-PRINT-ONE-STORE.
062200     MOVE DLR168-S-SCORES (DLR168-STORE-IX)
062300         TO DLR168-PRINT-SCORES.
062400     MOVE 'STORE ' TO DLR168-L-LABEL.
062500     MOVE DLR168-S-STORE-NO (DLR168-STORE-IX) TO DLR168-L-CODE.
062600     PERFORM 5500-FORMAT-SCORE.
062700     WRITE ACCURACY-LINE FROM DLR168-SCORE-LINE.
062800 5200-EXIT.
062900     EXIT.
063000
063100*    BIAS IS (FORECAST - ACTUAL) OVER ACTUAL - POSITIVE MEANS
063200*    THE FORECAST RAN HIGH. MAPE IS THE MEAN OF THE LINE ERRORS.
063300 5500-FORMAT-SCORE.
063400     MOVE DLR168-P-LINES  TO DLR168-L-LINES.
063500     MOVE DLR168-P-FCST   TO DLR168-L-FCST.
063600     MOVE DLR168-P-ACTUAL TO DLR168-L-ACTUAL.
063700     IF  DLR168-P-ACTUAL NOT = ZERO
063800         COMPUTE DLR168-W-BIAS ROUNDED =
063900             (DLR168-P-FCST - DLR168-P-ACTUAL) * 100
064000                 / DLR168-P-ACTUAL
064100             ON SIZE ERROR
064200                 MOVE 99999.9 TO DLR168-W-BIAS
064300         END-COMPUTE
064400     ELSE
064500         MOVE ZERO TO DLR168-W-BIAS
064600     END-IF.
064700     IF  DLR168-P-APE-N > ZERO
064800         COMPUTE DLR168-W-MAPE ROUNDED =
064900             DLR168-P-APE-SUM / DLR168-P-APE-N
065000     ELSE
065100         MOVE ZERO TO DLR168-W-MAPE
065200     END-IF.
065300     MOVE DLR168-W-BIAS TO DLR168-L-BIAS.
065400     MOVE DLR168-W-MAPE TO DLR168-L-MAPE.
065500     IF  DLR168-W-MAPE <= DLR168-MAPE-LIMIT
065600         MOVE 'RELIABLE' TO DLR168-L-TRUST
065700     ELSE
065800         MOVE '*UNRELIABLE' TO DLR168-L-TRUST
065900     END-IF.
066000 5500-EXIT.
066100     EXIT.
066200
066300 9000-TERMINATE.
066400     DISPLAY 'DLR168 DTAR020 RECORDS READ   = '
066500         DLR168-RECORDS-READ.
066600     DISPLAY 'DLR168 POSTED TO FORECAST     = '
066700         DLR168-RECORDS-POSTED.
066800     DISPLAY 'DLR168 OUTSIDE SCORING WEEK   = '
066900         DLR168-OUTSIDE-WEEK.
067000     DISPLAY 'DLR168 SALES NOT FORECAST     = '
067100         DLR168-NOT-FORECAST ' UNITS ' DLR168-NOT-FCST-UNITS.
067200     DISPLAY 'DLR168 FORECAST ROWS SCORED   = '
067300         DLR168-ROWS-SCORED.
067400     DISPLAY 'DLR168 STALE ROWS NOT SCORED  = '
067500         DLR168-ROWS-STALE.
067600     DISPLAY 'DLR168 LINES TRUSTED          = ' DLR168-TRUSTED.
067700     DISPLAY 'DLR168 LINES NOT TRUSTED      = '
067800         DLR168-NOT-TRUSTED.
067900     IF  DLR168-TABLE-FULL > ZERO
068000         DISPLAY 'DLR168 SCORE TABLE FULL - DROPPED = '
068100             DLR168-TABLE-FULL
068200         MOVE 4 TO RETURN-CODE
068300     END-IF.
068400     CLOSE DTAR020-FILE
068500           FORECAST-MASTER
068600           ACCURACY-REPORT.
068700 9000-EXIT.
068800     EXIT.
