000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR167.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR167 - 13-WEEK FORWARD SALES FORECAST BUILD                *
001000*                                                                *
001100*   PASSES THE DLSALHST ROLLING HISTORY ONE KEYCODE AT A TIME.   *
001200*   THE KEYCODE'S STORES ARE SUMMED BY FISCAL WEEK OF YEAR, IN   *
001300*   THE SAME WAY DLR107 BUILDS THE SEASONALITY EXTRACT, INTO A   *
001400*   SEASONALITY INDEX (1.00 = AN AVERAGE WEEK, SMOOTHED OVER     *
001500*   THREE WEEKS). EACH STORE'S RATE OF SALE OVER THE LAST        *
001600*   COMPLETED WEEKS IS DESEASONALISED BY THAT INDEX AND CARRIED  *
001700*   FORWARD OVER THE FISCAL WEEK COVERING THE RUN DATE AND THE   *
001800*   TWELVE AFTER IT, RESEASONALISED WEEK BY WEEK, WITH WEEKS     *
001900*   OVERLAPPING A DLPROMCL PROMOTION WINDOW FOR THE KEYCODE      *
002000*   LIFTED BY THE PROMO-LIFT PERCENTAGE. THE RESULT IS WRITTEN   *
002100*   TO THE DLFCSTMF FORECAST MASTER, KEEPING THE ACCURACY        *
002200*   FIELDS DLR168 HAS ALREADY SCORED. RUNS WEEKLY AFTER DLR168.  *
002300*   RATE-WEEKS AND PROMO-LIFT ARE TUNED THROUGH DLPARAMM.        *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT HISTORY-MASTER    ASSIGN TO DLSALHST
003700                              ORGANIZATION IS INDEXED
003800                              ACCESS MODE IS DYNAMIC
003900                              RECORD KEY IS DLSALHST-KEY.
004000     SELECT FORECAST-MASTER   ASSIGN TO DLFCSTMF
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS RANDOM
004300                              RECORD KEY IS DLFCSTMF-KEY.
004400     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT PROMO-CAL-FILE    ASSIGN TO DLPROMCL
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HISTORY-MASTER
005300     LABEL RECORDS ARE STANDARD.
005400 01  DLSALHST-RECORD.
005500     COPY DLSALHST.
005600 FD  FORECAST-MASTER
005700     LABEL RECORDS ARE STANDARD.
005800 01  DLFCSTMF-RECORD.
005900     COPY DLFCSTMF.
006000 FD  FISCAL-CAL-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLFISCAL-RECORD.
006400     COPY DLFISCAL.
006500 FD  PROMO-CAL-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLPROMCL-RECORD.
006900     COPY DLPROMCL.
007000 FD  PARAM-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLPARAMM-RECORD.
007400     COPY DLPARAMM.
007500 WORKING-STORAGE SECTION.
007600 01  DLR167-SWITCHES.
007700     05  DLR167-EOF-SW            PIC X(01)  VALUE 'N'.
007800         88  DLR167-EOF                      VALUE 'Y'.
007900     05  DLR167-FIRST-SW          PIC X(01)  VALUE 'Y'.
008000         88  DLR167-FIRST                    VALUE 'Y'.
008100     05  DLR167-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
008200         88  DLR167-CAL-EOF                  VALUE 'Y'.
008300     05  DLR167-PROMO-EOF-SW      PIC X(01)  VALUE 'N'.
008400         88  DLR167-PROMO-EOF                VALUE 'Y'.
008500     05  DLR167-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR167-PARM-EOF                 VALUE 'Y'.
008700     05  DLR167-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
008800         88  DLR167-CAL-FOUND                VALUE 'Y'.
008900     05  DLR167-FCST-FOUND-SW     PIC X(01)  VALUE 'N'.
009000         88  DLR167-FCST-FOUND               VALUE 'Y'.
009100     05  DLR167-ON-PROMO-SW       PIC X(01)  VALUE 'N'.
009200         88  DLR167-ON-PROMO                 VALUE 'Y'.
009300 01  DLR167-CONSTANTS.
009400*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
009500     05  DLR167-RATE-WEEKS        PIC 9(02)  VALUE 8.
009600     05  DLR167-PROMO-LIFT        PIC 9(03)  VALUE 150.
009700 01  DLR167-BEST-EFF-RATE         PIC 9(08)  VALUE ZERO.
009800 01  DLR167-BEST-EFF-LIFT         PIC 9(08)  VALUE ZERO.
009900 01  DLR167-RUN-DATE-FIELDS.
010000     05  DLR167-RUN-CCYYMMDD      PIC 9(08).
010100     05  DLR167-RUN-PARTS REDEFINES DLR167-RUN-CCYYMMDD.
010200         10  DLR167-RUN-CCYY      PIC 9(04).
010300         10  DLR167-RUN-MMDD      PIC 9(04).
010400 01  DLR167-RUN-CYYMMDD           PIC S9(07)   COMP-3.
010500 01  DLR167-THIS-WEEK             PIC 9(06)  VALUE ZERO.
010600 01  DLR167-THIS-WOY              PIC S9(04)  COMP  VALUE ZERO.
010700 01  DLR167-THIS-CAL-SUB          PIC S9(04)  COMP  VALUE ZERO.
010800 01  DLR167-CAL-CONTROL.
010900     05  DLR167-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
011000 01  DLR167-CAL-TABLE.
011100     05  DLR167-CAL-ENTRY OCCURS 500 TIMES
011200                          INDEXED BY DLR167-CAL-IX.
011300         10  DLR167-C-FY          PIC 9(04).
011400         10  DLR167-C-WOY         PIC 9(02).
011500         10  DLR167-C-START       PIC S9(07)   COMP-3.
011600         10  DLR167-C-END         PIC S9(07)   COMP-3.
011700 01  DLR167-PROMO-CONTROL.
011800     05  DLR167-PROMO-COUNT       PIC S9(04)  COMP  VALUE ZERO.
011900 01  DLR167-PROMO-TABLE.
012000     05  DLR167-PROMO-ENTRY OCCURS 3000 TIMES
012100                            INDEXED BY DLR167-PROMO-IX.
012200         10  DLR167-P-KEYCODE-NO  PIC X(08).
012300         10  DLR167-P-START       PIC S9(07)   COMP-3.
012400         10  DLR167-P-END         PIC S9(07)   COMP-3.
012500*    THE STORE ROWS OF THE KEYCODE IN HAND, HELD UNTIL THE
012600*    KEYCODE'S SEASONALITY IS KNOWN.
012700 01  DLR167-PREV-KEYCODE          PIC X(08)  VALUE SPACES.
012800 01  DLR167-ROW-CONTROL.
012900     05  DLR167-ROW-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013000 01  DLR167-ROW-TABLE.
013100     05  DLR167-ROW-ENTRY OCCURS 500 TIMES
013200                          INDEXED BY DLR167-ROW-IX.
013300         10  DLR167-H-STORE-NO    PIC S9(03)   COMP-3.
013400         10  DLR167-H-CURR-WEEK   PIC 9(06).
013500         10  DLR167-H-QTY         PIC S9(09)   COMP-3
013600                                  OCCURS 52 TIMES.
013700 01  DLR167-WEEK-TOTALS.
013800*    SLOT 1..52 IS WEEK OF YEAR, ACCUMULATED ACROSS STORES.
013900     05  DLR167-WOY-QTY OCCURS 52 TIMES
014000                                  PIC S9(11)   COMP-3.
014100 01  DLR167-SEASON-INDEXES.
014200     05  DLR167-WOY-INDEX OCCURS 52 TIMES
014300                                  PIC S9(03)V9(4) COMP-3.
014400 01  DLR167-ANNUAL-QTY            PIC S9(11)   COMP-3.
014500 01  DLR167-WORK-FIELDS.
014600     05  DLR167-BUCKET-SUB        PIC S9(04)  COMP.
014700     05  DLR167-WOY-SUB           PIC S9(04)  COMP.
014800     05  DLR167-NEXT-SUB          PIC S9(04)  COMP.
014900     05  DLR167-PREV-SUB          PIC S9(04)  COMP.
015000     05  DLR167-ROW-WOY           PIC S9(04)  COMP.
015100     05  DLR167-WEEKS-AGO         PIC S9(04)  COMP.
015200     05  DLR167-ROW-LAG           PIC S9(05)  COMP.
015300     05  DLR167-SLOT              PIC S9(04)  COMP.
015400     05  DLR167-SLOT-CAL-SUB      PIC S9(04)  COMP.
015500     05  DLR167-SLOT-WEEK         PIC 9(06).
015600     05  DLR167-SLOT-WOY          PIC S9(04)  COMP.
015700     05  DLR167-RATE-QTY          PIC S9(11)   COMP-3.
015800     05  DLR167-RATE-INDEX        PIC S9(05)V9(4) COMP-3.
015900     05  DLR167-BASE-RATE         PIC S9(07)V99 COMP-3.
016000     05  DLR167-SLOT-QTY          PIC S9(07)V99 COMP-3.
016100 01  DLR167-COUNTERS.
016200     05  DLR167-ROWS-READ         PIC 9(09)  VALUE ZERO.
016300     05  DLR167-KEYCODES          PIC 9(07)  VALUE ZERO.
016400     05  DLR167-FCST-ADDED        PIC 9(09)  VALUE ZERO.
016500     05  DLR167-FCST-UPDATED      PIC 9(09)  VALUE ZERO.
016600     05  DLR167-PROMO-WEEKS       PIC 9(09)  VALUE ZERO.
016700     05  DLR167-ROWS-DROPPED      PIC 9(07)  VALUE ZERO.
016800 PROCEDURE DIVISION.
016900 0000-MAINLINE.
017000     PERFORM 1000-INITIALIZE.
017100     IF  DLR167-CAL-FOUND
017200         PERFORM 2000-PROCESS-ROW
017300             UNTIL DLR167-EOF
017400         IF  NOT DLR167-FIRST
017500             PERFORM 4000-FLUSH-KEYCODE
017600         END-IF
017700     ELSE
017800         DISPLAY 'DLR167 RUN DATE NOT ON DLFISCAL CALENDAR'
017900         MOVE 8 TO RETURN-CODE
018000     END-IF.
018100     PERFORM 9000-TERMINATE.
018200     STOP RUN.
018300
018400 1000-INITIALIZE.
018500     OPEN INPUT  HISTORY-MASTER.
018600     OPEN I-O    FORECAST-MASTER.
018700     ACCEPT DLR167-RUN-CCYYMMDD FROM DATE YYYYMMDD.
018800     COMPUTE DLR167-RUN-CYYMMDD = DLR167-RUN-CCYYMMDD - 19000000.
018900     PERFORM 1100-LOAD-PARAMETERS.
019000     PERFORM 1200-LOAD-FISCAL-CAL.
019100     PERFORM 1300-LOAD-PROMOTIONS.
019200     PERFORM 1400-DERIVE-THIS-WEEK.
019300     IF  DLR167-RATE-WEEKS < 1 OR DLR167-RATE-WEEKS > 51
019400         MOVE 8 TO DLR167-RATE-WEEKS
019500     END-IF.
019600     DISPLAY 'DLR167 FORECAST FROM WEEK = ' DLR167-THIS-WEEK.
019700     DISPLAY 'DLR167 RATE WEEKS USED    = ' DLR167-RATE-WEEKS.
019800     DISPLAY 'DLR167 PROMO LIFT PCT     = ' DLR167-PROMO-LIFT.
019900     MOVE LOW-VALUES TO DLSALHST-KEY.
020000     START HISTORY-MASTER KEY NOT < DLSALHST-KEY
020100         INVALID KEY
020200             MOVE 'Y' TO DLR167-EOF-SW
020300     END-START.
020400     IF  NOT DLR167-EOF
020500         PERFORM 2100-READ-HISTORY-NEXT
020600     END-IF.
020700 1000-EXIT.
020800     EXIT.
020900
021000*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
021100*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
021200 1100-LOAD-PARAMETERS.
021300     OPEN INPUT PARAM-FILE.
021400     PERFORM 1110-READ-PARAM.
021500     PERFORM 1120-TEST-ONE-PARAM
021600         UNTIL DLR167-PARM-EOF.
021700     CLOSE PARAM-FILE.
021800 1100-EXIT.
021900     EXIT.
022000
022100 1110-READ-PARAM.
022200     READ PARAM-FILE
022300         AT END
022400             MOVE 'Y' TO DLR167-PARM-EOF-SW
022500     END-READ.
022600 1110-EXIT.
022700     EXIT.
022800
022900 1120-TEST-ONE-PARAM.
023000     IF  DLPARAMM-JOB-NAME = 'DLR167  '
023100     AND DLPARAMM-EFF-FROM <= DLR167-RUN-CCYYMMDD
023200         EVALUATE DLPARAMM-PARAM-NAME
023300             WHEN 'RATE-WEEKS  '
023400                 IF  DLPARAMM-EFF-FROM >= DLR167-BEST-EFF-RATE
023500                     MOVE DLPARAMM-EFF-FROM
023600                         TO DLR167-BEST-EFF-RATE
023700                     MOVE DLPARAMM-PARAM-VALUE
023800                         TO DLR167-RATE-WEEKS
023900                 END-IF
024000             WHEN 'PROMO-LIFT  '
024100                 IF  DLPARAMM-EFF-FROM >= DLR167-BEST-EFF-LIFT
024200                     MOVE DLPARAMM-EFF-FROM
024300                         TO DLR167-BEST-EFF-LIFT
024400                     MOVE DLPARAMM-PARAM-VALUE
024500                         TO DLR167-PROMO-LIFT
024600                 END-IF
024700             WHEN OTHER
024800                 CONTINUE
024900         END-EVALUATE
025000     END-IF.
025100     PERFORM 1110-READ-PARAM.
025200 1120-EXIT.
025300     EXIT.
025400
025500 1200-LOAD-FISCAL-CAL.
025600     OPEN INPUT FISCAL-CAL-FILE.
025700     PERFORM 1210-READ-FISCAL-CAL.
025800     PERFORM 1220-STORE-ONE-WEEK
025900         UNTIL DLR167-CAL-EOF.
026000     CLOSE FISCAL-CAL-FILE.
026100 1200-EXIT.
026200     EXIT.
026300
026400 1210-READ-FISCAL-CAL.
026500     READ FISCAL-CAL-FILE
026600         AT END
026700             MOVE 'Y' TO DLR167-CAL-EOF-SW
026800     END-READ.
026900 1210-EXIT.
027000     EXIT.
027100
027200 1220-STORE-ONE-WEEK.
027300     IF  DLR167-CAL-COUNT < 500
027400         ADD 1 TO DLR167-CAL-COUNT
027500         SET DLR167-CAL-IX TO DLR167-CAL-COUNT
027600         MOVE DLFISCAL-FISCAL-YEAR
027700             TO DLR167-C-FY (DLR167-CAL-IX)
027800         MOVE DLFISCAL-WEEK-OF-YEAR
027900             TO DLR167-C-WOY (DLR167-CAL-IX)
028000         MOVE DLFISCAL-START-DATE
028100             TO DLR167-C-START (DLR167-CAL-IX)
028200         MOVE DLFISCAL-END-DATE
028300             TO DLR167-C-END (DLR167-CAL-IX)
028400     END-IF.
028500     PERFORM 1210-READ-FISCAL-CAL.
028600 1220-EXIT.
028700     EXIT.
028800
028900*    ONLY WINDOWS STILL OPEN ON OR AFTER THE RUN DATE CAN
029000*    TOUCH A FORECAST WEEK.
029100 1300-LOAD-PROMOTIONS.
029200     OPEN INPUT PROMO-CAL-FILE.
029300     PERFORM 1310-READ-PROMO.
029400     PERFORM 1320-STORE-ONE-PROMO
029500         UNTIL DLR167-PROMO-EOF.
029600     CLOSE PROMO-CAL-FILE.
029700 1300-EXIT.
029800     EXIT.
029900
030000 1310-READ-PROMO.
030100     READ PROMO-CAL-FILE
030200         AT END
030300             MOVE 'Y' TO DLR167-PROMO-EOF-SW
030400     END-READ.
030500 1310-EXIT.
030600     EXIT.
030700
030800 1320-STORE-ONE-PROMO.
030900     IF  DLPROMCL-PROMO-END >= DLR167-RUN-CYYMMDD
031000     AND DLR167-PROMO-COUNT < 3000
031100         ADD 1 TO DLR167-PROMO-COUNT
031200         SET DLR167-PROMO-IX TO DLR167-PROMO-COUNT
031300         MOVE DLPROMCL-KEYCODE-NO
031400             TO DLR167-P-KEYCODE-NO (DLR167-PROMO-IX)
031500         MOVE DLPROMCL-PROMO-START
031600             TO DLR167-P-START (DLR167-PROMO-IX)
031700         MOVE DLPROMCL-PROMO-END
031800             TO DLR167-P-END (DLR167-PROMO-IX)
031900     END-IF.
032000     PERFORM 1310-READ-PROMO.
032100 1320-EXIT.
032200     EXIT.
032300
032400 1400-DERIVE-THIS-WEEK.
032500     MOVE 'N' TO DLR167-CAL-FOUND-SW.
032600     SET DLR167-CAL-IX TO 1.
032700     SEARCH DLR167-CAL-ENTRY
032800         AT END
032900             CONTINUE
033000         WHEN DLR167-CAL-IX > DLR167-CAL-COUNT
033100             CONTINUE
033200         WHEN DLR167-C-START (DLR167-CAL-IX)
033300                 <= DLR167-RUN-CYYMMDD
033400          AND DLR167-C-END (DLR167-CAL-IX)
033500                 >= DLR167-RUN-CYYMMDD
033600             MOVE 'Y' TO DLR167-CAL-FOUND-SW
033700             SET DLR167-THIS-CAL-SUB TO DLR167-CAL-IX
033800             MOVE DLR167-C-WOY (DLR167-CAL-IX)
033900                 TO DLR167-THIS-WOY
034000             COMPUTE DLR167-THIS-WEEK =
034100                 DLR167-C-FY (DLR167-CAL-IX) * 100
034200                     + DLR167-C-WOY (DLR167-CAL-IX)
034300     END-SEARCH.
034400 1400-EXIT.
034500     EXIT.
034600
034700*    THE MASTER IS KEYED KEYCODE/STORE, SO ALL STORES FOR ONE
034800*    KEYCODE ARRIVE TOGETHER AND A PLAIN CONTROL BREAK WORKS.
034900 2000-PROCESS-ROW.
035000     ADD 1 TO DLR167-ROWS-READ.
035100     IF  DLR167-FIRST
035200         MOVE 'N' TO DLR167-FIRST-SW
035300         MOVE DLSALHST-KEYCODE-NO TO DLR167-PREV-KEYCODE
035400     ELSE
035500         IF  DLSALHST-KEYCODE-NO NOT = DLR167-PREV-KEYCODE
035600             PERFORM 4000-FLUSH-KEYCODE
035700             MOVE DLSALHST-KEYCODE-NO TO DLR167-PREV-KEYCODE
035800         END-IF
035900     END-IF.
036000     PERFORM 3000-HOLD-ROW.
036100     PERFORM 2100-READ-HISTORY-NEXT.
036200 2000-EXIT.
036300     EXIT.
036400
036500 2100-READ-HISTORY-NEXT.
036600     READ HISTORY-MASTER NEXT RECORD
036700         AT END
036800             MOVE 'Y' TO DLR167-EOF-SW
036900     END-READ.
037000 2100-EXIT.
037100     EXIT.
037200
037300 3000-HOLD-ROW.
037400     IF  DLR167-ROW-COUNT < 500
037500         ADD 1 TO DLR167-ROW-COUNT
037600         SET DLR167-ROW-IX TO DLR167-ROW-COUNT
037700         MOVE DLSALHST-STORE-NO
037800             TO DLR167-H-STORE-NO (DLR167-ROW-IX)
037900         MOVE DLSALHST-CURR-WEEK
038000             TO DLR167-H-CURR-WEEK (DLR167-ROW-IX)
038100         PERFORM 3100-HOLD-ONE-BUCKET
038200             VARYING DLR167-BUCKET-SUB FROM 1 BY 1
038300             UNTIL DLR167-BUCKET-SUB > 52
038400     ELSE
038500         ADD 1 TO DLR167-ROWS-DROPPED
038600     END-IF.
038700 3000-EXIT.
038800     EXIT.
038900
039000 3100-HOLD-ONE-BUCKET.
039100     MOVE DLSALHST-WK-QTY (DLR167-BUCKET-SUB)
039200         TO DLR167-H-QTY (DLR167-ROW-IX DLR167-BUCKET-SUB).
039300 3100-EXIT.
039400     EXIT.
039500
039600 4000-FLUSH-KEYCODE.
039700     ADD 1 TO DLR167-KEYCODES.
039800     PERFORM 4100-BUILD-SEASONALITY.
039900     PERFORM 5000-FORECAST-ONE-ROW
040000         VARYING DLR167-ROW-IX FROM 1 BY 1
040100         UNTIL DLR167-ROW-IX > DLR167-ROW-COUNT.
040200     MOVE ZERO TO DLR167-ROW-COUNT.
040300 4000-EXIT.
040400     EXIT.
040500
040600*    BUCKET 1 IS THE ROW'S CURRENT WEEK; WALKING BACK THROUGH
040700*    THE BUCKETS WALKS BACK THROUGH THE WEEKS OF YEAR, WRAPPING
040800*    AT WEEK 1 BACK TO WEEK 52. THE INDEX FOR A WEEK IS ITS
040900*    THREE-WEEK CENTRED AVERAGE OVER THE AVERAGE WEEK; A KEYCODE
041000*    WITH NO SALES IN THE YEAR GETS A FLAT 1.00.
041100 4100-BUILD-SEASONALITY.
041200     INITIALIZE DLR167-WEEK-TOTALS.
041300     MOVE ZERO TO DLR167-ANNUAL-QTY.
041400     PERFORM 4110-POST-ONE-ROW
041500         VARYING DLR167-ROW-IX FROM 1 BY 1
041600         UNTIL DLR167-ROW-IX > DLR167-ROW-COUNT.
041700     PERFORM 4130-INDEX-ONE-WEEK
041800         VARYING DLR167-WOY-SUB FROM 1 BY 1
041900         UNTIL DLR167-WOY-SUB > 52.
042000 4100-EXIT.
042100     EXIT.
042200
042300 4110-POST-ONE-ROW.
042400     COMPUTE DLR167-ROW-WOY =
042500         FUNCTION MOD (DLR167-H-CURR-WEEK (DLR167-ROW-IX), 100).
042600     IF  DLR167-ROW-WOY < 1 OR DLR167-ROW-WOY > 52
042700         MOVE 52 TO DLR167-ROW-WOY
042800     END-IF.
042900     PERFORM 4120-POST-ONE-BUCKET
043000         VARYING DLR167-BUCKET-SUB FROM 1 BY 1
043100         UNTIL DLR167-BUCKET-SUB > 52.
043200 4110-EXIT.
043300     EXIT.
043400
043500 4120-POST-ONE-BUCKET.
043600     COMPUTE DLR167-WOY-SUB =
043700         DLR167-ROW-WOY - DLR167-BUCKET-SUB + 1.
043800     IF  DLR167-WOY-SUB < 1
043900         ADD 52 TO DLR167-WOY-SUB
044000     END-IF.
044100     ADD DLR167-H-QTY (DLR167-ROW-IX DLR167-BUCKET-SUB)
044200         TO DLR167-WOY-QTY (DLR167-WOY-SUB).
044300     ADD DLR167-H-QTY (DLR167-ROW-IX DLR167-BUCKET-SUB)
044400         TO DLR167-ANNUAL-QTY.
044500 4120-EXIT.
044600     EXIT.
044700
044800 4130-INDEX-ONE-WEEK.
044900     IF  DLR167-ANNUAL-QTY > ZERO
045000         COMPUTE DLR167-PREV-SUB = DLR167-WOY-SUB - 1
045100         IF  DLR167-PREV-SUB < 1
045200             MOVE 52 TO DLR167-PREV-SUB
045300         END-IF
045400         COMPUTE DLR167-NEXT-SUB = DLR167-WOY-SUB + 1
045500         IF  DLR167-NEXT-SUB > 52
045600             MOVE 1 TO DLR167-NEXT-SUB
045700         END-IF
045800         COMPUTE DLR167-WOY-INDEX (DLR167-WOY-SUB) ROUNDED =
045900             (DLR167-WOY-QTY (DLR167-PREV-SUB)
046000               + DLR167-WOY-QTY (DLR167-WOY-SUB)
046100               + DLR167-WOY-QTY (DLR167-NEXT-SUB)) * 52
046200                 / (DLR167-ANNUAL-QTY * 3)
046300     ELSE
046400         MOVE 1 TO DLR167-WOY-INDEX (DLR167-WOY-SUB)
046500     END-IF.
046600 4130-EXIT.
046700     EXIT.
046800
046900*    THE BASE RATE IS THE UNITS SOLD IN THE LAST RATE-WEEKS
047000*    COMPLETED WEEKS OVER THE SUM OF THOSE WEEKS' INDEXES. A ROW
047100*    WHOSE CURRENT WEEK IS BEHIND THIS WEEK SOLD NOTHING SINCE,
047200*    SO ITS BUCKETS ARE READ THAT MANY WEEKS FURTHER BACK.
047300 5000-FORECAST-ONE-ROW.
047400     COMPUTE DLR167-ROW-LAG =
047500         (DLR167-THIS-WEEK / 100) * 52
047600             + FUNCTION MOD (DLR167-THIS-WEEK, 100)
047700             - (DLR167-H-CURR-WEEK (DLR167-ROW-IX) / 100) * 52
047800             - FUNCTION MOD
047900                 (DLR167-H-CURR-WEEK (DLR167-ROW-IX), 100).
048000     MOVE ZERO TO DLR167-RATE-QTY.
048100     MOVE ZERO TO DLR167-RATE-INDEX.
048200     PERFORM 5100-RATE-ONE-WEEK
048300         VARYING DLR167-WEEKS-AGO FROM 1 BY 1
048400         UNTIL DLR167-WEEKS-AGO > DLR167-RATE-WEEKS.
048500     IF  DLR167-RATE-INDEX > ZERO
048600         COMPUTE DLR167-BASE-RATE ROUNDED =
048700             DLR167-RATE-QTY / DLR167-RATE-INDEX
048800     ELSE
048900         COMPUTE DLR167-BASE-RATE ROUNDED =
049000             DLR167-RATE-QTY / DLR167-RATE-WEEKS
049100     END-IF.
049200     IF  DLR167-BASE-RATE < ZERO
049300         MOVE ZERO TO DLR167-BASE-RATE
049400     END-IF.
049500     PERFORM 5200-FETCH-FORECAST.
049600     MOVE DLR167-RUN-CCYYMMDD TO DLFCSTMF-BUILD-DATE.
049700     MOVE DLR167-THIS-WEEK    TO DLFCSTMF-BUILD-WEEK.
049800     MOVE DLR167-BASE-RATE    TO DLFCSTMF-BASE-RATE.
049900     PERFORM 5300-FORECAST-ONE-SLOT
050000         VARYING DLR167-SLOT FROM 1 BY 1
050100         UNTIL DLR167-SLOT > 13.
050200     IF  DLR167-FCST-FOUND
050300         REWRITE DLFCSTMF-RECORD
050400         ADD 1 TO DLR167-FCST-UPDATED
050500     ELSE
050600         WRITE DLFCSTMF-RECORD
050700         ADD 1 TO DLR167-FCST-ADDED
050800     END-IF.
050900 5000-EXIT.
051000     EXIT.
051100
051200 5100-RATE-ONE-WEEK.
051300     COMPUTE DLR167-BUCKET-SUB =
051400         DLR167-WEEKS-AGO - DLR167-ROW-LAG + 1.
051500     IF  DLR167-BUCKET-SUB >= 1
051600     AND DLR167-BUCKET-SUB <= 52
051700         ADD DLR167-H-QTY (DLR167-ROW-IX DLR167-BUCKET-SUB)
051800             TO DLR167-RATE-QTY
051900     END-IF.
052000     COMPUTE DLR167-WOY-SUB = DLR167-THIS-WOY - DLR167-WEEKS-AGO.
052100     IF  DLR167-WOY-SUB < 1
052200         ADD 52 TO DLR167-WOY-SUB
052300     END-IF.
052400     IF  DLR167-WOY-SUB > 52
052500         MOVE 52 TO DLR167-WOY-SUB
052600     END-IF.
052700     ADD DLR167-WOY-INDEX (DLR167-WOY-SUB) TO DLR167-RATE-INDEX.
052800 5100-EXIT.
052900     EXIT.
053000
053100*    AN EXISTING ROW KEEPS ITS DEPARTMENT AND THE ACCURACY
053200*    FIELDS DLR168 HAS SCORED; ONLY THE FORECAST IS REPLACED.
053300 5200-FETCH-FORECAST.
053400     MOVE DLR167-PREV-KEYCODE TO DLFCSTMF-KEYCODE-NO.
053500     MOVE DLR167-H-STORE-NO (DLR167-ROW-IX) TO DLFCSTMF-STORE-NO.
053600     READ FORECAST-MASTER
053700         INVALID KEY
053800             MOVE 'N' TO DLR167-FCST-FOUND-SW
053900         NOT INVALID KEY
054000             MOVE 'Y' TO DLR167-FCST-FOUND-SW
054100     END-READ.
054200     IF  NOT DLR167-FCST-FOUND
054300         INITIALIZE DLFCSTMF-RECORD
054400         MOVE DLR167-PREV-KEYCODE TO DLFCSTMF-KEYCODE-NO
054500         MOVE DLR167-H-STORE-NO (DLR167-ROW-IX)
054600             TO DLFCSTMF-STORE-NO
054700         MOVE SPACE TO DLFCSTMF-TRUST-IND
054800     END-IF.
054900 5200-EXIT.
055000     EXIT.
055100
055200*    SLOT 1 IS THIS WEEK. WEEKS RUNNING PAST THE END OF THE
055300*    LOADED CALENDAR ARE STEPPED ON AS 52-WEEK YEARS AND CANNOT
055400*    BE MATCHED TO A PROMOTION WINDOW.
055500 5300-FORECAST-ONE-SLOT.
055600     COMPUTE DLR167-SLOT-CAL-SUB =
055700         DLR167-THIS-CAL-SUB + DLR167-SLOT - 1.
055800     MOVE 'N' TO DLR167-ON-PROMO-SW.
055900     IF  DLR167-SLOT-CAL-SUB <= DLR167-CAL-COUNT
056000         SET DLR167-CAL-IX TO DLR167-SLOT-CAL-SUB
056100         MOVE DLR167-C-WOY (DLR167-CAL-IX) TO DLR167-SLOT-WOY
056200         COMPUTE DLR167-SLOT-WEEK =
056300             DLR167-C-FY (DLR167-CAL-IX) * 100
056400                 + DLR167-C-WOY (DLR167-CAL-IX)
056500         PERFORM 5400-CHECK-PROMOTION
056600     ELSE
056700         IF  FUNCTION MOD (DLR167-SLOT-WEEK, 100) >= 52
056800             COMPUTE DLR167-SLOT-WEEK = DLR167-SLOT-WEEK + 49
056900         ELSE
057000             ADD 1 TO DLR167-SLOT-WEEK
057100         END-IF
057200         COMPUTE DLR167-SLOT-WOY =
057300             FUNCTION MOD (DLR167-SLOT-WEEK, 100)
057400     END-IF.
057500     IF  DLR167-SLOT-WOY < 1 OR DLR167-SLOT-WOY > 52
057600         MOVE 52 TO DLR167-SLOT-WOY
057700     END-IF.
057800     COMPUTE DLR167-SLOT-QTY =
057900         DLR167-BASE-RATE * DLR167-WOY-INDEX (DLR167-SLOT-WOY).
058000     IF  DLR167-ON-PROMO
058100         COMPUTE DLR167-SLOT-QTY =
058200             DLR167-SLOT-QTY * DLR167-PROMO-LIFT / 100
058300         MOVE 'Y' TO DLFCSTMF-FC-PROMO-IND (DLR167-SLOT)
058400         ADD 1 TO DLR167-PROMO-WEEKS
058500     ELSE
058600         MOVE 'N' TO DLFCSTMF-FC-PROMO-IND (DLR167-SLOT)
058700     END-IF.
058800     MOVE DLR167-SLOT-WEEK TO DLFCSTMF-FC-WEEK-KEY (DLR167-SLOT).
058900     COMPUTE DLFCSTMF-FC-QTY (DLR167-SLOT) ROUNDED =
059000         DLR167-SLOT-QTY.
059100 5300-EXIT.
059200     EXIT.
059300
059400 5400-CHECK-PROMOTION.
059500     SET DLR167-PROMO-IX TO 1.
059600     SEARCH DLR167-PROMO-ENTRY
059700         AT END
059800             CONTINUE
059900         WHEN DLR167-PROMO-IX > DLR167-PROMO-COUNT
060000             CONTINUE
060100         WHEN DLR167-P-KEYCODE-NO (DLR167-PROMO-IX)
060200                 = DLR167-PREV-KEYCODE
060300          AND DLR167-P-START (DLR167-PROMO-IX)
060400                 <= DLR167-C-END (DLR167-CAL-IX)
060500          AND DLR167-P-END (DLR167-PROMO-IX)
060600                 >= DLR167-C-START (DLR167-CAL-IX)
060700             MOVE 'Y' TO DLR167-ON-PROMO-SW
060800     END-SEARCH.
060900 5400-EXIT.
061000     EXIT.
061100
061200 9000-TERMINATE.
061300     DISPLAY 'DLR167 HISTORY ROWS READ  = ' DLR167-ROWS-READ.
061400     DISPLAY 'DLR167 KEYCODES FORECAST  = ' DLR167-KEYCODES.
061500     DISPLAY 'DLR167 FORECASTS ADDED    = ' DLR167-FCST-ADDED.
061600     DISPLAY 'DLR167 FORECASTS UPDATED  = ' DLR167-FCST-UPDATED.
061700     DISPLAY 'DLR167 PROMOTION WEEKS    = ' DLR167-PROMO-WEEKS.
061800     IF  DLR167-ROWS-DROPPED > ZERO
061900         DISPLAY 'DLR167 STORE TABLE FULL - DROPPED = '
062000             DLR167-ROWS-DROPPED
062100         MOVE 4 TO RETURN-CODE
062200     END-IF.
062300     CLOSE HISTORY-MASTER
062400           FORECAST-MASTER.
062500 9000-EXIT.
062600     EXIT.
