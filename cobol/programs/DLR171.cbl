000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR171.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR171 - WEEKLY STORE RANGING EXCEPTION REPORT               *
001000*                                                                *
001100*   CHECKS THE WEEK'S TRADING AND THE STOCK POSITION AGAINST     *
001200*   THE DLRNGMF RANGING MASTER AND LISTS THREE EXCEPTIONS:       *
001300*     1. DTAR020 SALES OF A KEYCODE NOT RANGED AT THE STORE ON   *
001400*        THE DAY OF SALE (SUMMED BY STORE AND KEYCODE);          *
001500*     2. RANGED KEYCODES WITH DLINVPOS STOCK ON HAND BUT NO      *
001600*        DLSALHST SALES IN THE LAST N WEEKS (NOSALE-WEEKS IN     *
001700*        DLPARAMM);                                              *
001800*     3. RANGED KEYCODES AT AN OPEN STORE WITH NO STOCK AT ALL - *
001900*        NOTHING ON HAND AND NOTHING IN TRANSIT.                 *
002000*   THE MOST SPECIFIC RANGING SCOPE HELD FOR THE STORE DECIDES:  *
002100*   STORE, THEN REGION, THEN BRAND, THEN CHAIN.                  *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DTAR020-FILE      ASSIGN TO DTAR020
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT RANGING-MASTER    ASSIGN TO DLRNGMF
003700                              ORGANIZATION IS INDEXED
003800                              ACCESS MODE IS DYNAMIC
003900                              RECORD KEY IS DLRNGMF-KEY.
004000     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS DYNAMIC
004300                              RECORD KEY IS DLINVPOS-KEY.
004400     SELECT SALES-HISTORY     ASSIGN TO DLSALHST
004500                              ORGANIZATION IS INDEXED
004600                              ACCESS MODE IS RANDOM
004700                              RECORD KEY IS DLSALHST-KEY.
004800     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT EXCEPTION-REPORT  ASSIGN TO RNGEXCP
005300                              ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DTAR020-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  DTAR020-REC.
006000     COPY DTAR020.
006100 FD  RANGING-MASTER
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLRNGMF-RECORD.
006400     COPY DLRNGMF.
006500 FD  POSITION-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLINVPOS-RECORD.
006800     COPY DLINVPOS.
006900 FD  SALES-HISTORY
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLSALHST-RECORD.
007200     COPY DLSALHST.
007300 FD  STORE-MASTER-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  DLSTORMF-RECORD.
007700     COPY DLSTORMF.
007800 FD  PARAM-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  DLPARAMM-RECORD.
008200     COPY DLPARAMM.
008300 FD  EXCEPTION-REPORT
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  EXCEPTION-LINE              PIC X(100).
008700 WORKING-STORAGE SECTION.
008800 01  DLR171-SWITCHES.
008900     05  DLR171-EOF-SW            PIC X(01)  VALUE 'N'.
009000         88  DLR171-EOF                      VALUE 'Y'.
009100     05  DLR171-POS-EOF-SW        PIC X(01)  VALUE 'N'.
009200         88  DLR171-POS-EOF                  VALUE 'Y'.
009300     05  DLR171-RNG-EOF-SW        PIC X(01)  VALUE 'N'.
009400         88  DLR171-RNG-EOF                  VALUE 'Y'.
009500     05  DLR171-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
009600         88  DLR171-STOR-EOF                 VALUE 'Y'.
009700     05  DLR171-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
009800         88  DLR171-PARM-EOF                 VALUE 'Y'.
009900     05  DLR171-RANGED-SW         PIC X(01)  VALUE 'N'.
010000         88  DLR171-RANGED                   VALUE 'Y'.
010100     05  DLR171-SCOPE-FOUND-SW    PIC X(01)  VALUE 'N'.
010200         88  DLR171-SCOPE-FOUND              VALUE 'Y'.
010300     05  DLR171-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
010400         88  DLR171-STORE-FOUND              VALUE 'Y'.
010500 01  DLR171-CONSTANTS.
010600*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
010700     05  DLR171-NOSALE-WEEKS      PIC 9(02)  VALUE 8.
010800 01  DLR171-BEST-EFF-WEEKS        PIC 9(08)  VALUE ZERO.
010900 01  DLR171-RUN-CCYYMMDD          PIC 9(08).
011000 01  DLR171-STORE-CONTROL.
011100     05  DLR171-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
011200 01  DLR171-STORE-TABLE.
011300     05  DLR171-STORE-ENTRY OCCURS 500 TIMES
011400                            INDEXED BY DLR171-STORE-IX.
011500         10  DLR171-S-STORE-NO    PIC 9(04).
011600         10  DLR171-S-REGION      PIC X(04).
011700         10  DLR171-S-BRAND       PIC X(04).
011800         10  DLR171-S-OPEN-DATE   PIC 9(08).
011900         10  DLR171-S-CLOSE-DATE  PIC 9(08).
012000*    OFF-RANGE SALES SUMMED BY STORE AND KEYCODE.
012100 01  DLR171-OFF-CONTROL.
012200     05  DLR171-OFF-COUNT         PIC S9(04)  COMP  VALUE ZERO.
012300 01  DLR171-OFF-TABLE.
012400     05  DLR171-OFF-ENTRY OCCURS 3000 TIMES
012500                          INDEXED BY DLR171-OFF-IX.
012600         10  DLR171-O-STORE-NO    PIC 9(04).
012700         10  DLR171-O-KEYCODE     PIC X(08).
012800         10  DLR171-O-DEPT-NO     PIC S9(03)   COMP-3.
012900         10  DLR171-O-LINES       PIC S9(07)   COMP-3.
013000         10  DLR171-O-UNITS       PIC S9(09)   COMP-3.
013100         10  DLR171-O-VALUE       PIC S9(11)V99 COMP-3.
013200*    EVERY RANGING ROW HELD FOR THE CURRENT KEYCODE.
013300 01  DLR171-BUF-CONTROL.
013400     05  DLR171-BUF-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013500     05  DLR171-BUF-KEYCODE       PIC X(08)  VALUE SPACES.
013600 01  DLR171-BUF-TABLE.
013700     05  DLR171-BUF-ENTRY OCCURS 100 TIMES
013800                          INDEXED BY DLR171-BUF-IX.
013900         10  DLR171-B-SCOPE-TYPE  PIC X(01).
014000         10  DLR171-B-SCOPE-CODE  PIC X(04).
014100         10  DLR171-B-IN-DATE     PIC 9(08).
014200         10  DLR171-B-OUT-DATE    PIC 9(08).
014300*    RANGE RESOLUTION ARGUMENTS AND WORK AREAS.
014400 01  DLR171-RESOLVE-FIELDS.
014500     05  DLR171-R-KEYCODE         PIC X(08).
014600     05  DLR171-R-STORE-NO        PIC 9(04).
014700     05  DLR171-R-DATE            PIC 9(08).
014800     05  DLR171-R-REGION          PIC X(04).
014900     05  DLR171-R-BRAND           PIC X(04).
015000     05  DLR171-R-BEST-RANK       PIC 9(01).
015100     05  DLR171-R-RANK            PIC 9(01).
015200     05  DLR171-R-IN-DATE         PIC 9(08).
015300     05  DLR171-R-OUT-DATE        PIC 9(08).
015400     05  DLR171-R-STORE-CODE      PIC X(04).
015500     05  DLR171-R-STORE-DIGITS REDEFINES DLR171-R-STORE-CODE
015600                                  PIC 9(04).
015700 01  DLR171-WORK-FIELDS.
015800     05  DLR171-SALE-CCYYMMDD     PIC 9(08).
015900     05  DLR171-WEEK-SUB          PIC S9(04)  COMP.
016000     05  DLR171-RECENT-QTY        PIC S9(11)   COMP-3.
016100     05  DLR171-HIST-FOUND-SW     PIC X(01).
016200         88  DLR171-HIST-FOUND               VALUE 'Y'.
016300 01  DLR171-COUNTERS.
016400     05  DLR171-RECORDS-READ      PIC 9(09)  VALUE ZERO.
016500     05  DLR171-OFF-RANGE-LINES   PIC 9(09)  VALUE ZERO.
016600     05  DLR171-POSITIONS-READ    PIC 9(09)  VALUE ZERO.
016700     05  DLR171-NOT-SELLING       PIC 9(09)  VALUE ZERO.
016800     05  DLR171-RANGING-ROWS      PIC 9(09)  VALUE ZERO.
016900     05  DLR171-NO-STOCK          PIC 9(09)  VALUE ZERO.
017000     05  DLR171-TABLE-FULL        PIC 9(07)  VALUE ZERO.
017100 01  DLR171-HEADING-1.
017200     05  FILLER                   PIC X(44)  VALUE
017300         'DLR171 - STORE RANGING EXCEPTIONS - RUN DATE'.
017400     05  FILLER                   PIC X(01)  VALUE SPACES.
017500     05  DLR171-H-RUN-DATE        PIC 9(08).
017600 01  DLR171-SECTION-1.
017700     05  FILLER                   PIC X(60)  VALUE
017800         'SALES OF KEYCODES NOT RANGED AT THE STORE'.
017900 01  DLR171-SECTION-1-COLS.
018000     05  FILLER                   PIC X(08)  VALUE 'STORE'.
018100     05  FILLER                   PIC X(10)  VALUE 'KEYCODE'.
018200     05  FILLER                   PIC X(06)  VALUE 'DEPT'.
018300     05  FILLER                   PIC X(10)  VALUE '     LINES'.
018400     05  FILLER                   PIC X(12)  VALUE
018500         '       UNITS'.
018600     05  FILLER                   PIC X(16)  VALUE
018700         '     SALES VALUE'.
018800 01  DLR171-OFF-LINE.
018900     05  DLR171-L1-STORE          PIC ZZZ9.
019000     05  FILLER                   PIC X(04)  VALUE SPACES.
019100     05  DLR171-L1-KEYCODE        PIC X(08).
019200     05  FILLER                   PIC X(02)  VALUE SPACES.
019300     05  DLR171-L1-DEPT           PIC ZZ9.
019400     05  FILLER                   PIC X(01)  VALUE SPACES.
019500     05  DLR171-L1-LINES          PIC ZZZZZZZZZ9.
019600     05  FILLER                   PIC X(01)  VALUE SPACES.
019700     05  DLR171-L1-UNITS          PIC -ZZZZZZZZZ9.
019800     05  FILLER                   PIC X(01)  VALUE SPACES.
019900     05  DLR171-L1-VALUE          PIC -ZZZZZZZZZZ9.99.
020000 01  DLR171-SECTION-2.
020100     05  FILLER                   PIC X(46)  VALUE
020200         'RANGED KEYCODES WITH STOCK BUT NO SALES IN THE'.
020300     05  FILLER                   PIC X(06)  VALUE ' LAST '.
020400     05  DLR171-H2-WEEKS          PIC Z9.
020500     05  FILLER                   PIC X(06)  VALUE ' WEEKS'.
020600 01  DLR171-SECTION-2-COLS.
020700     05  FILLER                   PIC X(08)  VALUE 'STORE'.
020800     05  FILLER                   PIC X(10)  VALUE 'KEYCODE'.
020900     05  FILLER                   PIC X(12)  VALUE
021000         '     ON HAND'.
021100     05  FILLER                   PIC X(14)  VALUE
021200         '  HISTORY'.
021300 01  DLR171-NOSALE-LINE.
021400     05  DLR171-L2-STORE          PIC ZZZ9.
021500     05  FILLER                   PIC X(04)  VALUE SPACES.
021600     05  DLR171-L2-KEYCODE        PIC X(08).
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR171-L2-ON-HAND        PIC -ZZZZZZZZZ9.
021900     05  FILLER                   PIC X(03)  VALUE SPACES.
022000     05  DLR171-L2-NOTE           PIC X(20).
022100 01  DLR171-SECTION-3.
022200     05  FILLER                   PIC X(60)  VALUE
022300         'RANGED KEYCODES WITH NO STOCK ON HAND OR IN TRANSIT'.
022400 01  DLR171-SECTION-3-COLS.
022500     05  FILLER                   PIC X(10)  VALUE 'KEYCODE'.
022600     05  FILLER                   PIC X(08)  VALUE 'STORE'.
022700     05  FILLER                   PIC X(08)  VALUE 'SCOPE'.
022800     05  FILLER                   PIC X(10)  VALUE 'RANGED IN'.
022900     05  FILLER                   PIC X(12)  VALUE
023000         '     ON HAND'.
023100 01  DLR171-NOSTOCK-LINE.
023200     05  DLR171-L3-KEYCODE        PIC X(08).
023300     05  FILLER                   PIC X(02)  VALUE SPACES.
023400     05  DLR171-L3-STORE          PIC ZZZ9.
023500     05  FILLER                   PIC X(04)  VALUE SPACES.
023600     05  DLR171-L3-SCOPE          PIC X(06).
023700     05  FILLER                   PIC X(02)  VALUE SPACES.
023800     05  DLR171-L3-IN-DATE        PIC 9(08).
023900     05  FILLER                   PIC X(01)  VALUE SPACES.
024000     05  DLR171-L3-ON-HAND        PIC -ZZZZZZZZZ9.
024100 01  DLR171-BLANK-LINE            PIC X(01)  VALUE SPACES.
024200 01  DLR171-CONTROL-LINE.
024300     05  DLR171-K-LABEL           PIC X(36).
024400     05  DLR171-K-COUNT           PIC ZZZZZZZZ9.
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE.
024800     PERFORM 2000-CHECK-SALE
024900         UNTIL DLR171-EOF.
025000     PERFORM 2500-PRINT-OFF-RANGE.
025100     PERFORM 3000-CHECK-NOT-SELLING.
025200     PERFORM 4000-CHECK-NO-STOCK.
025300     PERFORM 9000-TERMINATE.
025400     STOP RUN.
025500
025600 1000-INITIALIZE.
025700     OPEN INPUT  DTAR020-FILE.
025800     OPEN INPUT  RANGING-MASTER.
025900     OPEN INPUT  POSITION-MASTER.
026000     OPEN INPUT  SALES-HISTORY.
026100     OPEN OUTPUT EXCEPTION-REPORT.
026200     ACCEPT DLR171-RUN-CCYYMMDD FROM DATE YYYYMMDD.
026300     PERFORM 1100-LOAD-PARAMETERS.
026400     IF  DLR171-NOSALE-WEEKS < 1
026500     OR  DLR171-NOSALE-WEEKS > 52
026600         MOVE 8 TO DLR171-NOSALE-WEEKS
026700     END-IF.
026800     DISPLAY 'DLR171 NO-SALE WEEKS USED = ' DLR171-NOSALE-WEEKS.
026900     PERFORM 1200-LOAD-STORES.
027000     MOVE DLR171-RUN-CCYYMMDD TO DLR171-H-RUN-DATE.
027100     WRITE EXCEPTION-LINE FROM DLR171-HEADING-1.
027200     PERFORM 2100-READ-DTAR020.
027300 1000-EXIT.
027400     EXIT.
027500
027600*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
027700*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
027800 1100-LOAD-PARAMETERS.
027900     OPEN INPUT PARAM-FILE.
028000     PERFORM 1110-READ-PARAM.
028100     PERFORM 1120-TEST-ONE-PARAM
028200         UNTIL DLR171-PARM-EOF.
028300     CLOSE PARAM-FILE.
028400 1100-EXIT.
028500     EXIT.
028600
028700 1110-READ-PARAM.
028800     READ PARAM-FILE
028900         AT END
029000             MOVE 'Y' TO DLR171-PARM-EOF-SW
029100     END-READ.
029200 1110-EXIT.
029300     EXIT.
029400
029500 1120-TEST-ONE-PARAM.
029600     IF  DLPARAMM-JOB-NAME = 'DLR171  '
029700     AND DLPARAMM-PARAM-NAME = 'NOSALE-WEEKS'
029800     AND DLPARAMM-EFF-FROM <= DLR171-RUN-CCYYMMDD
029900     AND DLPARAMM-EFF-FROM >= DLR171-BEST-EFF-WEEKS
030000         MOVE DLPARAMM-EFF-FROM    TO DLR171-BEST-EFF-WEEKS
030100         MOVE DLPARAMM-PARAM-VALUE TO DLR171-NOSALE-WEEKS
030200     END-IF.
030300     PERFORM 1110-READ-PARAM.
030400 1120-EXIT.
030500     EXIT.
030600
030700 1200-LOAD-STORES.
030800     OPEN INPUT STORE-MASTER-FILE.
030900     PERFORM 1210-READ-STORE.
031000     PERFORM 1220-STORE-ONE-STORE
031100         UNTIL DLR171-STOR-EOF.
031200     CLOSE STORE-MASTER-FILE.
031300 1200-EXIT.
031400     EXIT.
031500
031600 1210-READ-STORE.
031700     READ STORE-MASTER-FILE
031800         AT END
031900             MOVE 'Y' TO DLR171-STOR-EOF-SW
032000     END-READ.
032100 1210-EXIT.
032200     EXIT.
032300
032400 1220-STORE-ONE-STORE.
032500     IF  DLR171-STORE-COUNT < 500
032600         ADD 1 TO DLR171-STORE-COUNT
032700         SET DLR171-STORE-IX TO DLR171-STORE-COUNT
032800         MOVE DLSTORMF-STORE-NO
032900             TO DLR171-S-STORE-NO (DLR171-STORE-IX)
033000         MOVE DLSTORMF-REGION-CODE
033100             TO DLR171-S-REGION (DLR171-STORE-IX)
033200         MOVE DLSTORMF-BRAND-ID
033300             TO DLR171-S-BRAND (DLR171-STORE-IX)
033400         MOVE DLSTORMF-OPEN-DATE
033500             TO DLR171-S-OPEN-DATE (DLR171-STORE-IX)
033600         MOVE DLSTORMF-CLOSE-DATE
033700             TO DLR171-S-CLOSE-DATE (DLR171-STORE-IX)
033800     ELSE
033900         ADD 1 TO DLR171-TABLE-FULL
034000     END-IF.
034100     PERFORM 1210-READ-STORE.
034200 1220-EXIT.
034300     EXIT.
034400
034500*    A SALE IS OFF-RANGE WHEN THE KEYCODE WAS NOT RANGED AT
034600*    THE STORE ON THE DAY OF SALE.
034700 2000-CHECK-SALE.
034800     ADD 1 TO DLR171-RECORDS-READ.
034900     COMPUTE DLR171-SALE-CCYYMMDD = DTAR020-DATE + 19000000.
035000     MOVE DTAR020-KEYCODE-NO   TO DLR171-R-KEYCODE.
035100     MOVE DTAR020-STORE-NO     TO DLR171-R-STORE-NO.
035200     MOVE DLR171-SALE-CCYYMMDD TO DLR171-R-DATE.
035300     PERFORM 5000-RESOLVE-RANGE.
035400     IF  NOT DLR171-RANGED
035500         ADD 1 TO DLR171-OFF-RANGE-LINES
035600         PERFORM 2200-POST-OFF-RANGE
035700     END-IF.
035800     PERFORM 2100-READ-DTAR020.
035900 2000-EXIT.
036000     EXIT.
036100
036200 2100-READ-DTAR020.
036300     READ DTAR020-FILE
036400         AT END
036500             MOVE 'Y' TO DLR171-EOF-SW
036600     END-READ.
036700 2100-EXIT.
036800     EXIT.
036900
037000 2200-POST-OFF-RANGE.
037100     SET DLR171-OFF-IX TO 1.
037200     SEARCH DLR171-OFF-ENTRY
037300         AT END
037400             ADD 1 TO DLR171-TABLE-FULL
037500         WHEN DLR171-OFF-IX > DLR171-OFF-COUNT
037600             IF  DLR171-OFF-COUNT < 3000
037700                 ADD 1 TO DLR171-OFF-COUNT
037800                 SET DLR171-OFF-IX TO DLR171-OFF-COUNT
037900                 MOVE DLR171-R-STORE-NO
038000                     TO DLR171-O-STORE-NO (DLR171-OFF-IX)
038100                 MOVE DTAR020-KEYCODE-NO
038200                     TO DLR171-O-KEYCODE (DLR171-OFF-IX)
038300                 MOVE DTAR020-DEPT-NO
038400                     TO DLR171-O-DEPT-NO (DLR171-OFF-IX)
038500                 MOVE 1 TO DLR171-O-LINES (DLR171-OFF-IX)
038600                 MOVE DTAR020-QTY-SOLD
038700                     TO DLR171-O-UNITS (DLR171-OFF-IX)
038800                 MOVE DTAR020-SALE-PRICE
038900                     TO DLR171-O-VALUE (DLR171-OFF-IX)
039000             ELSE
039100                 ADD 1 TO DLR171-TABLE-FULL
039200             END-IF
039300         WHEN DLR171-O-STORE-NO (DLR171-OFF-IX)
039400                 = DLR171-R-STORE-NO
039500          AND DLR171-O-KEYCODE (DLR171-OFF-IX)
039600                 = DTAR020-KEYCODE-NO
039700             ADD 1 TO DLR171-O-LINES (DLR171-OFF-IX)
039800             ADD DTAR020-QTY-SOLD
039900                 TO DLR171-O-UNITS (DLR171-OFF-IX)
040000             ADD DTAR020-SALE-PRICE
040100                 TO DLR171-O-VALUE (DLR171-OFF-IX)
040200     END-SEARCH.
040300 2200-EXIT.
040400     EXIT.
040500
040600 2500-PRINT-OFF-RANGE.
040700     WRITE EXCEPTION-LINE FROM DLR171-BLANK-LINE.
040800     WRITE EXCEPTION-LINE FROM DLR171-SECTION-1.
040900     WRITE EXCEPTION-LINE FROM DLR171-SECTION-1-COLS.
041000     PERFORM 2510-PRINT-ONE-OFF-RANGE
041100         VARYING DLR171-OFF-IX FROM 1 BY 1
041200         UNTIL DLR171-OFF-IX > DLR171-OFF-COUNT.
041300 2500-EXIT.
041400     EXIT.
041500
041600 2510-PRINT-ONE-OFF-RANGE.
041700     MOVE DLR171-O-STORE-NO (DLR171-OFF-IX) TO DLR171-L1-STORE.
041800     MOVE DLR171-O-KEYCODE (DLR171-OFF-IX)  TO DLR171-L1-KEYCODE.
041900     MOVE DLR171-O-DEPT-NO (DLR171-OFF-IX)  TO DLR171-L1-DEPT.
042000     MOVE DLR171-O-LINES (DLR171-OFF-IX)    TO DLR171-L1-LINES.
042100     MOVE DLR171-O-UNITS (DLR171-OFF-IX)    TO DLR171-L1-UNITS.
042200     MOVE DLR171-O-VALUE (DLR171-OFF-IX)    TO DLR171-L1-VALUE.
042300     WRITE EXCEPTION-LINE FROM DLR171-OFF-LINE.
042400 2510-EXIT.
042500     EXIT.
042600
042700*    DLSALHST BUCKET 1 IS THE CURRENT FISCAL WEEK, SO THE LAST
042800*    N WEEKS ARE BUCKETS 1 TO N.
042900 3000-CHECK-NOT-SELLING.
043000     MOVE DLR171-NOSALE-WEEKS TO DLR171-H2-WEEKS.
043100     WRITE EXCEPTION-LINE FROM DLR171-BLANK-LINE.
043200     WRITE EXCEPTION-LINE FROM DLR171-SECTION-2.
043300     WRITE EXCEPTION-LINE FROM DLR171-SECTION-2-COLS.
043400     MOVE LOW-VALUES TO DLINVPOS-KEY.
043500     START POSITION-MASTER KEY NOT < DLINVPOS-KEY
043600         INVALID KEY
043700             MOVE 'Y' TO DLR171-POS-EOF-SW
043800     END-START.
043900     PERFORM 3100-READ-POSITION-NEXT.
044000     PERFORM 3200-CHECK-ONE-POSITION
044100         UNTIL DLR171-POS-EOF.
044200 3000-EXIT.
044300     EXIT.
044400
044500 3100-READ-POSITION-NEXT.
044600     IF  NOT DLR171-POS-EOF
044700         READ POSITION-MASTER NEXT RECORD
044800             AT END
044900                 MOVE 'Y' TO DLR171-POS-EOF-SW
045000         END-READ
045100     END-IF.
045200 3100-EXIT.
045300     EXIT.
045400
045500 3200-CHECK-ONE-POSITION.
045600     ADD 1 TO DLR171-POSITIONS-READ.
045700     IF  DLINVPOS-ON-HAND-QTY > ZERO
045800         MOVE DLINVPOS-KEYCODE-NO TO DLR171-R-KEYCODE
045900         MOVE DLINVPOS-STR-NO     TO DLR171-R-STORE-NO
046000         MOVE DLR171-RUN-CCYYMMDD TO DLR171-R-DATE
046100         PERFORM 5000-RESOLVE-RANGE
046200         IF  DLR171-RANGED
046300             PERFORM 3300-RECENT-SALES
046400             IF  DLR171-RECENT-QTY <= ZERO
046500                 PERFORM 3400-PRINT-NOT-SELLING
046600             END-IF
046700         END-IF
046800     END-IF.
046900     PERFORM 3100-READ-POSITION-NEXT.
047000 3200-EXIT.
047100     EXIT.
047200
047300 3300-RECENT-SALES.
047400     MOVE ZERO TO DLR171-RECENT-QTY.
047500     MOVE DLINVPOS-KEYCODE-NO TO DLSALHST-KEYCODE-NO.
047600     MOVE DLINVPOS-STR-NO     TO DLSALHST-STORE-NO.
047700     MOVE 'N' TO DLR171-HIST-FOUND-SW.
047800     READ SALES-HISTORY
047900         INVALID KEY
048000             CONTINUE
048100         NOT INVALID KEY
048200             MOVE 'Y' TO DLR171-HIST-FOUND-SW
048300             PERFORM 3310-ADD-WEEK
048400                 VARYING DLR171-WEEK-SUB FROM 1 BY 1
048500                 UNTIL DLR171-WEEK-SUB > DLR171-NOSALE-WEEKS
048600     END-READ.
048700 3300-EXIT.
048800     EXIT.
048900
049000 3310-ADD-WEEK.
049100     ADD DLSALHST-WK-QTY (DLR171-WEEK-SUB) TO DLR171-RECENT-QTY.
049200 3310-EXIT.
049300     EXIT.
049400
049500 3400-PRINT-NOT-SELLING.
049600     ADD 1 TO DLR171-NOT-SELLING.
049700     MOVE DLINVPOS-STR-NO      TO DLR171-L2-STORE.
049800     MOVE DLINVPOS-KEYCODE-NO  TO DLR171-L2-KEYCODE.
049900     MOVE DLINVPOS-ON-HAND-QTY TO DLR171-L2-ON-HAND.
050000     IF  DLR171-HIST-FOUND
050100         MOVE 'NO RECENT SALES' TO DLR171-L2-NOTE
050200     ELSE
050300         MOVE 'NEVER SOLD' TO DLR171-L2-NOTE
050400     END-IF.
050500     WRITE EXCEPTION-LINE FROM DLR171-NOSALE-LINE.
050600 3400-EXIT.
050700     EXIT.
050800
050900*    THE RANGING MASTER IS READ IN KEYCODE ORDER; AT EACH NEW
051000*    KEYCODE ITS ROWS ARE EXPANDED ACROSS EVERY OPEN STORE.
051100 4000-CHECK-NO-STOCK.
051200     WRITE EXCEPTION-LINE FROM DLR171-BLANK-LINE.
051300     WRITE EXCEPTION-LINE FROM DLR171-SECTION-3.
051400     WRITE EXCEPTION-LINE FROM DLR171-SECTION-3-COLS.
051500     MOVE LOW-VALUES TO DLRNGMF-KEY.
051600     START RANGING-MASTER KEY NOT < DLRNGMF-KEY
051700         INVALID KEY
051800             MOVE 'Y' TO DLR171-RNG-EOF-SW
051900     END-START.
052000     PERFORM 4100-READ-RANGING-NEXT.
052100     PERFORM 4200-BUFFER-ONE-ROW
052200         UNTIL DLR171-RNG-EOF.
052300     IF  DLR171-BUF-COUNT > ZERO
052400         PERFORM 4300-EXPAND-KEYCODE
052500     END-IF.
052600 4000-EXIT.
052700     EXIT.
052800
052900 4100-READ-RANGING-NEXT.
053000     IF  NOT DLR171-RNG-EOF
053100         READ RANGING-MASTER NEXT RECORD
053200             AT END
053300                 MOVE 'Y' TO DLR171-RNG-EOF-SW
053400         END-READ
053500     END-IF.
053600 4100-EXIT.
053700     EXIT.
053800
053900 4200-BUFFER-ONE-ROW.
054000     ADD 1 TO DLR171-RANGING-ROWS.
054100     IF  DLRNGMF-KEYCODE-NO NOT = DLR171-BUF-KEYCODE
054200         IF  DLR171-BUF-COUNT > ZERO
054300             PERFORM 4300-EXPAND-KEYCODE
054400         END-IF
054500         MOVE DLRNGMF-KEYCODE-NO TO DLR171-BUF-KEYCODE
054600         MOVE ZERO TO DLR171-BUF-COUNT
054700     END-IF.
054800     IF  DLR171-BUF-COUNT < 100
054900         ADD 1 TO DLR171-BUF-COUNT
055000         SET DLR171-BUF-IX TO DLR171-BUF-COUNT
055100         MOVE DLRNGMF-SCOPE-TYPE
055200             TO DLR171-B-SCOPE-TYPE (DLR171-BUF-IX)
055300         MOVE DLRNGMF-SCOPE-CODE
055400             TO DLR171-B-SCOPE-CODE (DLR171-BUF-IX)
055500         MOVE DLRNGMF-RANGE-IN-DATE
055600             TO DLR171-B-IN-DATE (DLR171-BUF-IX)
055700         MOVE DLRNGMF-RANGE-OUT-DATE
055800             TO DLR171-B-OUT-DATE (DLR171-BUF-IX)
055900     ELSE
056000         ADD 1 TO DLR171-TABLE-FULL
056100     END-IF.
056200     PERFORM 4100-READ-RANGING-NEXT.
056300 4200-EXIT.
056400     EXIT.
056500
056600 4300-EXPAND-KEYCODE.
056700     PERFORM 4310-CHECK-ONE-STORE
056800         VARYING DLR171-STORE-IX FROM 1 BY 1
056900         UNTIL DLR171-STORE-IX > DLR171-STORE-COUNT.
057000 4300-EXIT.
057100     EXIT.
057200
057300*    A STORE NOT YET OPEN OR ALREADY CLOSED IS NOT EXPECTED TO
057400*    HOLD STOCK.
057500 4310-CHECK-ONE-STORE.
057600     IF  DLR171-S-OPEN-DATE (DLR171-STORE-IX)
057700             <= DLR171-RUN-CCYYMMDD
057800     AND (DLR171-S-CLOSE-DATE (DLR171-STORE-IX) = ZERO
057900          OR DLR171-S-CLOSE-DATE (DLR171-STORE-IX)
058000             > DLR171-RUN-CCYYMMDD)
058100         MOVE DLR171-S-STORE-NO (DLR171-STORE-IX)
058200             TO DLR171-R-STORE-NO
058300         MOVE DLR171-S-REGION (DLR171-STORE-IX)
058400             TO DLR171-R-REGION
058500         MOVE DLR171-S-BRAND (DLR171-STORE-IX)
058600             TO DLR171-R-BRAND
058700         MOVE DLR171-RUN-CCYYMMDD TO DLR171-R-DATE
058800         PERFORM 4400-DECIDE-FROM-BUFFER
058900         IF  DLR171-RANGED
059000             PERFORM 4500-CHECK-STOCK
059100         END-IF
059200     END-IF.
059300 4310-EXIT.
059400     EXIT.
059500
059600*    THE SAME PRECEDENCE AS 5000, APPLIED TO THE BUFFERED ROWS:
059700*    STORE RANKS 4, REGION 3, BRAND 2, CHAIN 1.
059800 4400-DECIDE-FROM-BUFFER.
059900     MOVE ZERO TO DLR171-R-BEST-RANK.
060000     MOVE DLR171-R-STORE-NO TO DLR171-R-STORE-DIGITS.
060100     PERFORM 4410-RANK-ONE-ROW
060200         VARYING DLR171-BUF-IX FROM 1 BY 1
060300         UNTIL DLR171-BUF-IX > DLR171-BUF-COUNT.
060400     PERFORM 5900-TEST-DATES.
060500 4400-EXIT.
060600     EXIT.
060700
060800 4410-RANK-ONE-ROW.
060900     MOVE ZERO TO DLR171-R-RANK.
061000     EVALUATE DLR171-B-SCOPE-TYPE (DLR171-BUF-IX)
061100         WHEN 'S'
061200             IF  DLR171-B-SCOPE-CODE (DLR171-BUF-IX)
061300                     = DLR171-R-STORE-CODE
061400                 MOVE 4 TO DLR171-R-RANK
061500             END-IF
061600         WHEN 'R'
061700             IF  DLR171-B-SCOPE-CODE (DLR171-BUF-IX)
061800                     = DLR171-R-REGION
061900                 MOVE 3 TO DLR171-R-RANK
062000             END-IF
062100         WHEN 'B'
062200             IF  DLR171-B-SCOPE-CODE (DLR171-BUF-IX)
062300                     = DLR171-R-BRAND
062400                 MOVE 2 TO DLR171-R-RANK
062500             END-IF
062600         WHEN 'C'
062700             MOVE 1 TO DLR171-R-RANK
062800     END-EVALUATE.
062900     IF  DLR171-R-RANK > DLR171-R-BEST-RANK
063000         MOVE DLR171-R-RANK TO DLR171-R-BEST-RANK
063100         MOVE DLR171-B-IN-DATE (DLR171-BUF-IX)
063200             TO DLR171-R-IN-DATE
063300         MOVE DLR171-B-OUT-DATE (DLR171-BUF-IX)
063400             TO DLR171-R-OUT-DATE
063500     END-IF.
063600 4410-EXIT.
063700     EXIT.
063800
063900 4500-CHECK-STOCK.
064000     MOVE DLR171-R-STORE-NO  TO DLINVPOS-STR-NO.
064100     MOVE DLR171-BUF-KEYCODE TO DLINVPOS-KEYCODE-NO.
064200     READ POSITION-MASTER
064300         INVALID KEY
064400             MOVE ZERO TO DLINVPOS-ON-HAND-QTY
064500             MOVE ZERO TO DLINVPOS-IN-TRANSIT-QTY
064600     END-READ.
064700     IF  DLINVPOS-ON-HAND-QTY <= ZERO
064800     AND DLINVPOS-IN-TRANSIT-QTY <= ZERO
064900         ADD 1 TO DLR171-NO-STOCK
065000         MOVE DLR171-BUF-KEYCODE   TO DLR171-L3-KEYCODE
065100         MOVE DLR171-R-STORE-NO    TO DLR171-L3-STORE
065200         EVALUATE DLR171-R-BEST-RANK
065300             WHEN 4
065400                 MOVE 'STORE ' TO DLR171-L3-SCOPE
065500             WHEN 3
065600                 MOVE 'REGION' TO DLR171-L3-SCOPE
065700             WHEN 2
065800                 MOVE 'BRAND ' TO DLR171-L3-SCOPE
065900             WHEN OTHER
066000                 MOVE 'CHAIN ' TO DLR171-L3-SCOPE
066100         END-EVALUATE
066200         MOVE DLR171-R-IN-DATE     TO DLR171-L3-IN-DATE
066300         MOVE DLINVPOS-ON-HAND-QTY TO DLR171-L3-ON-HAND
066400         WRITE EXCEPTION-LINE FROM DLR171-NOSTOCK-LINE
066500     END-IF.
066600 4500-EXIT.
066700     EXIT.
066800
066900*    RANGED AT A STORE ON A DATE: THE MOST SPECIFIC RANGING ROW
067000*    HELD FOR THE STORE - STORE, REGION, BRAND, THEN CHAIN -
067100*    DECIDES. A STORE NOT ON DLSTORMF HAS NO REGION OR BRAND.
067200 5000-RESOLVE-RANGE.
067300     MOVE SPACES TO DLR171-R-REGION.
067400     MOVE SPACES TO DLR171-R-BRAND.
067500     SET DLR171-STORE-IX TO 1.
067600     SEARCH DLR171-STORE-ENTRY
067700         AT END
067800             CONTINUE
067900         WHEN DLR171-STORE-IX > DLR171-STORE-COUNT
068000             CONTINUE
068100         WHEN DLR171-S-STORE-NO (DLR171-STORE-IX)
068200                 = DLR171-R-STORE-NO
068300             MOVE DLR171-S-REGION (DLR171-STORE-IX)
068400                 TO DLR171-R-REGION
068500             MOVE DLR171-S-BRAND (DLR171-STORE-IX)
068600                 TO DLR171-R-BRAND
068700     END-SEARCH.
068800     MOVE ZERO TO DLR171-R-BEST-RANK.
068900     MOVE DLR171-R-STORE-NO TO DLR171-R-STORE-DIGITS.
069000     MOVE 'S' TO DLRNGMF-SCOPE-TYPE.
069100     MOVE DLR171-R-STORE-CODE TO DLRNGMF-SCOPE-CODE.
069200     MOVE 4 TO DLR171-R-RANK.
069300     PERFORM 5100-READ-SCOPE.
069400     IF  NOT DLR171-SCOPE-FOUND
069500     AND DLR171-R-REGION NOT = SPACES
069600         MOVE 'R' TO DLRNGMF-SCOPE-TYPE
069700         MOVE DLR171-R-REGION TO DLRNGMF-SCOPE-CODE
069800         MOVE 3 TO DLR171-R-RANK
069900         PERFORM 5100-READ-SCOPE
070000     END-IF.
070100     IF  NOT DLR171-SCOPE-FOUND
070200     AND DLR171-R-BRAND NOT = SPACES
070300         MOVE 'B' TO DLRNGMF-SCOPE-TYPE
070400         MOVE DLR171-R-BRAND TO DLRNGMF-SCOPE-CODE
070500         MOVE 2 TO DLR171-R-RANK
070600         PERFORM 5100-READ-SCOPE
070700     END-IF.
070800     IF  NOT DLR171-SCOPE-FOUND
070900         MOVE 'C' TO DLRNGMF-SCOPE-TYPE
071000         MOVE SPACES TO DLRNGMF-SCOPE-CODE
071100         MOVE 1 TO DLR171-R-RANK
071200         PERFORM 5100-READ-SCOPE
071300     END-IF.
071400     PERFORM 5900-TEST-DATES.
071500 5000-EXIT.
071600     EXIT.
071700
071800 5100-READ-SCOPE.
071900     MOVE 'N' TO DLR171-SCOPE-FOUND-SW.
072000     MOVE DLR171-R-KEYCODE TO DLRNGMF-KEYCODE-NO.
072100     READ RANGING-MASTER
072200         INVALID KEY
072300             CONTINUE
072400         NOT INVALID KEY
072500             MOVE 'Y' TO DLR171-SCOPE-FOUND-SW
072600             MOVE DLR171-R-RANK TO DLR171-R-BEST-RANK
072700             MOVE DLRNGMF-RANGE-IN-DATE  TO DLR171-R-IN-DATE
072800             MOVE DLRNGMF-RANGE-OUT-DATE TO DLR171-R-OUT-DATE
072900     END-READ.
073000 5100-EXIT.
073100     EXIT.
073200
073300 5900-TEST-DATES.
073400     MOVE 'N' TO DLR171-RANGED-SW.
073500     IF  DLR171-R-BEST-RANK > ZERO
073600     AND DLR171-R-IN-DATE <= DLR171-R-DATE
073700     AND (DLR171-R-OUT-DATE = ZERO
073800          OR DLR171-R-OUT-DATE > DLR171-R-DATE)
073900         MOVE 'Y' TO DLR171-RANGED-SW
074000     END-IF.
074100 5900-EXIT.
074200     EXIT.
074300
074400 9000-TERMINATE.
074500     WRITE EXCEPTION-LINE FROM DLR171-BLANK-LINE.
074600     MOVE 'DTAR020 RECORDS READ               -'
074700         TO DLR171-K-LABEL.
074800     MOVE DLR171-RECORDS-READ TO DLR171-K-COUNT.
074900     WRITE EXCEPTION-LINE FROM DLR171-CONTROL-LINE.
075000     MOVE 'OFF-RANGE SALE LINES               -'
075100         TO DLR171-K-LABEL.
075200     MOVE DLR171-OFF-RANGE-LINES TO DLR171-K-COUNT.
075300     WRITE EXCEPTION-LINE FROM DLR171-CONTROL-LINE.
075400     MOVE 'RANGED WITH STOCK, NOT SELLING     -'
075500         TO DLR171-K-LABEL.
075600     MOVE DLR171-NOT-SELLING TO DLR171-K-COUNT.
075700     WRITE EXCEPTION-LINE FROM DLR171-CONTROL-LINE.
075800     MOVE 'RANGED WITH NO STOCK               -'
075900         TO DLR171-K-LABEL.
076000     MOVE DLR171-NO-STOCK TO DLR171-K-COUNT.
076100     WRITE EXCEPTION-LINE FROM DLR171-CONTROL-LINE.
076200     DISPLAY 'DLR171 DTAR020 RECORDS READ  = '
076300         DLR171-RECORDS-READ.
076400     DISPLAY 'DLR171 OFF-RANGE SALE LINES  = '
076500         DLR171-OFF-RANGE-LINES.
076600     DISPLAY 'DLR171 POSITIONS READ        = '
076700         DLR171-POSITIONS-READ.
076800     DISPLAY 'DLR171 STOCK NOT SELLING     = '
076900         DLR171-NOT-SELLING.
077000     DISPLAY 'DLR171 RANGING ROWS READ     = '
077100         DLR171-RANGING-ROWS.
077200     DISPLAY 'DLR171 RANGED WITH NO STOCK  = ' DLR171-NO-STOCK.
077300     IF  DLR171-TABLE-FULL > ZERO
077400         DISPLAY 'DLR171 TABLE FULL - DROPPED  = '
077500             DLR171-TABLE-FULL
077600         MOVE 4 TO RETURN-CODE
077700     END-IF.
077800     CLOSE DTAR020-FILE
077900           RANGING-MASTER
078000           POSITION-MASTER
078100           SALES-HISTORY
078200           EXCEPTION-REPORT.
078300 9000-EXIT.
078400     EXIT.
