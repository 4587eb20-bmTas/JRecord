000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR186.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR186 - MONTHLY RFM CUSTOMER SEGMENTATION                   *
001000*                                                                *
001100*   SCORES EVERY CARD ON RECENCY (DAYS SINCE THE LAST SALE),     *
001200*   FREQUENCY (SALE VISITS) AND MONETARY VALUE (NET SPEND)       *
001300*   OVER THE TWELVE-MONTH DLTIERM WINDOW - THE RUN MONTH AND     *
001400*   THE ELEVEN BEFORE IT. RECENCY AND VISITS COME FROM DTAR107   *
001500*   SALES IN THE WINDOW; NET SPEND IS THE DLTIERM MONTH BUCKETS  *
001600*   STILL INSIDE THE WINDOW, SO THE SEGMENTS AGREE WITH THE      *
001700*   TIERS. EACH MEASURE IS SCORED 1 TO 5 BY QUINTILE AGAINST     *
001800*   ALL CARDS ACTIVE IN THE WINDOW (EQUAL VALUES SHARE A SCORE,  *
001900*   SPEND IS RANKED IN TEN-DOLLAR BANDS) AND THE SCORES NAME     *
002000*   THE SEGMENT HELD ON DLRFMSEG:                                *
002100*     CH CHAMPIONS        R 4-5, F 4-5 AND M 4-5                 *
002200*     NW NEW              R 4-5 AND A SINGLE VISIT               *
002300*     LO LOYAL            R 3-5 AND F 4-5                        *
002400*     PL POTENTIAL LOYAL  R 3-5 AND F 2-3                        *
002500*     NA NEEDS ATTENTION  R 3-5 OTHERWISE                        *
002600*     AR AT RISK          R 1-2 AND F 3-5 OR M 4-5               *
002700*     HB HIBERNATING      R 1-2 OTHERWISE                        *
002800*     LP LAPSED           NO SALE IN THE WINDOW                  *
002900*   THE FIRST RUN IN A MONTH KEEPS LAST MONTH'S SEGMENT AS THE   *
003000*   PRIOR SEGMENT; A RERUN IN THE SAME MONTH REBUILDS THE SAME   *
003100*   FIGURES FROM SCRATCH. THE REPORT GIVES THE SEGMENT SUMMARY   *
003200*   AND THE MIGRATION MATRIX OF PRIOR AGAINST NEW SEGMENT.       *
003210*   THE FIGURES ARE REBUILT WHOLE ON EVERY RUN, SO THE DTAR107   *
003220*   DD MUST CARRY THE FULL TWELVE MONTHS: THE NIGHTLY EXTRACTS   *
003230*   FOR THE WINDOW CONCATENATED, OR THE DTAR107R REGENERATION    *
003240*   THAT DLR056 MAKES FROM DL107ARC FOR THE WINDOW. A FIRST PASS *
003250*   FINDS THE EARLIEST AND LATEST TRANSACTION DATES; IF THEY DO  *
003260*   NOT REACH BACK TO THE WINDOW'S FIRST MONTH AND UP TO THE     *
003270*   MONTH BEFORE THE RUN, DLRFMSEG IS LEFT UNTOUCHED, THE REPORT *
003280*   SAYS WHY AND THE RUN ENDS WITH RETURN CODE 8.                *
003300*                                                                *
003400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003500*  ---|----------|------------------------------|------------    *
003600*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003630*  02 | 15/10/26 | CHECK DTAR107 COVERS THE     | R. GEALL       *
003660*     |          | WHOLE TWELVE-MONTH WINDOW    |                *
003700*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DTAR107-FILE      ASSIGN TO DTAR107
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT TIER-MASTER       ASSIGN TO DLTIERM
004800                              ORGANIZATION IS INDEXED
004900                              ACCESS MODE IS RANDOM
005000                              RECORD KEY IS DLTIERM-CUST-NO.
005100     SELECT SEGMENT-MASTER    ASSIGN TO DLRFMSEG
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS DLRFMSEG-CUST-NO.
005500     SELECT SEGMENT-REPORT    ASSIGN TO RFMRPT
005600                              ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DTAR107-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  DTAR107-REC.
006300     COPY DTAR107.
006400 FD  TIER-MASTER
006500     LABEL RECORDS ARE STANDARD.
006600 01  DLTIERM-RECORD.
006700     COPY DLTIERM.
006800 FD  SEGMENT-MASTER
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLRFMSEG-RECORD.
007100     COPY DLRFMSEG.
007200 FD  SEGMENT-REPORT
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD.
007500 01  SEGMENT-LINE                PIC X(132).
007600 WORKING-STORAGE SECTION.
007700 01  DLR186-SWITCHES.
007800     05  DLR186-EOF-SW            PIC X(01)  VALUE 'N'.
007900         88  DLR186-EOF                      VALUE 'Y'.
008000     05  DLR186-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
008100         88  DLR186-MAST-EOF                 VALUE 'Y'.
008200     05  DLR186-FOUND-SW          PIC X(01)  VALUE 'N'.
008300         88  DLR186-FOUND                    VALUE 'Y'.
008310     05  DLR186-COVERED-SW        PIC X(01)  VALUE 'N'.
008320         88  DLR186-COVERED                  VALUE 'Y'.
008400 01  DLR186-DATES.
008500     05  DLR186-RUN-DATE          PIC 9(08)  VALUE ZERO.
008600     05  DLR186-RUN-PERIOD        PIC 9(06)  VALUE ZERO.
008700     05  FILLER REDEFINES DLR186-RUN-PERIOD.
008800         10  DLR186-RUN-CCYY      PIC 9(04).
008900         10  DLR186-RUN-MM        PIC 9(02).
009000     05  DLR186-TIER-PERIOD       PIC 9(06)  VALUE ZERO.
009100     05  FILLER REDEFINES DLR186-TIER-PERIOD.
009200         10  DLR186-TIER-CCYY     PIC 9(04).
009300         10  DLR186-TIER-MM       PIC 9(02).
009400     05  DLR186-WINDOW-START      PIC 9(08)  VALUE ZERO.
009500     05  DLR186-TRANS-CCYYMMDD    PIC 9(08)  VALUE ZERO.
009600     05  DLR186-RUN-MONTHS        PIC S9(07)  COMP.
009700     05  DLR186-START-MONTHS      PIC S9(07)  COMP.
009800     05  DLR186-START-CCYY        PIC S9(05)  COMP.
009900     05  DLR186-START-MM          PIC S9(03)  COMP.
010000     05  DLR186-TIER-OFFSET       PIC S9(07)  COMP.
010010     05  DLR186-LOW-DATE          PIC 9(08)  VALUE 99999999.
010020     05  DLR186-HIGH-DATE         PIC 9(08)  VALUE ZERO.
010030     05  DLR186-EDGE-PERIOD       PIC 9(06)  VALUE ZERO.
010040     05  FILLER REDEFINES DLR186-EDGE-PERIOD.
010050         10  DLR186-EDGE-CCYY     PIC 9(04).
010060         10  DLR186-EDGE-MM       PIC 9(02).
010070     05  DLR186-LOW-MONTHS        PIC S9(07)  COMP.
010080     05  DLR186-HIGH-MONTHS       PIC S9(07)  COMP.
010100 01  DLR186-WORK.
010200     05  DLR186-BUCKET-SUB        PIC S9(04)  COMP.
010300     05  DLR186-CELL-SUB          PIC S9(04)  COMP.
010400     05  DLR186-CUM-COUNT         PIC S9(09)  COMP-3.
010500     05  DLR186-SEG-SUB           PIC S9(04)  COMP.
010600     05  DLR186-PRIOR-SUB         PIC S9(04)  COMP.
010700     05  DLR186-LOOK-SEGMENT      PIC X(02).
010800*    RECENCY CELLS ARE DAYS SINCE THE LAST SALE PLUS ONE,
010900*    FREQUENCY CELLS ARE VISITS AND SPEND CELLS ARE TEN-DOLLAR
011000*    BANDS; THE LAST CELL OF EACH CATCHES EVERYTHING BEYOND.
011100 01  DLR186-RECENCY-TABLE.
011200     05  DLR186-R-CELL OCCURS 367 TIMES.
011300         10  DLR186-R-COUNT       PIC S9(07)  COMP-3.
011400         10  DLR186-R-SCORE       PIC 9(01).
011500 01  DLR186-FREQUENCY-TABLE.
011600     05  DLR186-F-CELL OCCURS 1000 TIMES.
011700         10  DLR186-F-COUNT       PIC S9(07)  COMP-3.
011800         10  DLR186-F-SCORE       PIC 9(01).
011900 01  DLR186-MONETARY-TABLE.
012000     05  DLR186-M-CELL OCCURS 5000 TIMES.
012100         10  DLR186-M-COUNT       PIC S9(07)  COMP-3.
012200         10  DLR186-M-SCORE       PIC 9(01).
012300 01  DLR186-SEGMENT-NAMES.
012400     05  FILLER                   PIC X(20)  VALUE
012500         'CHCHAMPIONS         '.
012600     05  FILLER                   PIC X(20)  VALUE
012700         'LOLOYAL             '.
012800     05  FILLER                   PIC X(20)  VALUE
012900         'PLPOTENTIAL LOYAL   '.
013000     05  FILLER                   PIC X(20)  VALUE
013100         'NWNEW               '.
013200     05  FILLER                   PIC X(20)  VALUE
013300         'NANEEDS ATTENTION   '.
013400     05  FILLER                   PIC X(20)  VALUE
013500         'ARAT RISK           '.
013600     05  FILLER                   PIC X(20)  VALUE
013700         'HBHIBERNATING       '.
013800     05  FILLER                   PIC X(20)  VALUE
013900         'LPLAPSED            '.
014000 01  DLR186-SEGMENT-TABLE REDEFINES DLR186-SEGMENT-NAMES.
014100     05  DLR186-SEG-ENTRY OCCURS 8 TIMES
014200                          INDEXED BY DLR186-SEG-IX.
014300         10  DLR186-SEG-CODE      PIC X(02).
014400         10  DLR186-SEG-NAME      PIC X(18).
014500*    ROW 9 OF THE MATRIX IS CARDS SEGMENTED FOR THE FIRST TIME.
014600 01  DLR186-SEGMENT-TOTALS.
014700     05  DLR186-ST-ENTRY OCCURS 9 TIMES.
014800         10  DLR186-ST-NOW-COUNT  PIC S9(09)    COMP-3.
014900         10  DLR186-ST-PRIOR-COUNT
015000                                  PIC S9(09)    COMP-3.
015100         10  DLR186-ST-SPEND      PIC S9(13)V99 COMP-3.
015200         10  DLR186-MX-CELL OCCURS 8 TIMES
015300                                  PIC S9(09)    COMP-3.
015400 01  DLR186-COUNTERS.
015500     05  DLR186-SALES-READ        PIC 9(09)  VALUE ZERO.
015600     05  DLR186-SALES-IN-WINDOW   PIC 9(09)  VALUE ZERO.
015700     05  DLR186-ROWS-ADDED        PIC 9(07)  VALUE ZERO.
015800     05  DLR186-ROWS-SCORED       PIC 9(07)  VALUE ZERO.
015900     05  DLR186-ACTIVE-COUNT      PIC S9(09) COMP-3 VALUE ZERO.
016000     05  DLR186-LAPSED-COUNT      PIC 9(07)  VALUE ZERO.
016100     05  DLR186-MOVED-COUNT       PIC 9(07)  VALUE ZERO.
016200     05  DLR186-NO-TIER-COUNT     PIC 9(07)  VALUE ZERO.
016300 01  DLR186-HEADING-1.
016400     05  FILLER                   PIC X(53)  VALUE
016500         'DLR186 - RFM CUSTOMER SEGMENTATION               RUN '.
016600     05  DLR186-H-RUN-DATE        PIC 9(08).
016700 01  DLR186-HEADING-2.
016800     05  FILLER                   PIC X(26)  VALUE
016900         'WINDOW - SALES FROM      '.
017000     05  DLR186-H-WINDOW-START    PIC 9(08).
017100     05  FILLER                   PIC X(04)  VALUE ' TO '.
017200     05  DLR186-H-WINDOW-END      PIC 9(08).
017210 01  DLR186-HEADING-3.
017220     05  FILLER                   PIC X(26)  VALUE
017230         'DTAR107 INPUT COVERS     '.
017240     05  DLR186-H-LOW-DATE        PIC 9(08).
017250     05  FILLER                   PIC X(04)  VALUE ' TO '.
017260     05  DLR186-H-HIGH-DATE       PIC 9(08).
017270 01  DLR186-NOT-COVERED-LINE.
017280     05  FILLER                   PIC X(40)  VALUE
017285         '*** DTAR107 DOES NOT COVER THE WINDOW - '.
017290     05  FILLER                   PIC X(20)  VALUE
017295         'DLRFMSEG NOT UPDATED'.
017300 01  DLR186-SUMMARY-HEADING.
017400     05  FILLER                   PIC X(23)  VALUE 'SEGMENT'.
017500     05  FILLER                   PIC X(12)  VALUE
017600         '   THIS MTH'.
017700     05  FILLER                   PIC X(12)  VALUE
017800         '  LAST MTH'.
017900     05  FILLER                   PIC X(18)  VALUE
018000         '     NET SPEND'.
018100 01  DLR186-SUMMARY-LINE.
018200     05  DLR186-S-CODE            PIC X(02).
018300     05  FILLER                   PIC X(03)  VALUE SPACES.
018400     05  DLR186-S-NAME            PIC X(18).
018500     05  DLR186-S-NOW             PIC ZZZZZZZZZZ9.
018600     05  FILLER                   PIC X(01)  VALUE SPACES.
018700     05  DLR186-S-PRIOR           PIC ZZZZZZZZZ9.
018800     05  FILLER                   PIC X(01)  VALUE SPACES.
018900     05  DLR186-S-SPEND           PIC -ZZZZZZZZZZZ9.99.
019000 01  DLR186-MATRIX-HEADING-1.
019100     05  FILLER                   PIC X(40)  VALUE
019200         'SEGMENT MIGRATION - LAST MONTH (DOWN)'.
019300     05  FILLER                   PIC X(20)  VALUE
019400         'AGAINST THIS MONTH'.
019500 01  DLR186-MATRIX-HEADING-2.
019600     05  FILLER                   PIC X(20)  VALUE SPACES.
019700     05  DLR186-MH-COLUMN OCCURS 8 TIMES.
019800         10  FILLER               PIC X(08)  VALUE SPACES.
019900         10  DLR186-MH-CODE       PIC X(02).
020000     05  FILLER                   PIC X(10)  VALUE
020100         '     TOTAL'.
020200 01  DLR186-MATRIX-LINE.
020300     05  DLR186-ML-CODE           PIC X(02).
020400     05  FILLER                   PIC X(01)  VALUE SPACES.
020500     05  DLR186-ML-NAME           PIC X(17).
020600     05  DLR186-ML-CELL OCCURS 8 TIMES
020700                                  PIC ZZZZZZZZZ9.
020800     05  DLR186-ML-TOTAL          PIC ZZZZZZZZZ9.
020900 01  DLR186-TOTAL-LINE.
021000     05  DLR186-T-LABEL           PIC X(40).
021100     05  DLR186-T-COUNT           PIC ZZZZZZZZ9.
021200 01  DLR186-ROW-TOTAL             PIC S9(09)  COMP-3.
021300 01  DLR186-BLANK-LINE            PIC X(01)  VALUE SPACE.
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE.
021700     IF  DLR186-COVERED
021750         PERFORM 2000-RESET-MASTER
021800         PERFORM 3000-ACCUMULATE-SALES
021900             UNTIL DLR186-EOF
022000         PERFORM 4000-MEASURE-MASTER
022100         PERFORM 5000-SET-SCORES
022200         PERFORM 6000-SCORE-MASTER
022300         PERFORM 8000-PRINT-REPORT
022310     ELSE
022320         PERFORM 8500-PRINT-NOT-COVERED
022330     END-IF.
022400     PERFORM 9000-TERMINATE.
022500     STOP RUN.
022600
022700 1000-INITIALIZE.
022800     OPEN INPUT  TIER-MASTER.
023000     OPEN I-O    SEGMENT-MASTER.
023100     OPEN OUTPUT SEGMENT-REPORT.
023200     ACCEPT DLR186-RUN-DATE FROM DATE YYYYMMDD.
023300     COMPUTE DLR186-RUN-PERIOD = DLR186-RUN-DATE / 100.
023400     PERFORM 1100-DERIVE-WINDOW.
023410     PERFORM 1200-CHECK-COVERAGE.
023420     OPEN INPUT  DTAR107-FILE.
023500     INITIALIZE DLR186-RECENCY-TABLE
023600                DLR186-FREQUENCY-TABLE
023700                DLR186-MONETARY-TABLE
023800                DLR186-SEGMENT-TOTALS.
023900     DISPLAY 'DLR186 WINDOW START      = ' DLR186-WINDOW-START.
024000     PERFORM 3100-READ-DTAR107.
024100 1000-EXIT.
024200     EXIT.
024300
024400*    MONTHS ARE COUNTED FROM YEAR ZERO, JANUARY = 0, SO THE
024500*    WINDOW OPENS ON THE FIRST OF THE MONTH ELEVEN BEFORE THE
024600*    RUN MONTH - THE MONTH HELD IN DLTIERM BUCKET 12.
024700 1100-DERIVE-WINDOW.
024800     COMPUTE DLR186-RUN-MONTHS =
024900         DLR186-RUN-CCYY * 12 + DLR186-RUN-MM - 1.
025000     COMPUTE DLR186-START-MONTHS = DLR186-RUN-MONTHS - 11.
025100     COMPUTE DLR186-START-CCYY = DLR186-START-MONTHS / 12.
025200     COMPUTE DLR186-START-MM =
025300         DLR186-START-MONTHS - DLR186-START-CCYY * 12 + 1.
025400     COMPUTE DLR186-WINDOW-START =
025500         DLR186-START-CCYY * 10000 + DLR186-START-MM * 100 + 1.
025600 1100-EXIT.
025700     EXIT.
025701
025702*    A FIRST PASS OVER DTAR107 FOR ITS EARLIEST AND LATEST
025704*    TRANSACTION DATES. THE INPUT MUST REACH BACK INTO THE
025706*    WINDOW'S FIRST MONTH AND FORWARD AT LEAST TO THE MONTH
025708*    BEFORE THE RUN, SINCE A RUN EARLY IN A MONTH MAY NOT YET
025710*    HOLD ANY OF THAT MONTH'S SALES.
025712 1200-CHECK-COVERAGE.
025714     OPEN INPUT DTAR107-FILE.
025716     PERFORM 3100-READ-DTAR107.
025718     PERFORM 1210-TEST-ONE-DATE
025720         UNTIL DLR186-EOF.
025722     CLOSE DTAR107-FILE.
025724     MOVE 'N' TO DLR186-EOF-SW.
025726     IF  DLR186-HIGH-DATE > ZERO
025728         COMPUTE DLR186-EDGE-PERIOD = DLR186-LOW-DATE / 100
025730         COMPUTE DLR186-LOW-MONTHS =
025732             DLR186-EDGE-CCYY * 12 + DLR186-EDGE-MM - 1
025734         COMPUTE DLR186-EDGE-PERIOD = DLR186-HIGH-DATE / 100
025736         COMPUTE DLR186-HIGH-MONTHS =
025738             DLR186-EDGE-CCYY * 12 + DLR186-EDGE-MM - 1
025740         IF  DLR186-LOW-MONTHS <= DLR186-START-MONTHS
025742         AND DLR186-HIGH-MONTHS >= DLR186-RUN-MONTHS - 1
025744             MOVE 'Y' TO DLR186-COVERED-SW
025746         END-IF
025748     ELSE
025750         MOVE ZERO TO DLR186-LOW-DATE
025752     END-IF.
025754     DISPLAY 'DLR186 DTAR107 EARLIEST  = ' DLR186-LOW-DATE.
025756     DISPLAY 'DLR186 DTAR107 LATEST    = ' DLR186-HIGH-DATE.
025758 1200-EXIT.
025760     EXIT.
025762
025764 1210-TEST-ONE-DATE.
025766     IF  DTAR107-TRANS-DATE IS NUMERIC
025768         COMPUTE DLR186-TRANS-CCYYMMDD =
025770             20000000 + DTAR107-TRANS-DATE
025772         IF  DLR186-TRANS-CCYYMMDD < DLR186-LOW-DATE
025774             MOVE DLR186-TRANS-CCYYMMDD TO DLR186-LOW-DATE
025776         END-IF
025778         IF  DLR186-TRANS-CCYYMMDD > DLR186-HIGH-DATE
025780             MOVE DLR186-TRANS-CCYYMMDD TO DLR186-HIGH-DATE
025782         END-IF
025784     END-IF.
025786     PERFORM 3100-READ-DTAR107.
025788 1210-EXIT.
025790     EXIT.
025800
025900 1900-START-MASTER.
026000     MOVE 'N' TO DLR186-MAST-EOF-SW.
026100     MOVE LOW-VALUES TO DLRFMSEG-CUST-NO.
026200     START SEGMENT-MASTER KEY NOT < DLRFMSEG-CUST-NO
026300         INVALID KEY
026400             MOVE 'Y' TO DLR186-MAST-EOF-SW
026500     END-START.
026600     IF  NOT DLR186-MAST-EOF
026700         PERFORM 1910-READ-NEXT-MASTER
026800     END-IF.
026900 1900-EXIT.
027000     EXIT.
027100
027200 1910-READ-NEXT-MASTER.
027300     READ SEGMENT-MASTER NEXT RECORD
027400         AT END
027500             MOVE 'Y' TO DLR186-MAST-EOF-SW
027600     END-READ.
027700 1910-EXIT.
027800     EXIT.
027900
028000 1920-REWRITE-MASTER.
028100     REWRITE DLRFMSEG-RECORD
028200         INVALID KEY
028300             DISPLAY 'DLR186 DLRFMSEG REWRITE FAILED '
028400                 DLRFMSEG-CUST-NO
028500     END-REWRITE.
028600 1920-EXIT.
028700     EXIT.
028800
028900*    THE FIRST RUN IN A NEW MONTH CARRIES THE SEGMENT INTO THE
029000*    PRIOR SEGMENT; EVERY RUN CLEARS THE MEASURES TO REBUILD.
029100 2000-RESET-MASTER.
029200     PERFORM 1900-START-MASTER.
029300     PERFORM 2100-RESET-ONE-ROW
029400         UNTIL DLR186-MAST-EOF.
029500 2000-EXIT.
029600     EXIT.
029700
029800 2100-RESET-ONE-ROW.
029900     IF  DLRFMSEG-SCORE-PERIOD NOT = DLR186-RUN-PERIOD
030000         MOVE DLRFMSEG-SEGMENT      TO DLRFMSEG-PRIOR-SEGMENT
030100         MOVE DLRFMSEG-SCORE-PERIOD TO DLRFMSEG-PRIOR-PERIOD
030200     END-IF.
030300     MOVE ZERO TO DLRFMSEG-LAST-SALE-DATE
030400                  DLRFMSEG-DAYS-SINCE
030500                  DLRFMSEG-VISITS
030600                  DLRFMSEG-NET-SPEND.
030700     PERFORM 1920-REWRITE-MASTER.
030800     PERFORM 1910-READ-NEXT-MASTER.
030900 2100-EXIT.
031000     EXIT.
031100
031200*    ONLY SALES COUNT AS VISITS; A REFUND OR VOID IS NOT A
031300*    VISIT BUT IS NETTED INTO THE DLTIERM SPEND ALREADY.
031400 3000-ACCUMULATE-SALES.
031500     ADD 1 TO DLR186-SALES-READ.
031600     COMPUTE DLR186-TRANS-CCYYMMDD =
031700         20000000 + DTAR107-TRANS-DATE.
031800     IF  DTAR107-SALE
031900     AND DTAR107-CUST-NO IS NUMERIC
032000     AND DTAR107-CUST-NO > ZERO
032100     AND DLR186-TRANS-CCYYMMDD >= DLR186-WINDOW-START
032200     AND DLR186-TRANS-CCYYMMDD <= DLR186-RUN-DATE
032300         ADD 1 TO DLR186-SALES-IN-WINDOW
032400         PERFORM 3200-POST-SALE
032500     END-IF.
032600     PERFORM 3100-READ-DTAR107.
032700 3000-EXIT.
032800     EXIT.
032900
033000 3100-READ-DTAR107.
033100     READ DTAR107-FILE
033200         AT END
033300             MOVE 'Y' TO DLR186-EOF-SW
033400     END-READ.
033500 3100-EXIT.
033600     EXIT.
033700
033800 3200-POST-SALE.
033900     MOVE DTAR107-CUST-NO TO DLRFMSEG-CUST-NO.
034000     READ SEGMENT-MASTER
034100         INVALID KEY
034200             MOVE 'N' TO DLR186-FOUND-SW
034300         NOT INVALID KEY
034400             MOVE 'Y' TO DLR186-FOUND-SW
034500     END-READ.
034600     IF  NOT DLR186-FOUND
034700         INITIALIZE DLRFMSEG-RECORD
034800         MOVE DTAR107-CUST-NO TO DLRFMSEG-CUST-NO
034900     END-IF.
035000     ADD 1 TO DLRFMSEG-VISITS.
035100     IF  DLR186-TRANS-CCYYMMDD > DLRFMSEG-LAST-SALE-DATE
035200         MOVE DLR186-TRANS-CCYYMMDD TO DLRFMSEG-LAST-SALE-DATE
035300     END-IF.
035400     IF  DLR186-FOUND
035500         PERFORM 1920-REWRITE-MASTER
035600     ELSE
035700         WRITE DLRFMSEG-RECORD
035800             INVALID KEY
035900                 DISPLAY 'DLR186 DLRFMSEG WRITE FAILED '
036000                     DLRFMSEG-CUST-NO
036100         END-WRITE
036200         ADD 1 TO DLR186-ROWS-ADDED
036300     END-IF.
036400 3200-EXIT.
036500     EXIT.
036600
036700*    SECOND PASS - DAYS SINCE THE LAST SALE AND WINDOW SPEND
036800*    FOR EVERY ACTIVE CARD, COUNTED INTO THE THREE HISTOGRAMS.
036900 4000-MEASURE-MASTER.
037000     PERFORM 1900-START-MASTER.
037100     PERFORM 4100-MEASURE-ONE-ROW
037200         UNTIL DLR186-MAST-EOF.
037300 4000-EXIT.
037400     EXIT.
037500
037600 4100-MEASURE-ONE-ROW.
037700     IF  DLRFMSEG-VISITS > ZERO
037800         COMPUTE DLRFMSEG-DAYS-SINCE =
037900             FUNCTION INTEGER-OF-DATE (DLR186-RUN-DATE)
038000           - FUNCTION INTEGER-OF-DATE (DLRFMSEG-LAST-SALE-DATE)
038100         PERFORM 4200-WINDOW-SPEND
038200         PERFORM 1920-REWRITE-MASTER
038300         ADD 1 TO DLR186-ACTIVE-COUNT
038400         PERFORM 4300-CELL-RECENCY
038500         ADD 1 TO DLR186-R-COUNT (DLR186-CELL-SUB)
038600         PERFORM 4400-CELL-FREQUENCY
038700         ADD 1 TO DLR186-F-COUNT (DLR186-CELL-SUB)
038800         PERFORM 4500-CELL-MONETARY
038900         ADD 1 TO DLR186-M-COUNT (DLR186-CELL-SUB)
039000     END-IF.
039100     PERFORM 1910-READ-NEXT-MASTER.
039200 4100-EXIT.
039300     EXIT.
039400
039500*    BUCKET 1 IS THE TIER MASTER'S CURRENT MONTH; WHEN THAT IS
039600*    BEHIND THE RUN MONTH THE OLDEST BUCKETS FALL OUTSIDE THE
039700*    WINDOW AND ARE LEFT OUT.
039800 4200-WINDOW-SPEND.
039900     MOVE DLRFMSEG-CUST-NO TO DLTIERM-CUST-NO.
040000     READ TIER-MASTER
040100         INVALID KEY
040200             MOVE 'N' TO DLR186-FOUND-SW
040300         NOT INVALID KEY
040400             MOVE 'Y' TO DLR186-FOUND-SW
040500     END-READ.
040600     IF  DLR186-FOUND
040700         MOVE DLTIERM-CURR-PERIOD TO DLR186-TIER-PERIOD
040800         COMPUTE DLR186-TIER-OFFSET = DLR186-RUN-MONTHS
040900             - DLR186-TIER-CCYY * 12 - DLR186-TIER-MM + 1
041000         IF  DLR186-TIER-OFFSET < ZERO
041100             MOVE ZERO TO DLR186-TIER-OFFSET
041200         END-IF
041300         PERFORM 4210-ADD-ONE-BUCKET
041400             VARYING DLR186-BUCKET-SUB FROM 1 BY 1
041500             UNTIL DLR186-BUCKET-SUB + DLR186-TIER-OFFSET > 12
041600     ELSE
041700         ADD 1 TO DLR186-NO-TIER-COUNT
041800     END-IF.
041900 4200-EXIT.
042000     EXIT.
042100
042200 4210-ADD-ONE-BUCKET.
042300     ADD DLTIERM-MONTH-SPEND (DLR186-BUCKET-SUB)
042400         TO DLRFMSEG-NET-SPEND.
042500 4210-EXIT.
042600     EXIT.
042700
042800 4300-CELL-RECENCY.
042900     IF  DLRFMSEG-DAYS-SINCE > 366
043000         MOVE 367 TO DLR186-CELL-SUB
043100     ELSE
043200         COMPUTE DLR186-CELL-SUB = DLRFMSEG-DAYS-SINCE + 1
043300     END-IF.
043400 4300-EXIT.
043500     EXIT.
043600
043700 4400-CELL-FREQUENCY.
043800     IF  DLRFMSEG-VISITS > 1000
043900         MOVE 1000 TO DLR186-CELL-SUB
044000     ELSE
044100         MOVE DLRFMSEG-VISITS TO DLR186-CELL-SUB
044200     END-IF.
044300 4400-EXIT.
044400     EXIT.
044500
044600 4500-CELL-MONETARY.
044700     EVALUATE TRUE
044800         WHEN DLRFMSEG-NET-SPEND <= ZERO
044900             MOVE 1 TO DLR186-CELL-SUB
045000         WHEN DLRFMSEG-NET-SPEND >= 49990
045100             MOVE 5000 TO DLR186-CELL-SUB
045200         WHEN OTHER
045300             COMPUTE DLR186-CELL-SUB =
045400                 DLRFMSEG-NET-SPEND / 10 + 1
045500     END-EVALUATE.
045600 4500-EXIT.
045700     EXIT.
045800
045900*    EACH HISTOGRAM IS WALKED FROM ITS WORST END; A CELL SCORES
046000*    BY THE FIFTH OF THE ACTIVE CARDS IN WHICH IT STARTS, SO
046100*    CARDS WITH EQUAL VALUES ALWAYS SHARE A SCORE.
046200 5000-SET-SCORES.
046300     MOVE ZERO TO DLR186-CUM-COUNT.
046400     PERFORM 5100-SCORE-ONE-R
046500         VARYING DLR186-CELL-SUB FROM 367 BY -1
046600         UNTIL DLR186-CELL-SUB < 1.
046700     MOVE ZERO TO DLR186-CUM-COUNT.
046800     PERFORM 5200-SCORE-ONE-F
046900         VARYING DLR186-CELL-SUB FROM 1 BY 1
047000         UNTIL DLR186-CELL-SUB > 1000.
047100     MOVE ZERO TO DLR186-CUM-COUNT.
047200     PERFORM 5300-SCORE-ONE-M
047300         VARYING DLR186-CELL-SUB FROM 1 BY 1
047400         UNTIL DLR186-CELL-SUB > 5000.
047500 5000-EXIT.
047600     EXIT.
047700
047800 5100-SCORE-ONE-R.
047900     IF  DLR186-R-COUNT (DLR186-CELL-SUB) > ZERO
048000         COMPUTE DLR186-R-SCORE (DLR186-CELL-SUB) =
048100             1 + (DLR186-CUM-COUNT * 5) / DLR186-ACTIVE-COUNT
048200         ADD DLR186-R-COUNT (DLR186-CELL-SUB)
048300             TO DLR186-CUM-COUNT
048400     END-IF.
048500 5100-EXIT.
048600     EXIT.
048700
048800 5200-SCORE-ONE-F.
048900     IF  DLR186-F-COUNT (DLR186-CELL-SUB) > ZERO
049000         COMPUTE DLR186-F-SCORE (DLR186-CELL-SUB) =
049100             1 + (DLR186-CUM-COUNT * 5) / DLR186-ACTIVE-COUNT
049200         ADD DLR186-F-COUNT (DLR186-CELL-SUB)
049300             TO DLR186-CUM-COUNT
049400     END-IF.
049500 5200-EXIT.
049600     EXIT.
049700
049800 5300-SCORE-ONE-M.
049900     IF  DLR186-M-COUNT (DLR186-CELL-SUB) > ZERO
050000         COMPUTE DLR186-M-SCORE (DLR186-CELL-SUB) =
050100             1 + (DLR186-CUM-COUNT * 5) / DLR186-ACTIVE-COUNT
050200         ADD DLR186-M-COUNT (DLR186-CELL-SUB)
050300             TO DLR186-CUM-COUNT
050400     END-IF.
050500 5300-EXIT.
050600     EXIT.
050700
050800 6000-SCORE-MASTER.
050900     PERFORM 1900-START-MASTER.
051000     PERFORM 6100-SCORE-ONE-ROW
051100         UNTIL DLR186-MAST-EOF.
051200 6000-EXIT.
051300     EXIT.
051400
051500 6100-SCORE-ONE-ROW.
051600     IF  DLRFMSEG-VISITS > ZERO
051700         PERFORM 4300-CELL-RECENCY
051800         MOVE DLR186-R-SCORE (DLR186-CELL-SUB)
051900             TO DLRFMSEG-R-SCORE
052000         PERFORM 4400-CELL-FREQUENCY
052100         MOVE DLR186-F-SCORE (DLR186-CELL-SUB)
052200             TO DLRFMSEG-F-SCORE
052300         PERFORM 4500-CELL-MONETARY
052400         MOVE DLR186-M-SCORE (DLR186-CELL-SUB)
052500             TO DLRFMSEG-M-SCORE
052600     ELSE
052700         MOVE ZERO TO DLRFMSEG-RFM-CELL
052800         ADD 1 TO DLR186-LAPSED-COUNT
052900     END-IF.
053000     PERFORM 6200-NAME-SEGMENT.
053100     IF  DLRFMSEG-SEGMENT NOT = DLRFMSEG-PRIOR-SEGMENT
053200     AND DLRFMSEG-SCORE-PERIOD NOT = DLR186-RUN-PERIOD
053300         MOVE DLR186-RUN-DATE TO DLRFMSEG-SEGMENT-DATE
053400     END-IF.
053500     MOVE DLR186-RUN-PERIOD TO DLRFMSEG-SCORE-PERIOD.
053600     PERFORM 1920-REWRITE-MASTER.
053700     ADD 1 TO DLR186-ROWS-SCORED.
053800     PERFORM 6300-COUNT-MIGRATION.
053900     PERFORM 1910-READ-NEXT-MASTER.
054000 6100-EXIT.
054100     EXIT.
054200
054300 6200-NAME-SEGMENT.
054400     EVALUATE TRUE
054500         WHEN DLRFMSEG-VISITS = ZERO
054600             MOVE 'LP' TO DLRFMSEG-SEGMENT
054700         WHEN DLRFMSEG-R-SCORE >= 4
054800         AND  DLRFMSEG-F-SCORE >= 4
054900         AND  DLRFMSEG-M-SCORE >= 4
055000             MOVE 'CH' TO DLRFMSEG-SEGMENT
055100         WHEN DLRFMSEG-R-SCORE >= 4
055200         AND  DLRFMSEG-VISITS = 1
055300             MOVE 'NW' TO DLRFMSEG-SEGMENT
055400         WHEN DLRFMSEG-R-SCORE >= 3
055500         AND  DLRFMSEG-F-SCORE >= 4
055600             MOVE 'LO' TO DLRFMSEG-SEGMENT
055700         WHEN DLRFMSEG-R-SCORE >= 3
055800         AND  DLRFMSEG-F-SCORE >= 2
055900             MOVE 'PL' TO DLRFMSEG-SEGMENT
056000         WHEN DLRFMSEG-R-SCORE >= 3
056100             MOVE 'NA' TO DLRFMSEG-SEGMENT
056200         WHEN DLRFMSEG-F-SCORE >= 3
056300         OR   DLRFMSEG-M-SCORE >= 4
056400             MOVE 'AR' TO DLRFMSEG-SEGMENT
056500         WHEN OTHER
056600             MOVE 'HB' TO DLRFMSEG-SEGMENT
056700     END-EVALUATE.
056800 6200-EXIT.
056900     EXIT.
057000
057100*    A PRIOR SEGMENT NOT IN THE TABLE (BLANK ON A CARD FIRST
057200*    SEGMENTED THIS MONTH) COUNTS ON THE NINTH, NEW-ROW LINE.
057300 6300-COUNT-MIGRATION.
057400     MOVE DLRFMSEG-SEGMENT TO DLR186-LOOK-SEGMENT.
057500     PERFORM 6400-FIND-SEGMENT.
057600     MOVE DLR186-SEG-SUB TO DLR186-CELL-SUB.
057700     MOVE DLRFMSEG-PRIOR-SEGMENT TO DLR186-LOOK-SEGMENT.
057800     PERFORM 6400-FIND-SEGMENT.
057900     MOVE DLR186-SEG-SUB TO DLR186-PRIOR-SUB.
058000     ADD 1 TO DLR186-ST-NOW-COUNT (DLR186-CELL-SUB).
058100     ADD DLRFMSEG-NET-SPEND TO DLR186-ST-SPEND (DLR186-CELL-SUB).
058200     ADD 1 TO DLR186-ST-PRIOR-COUNT (DLR186-PRIOR-SUB).
058300     ADD 1 TO DLR186-MX-CELL (DLR186-PRIOR-SUB, DLR186-CELL-SUB).
058400     IF  DLR186-PRIOR-SUB NOT = DLR186-CELL-SUB
058500         ADD 1 TO DLR186-MOVED-COUNT
058600     END-IF.
058700 6300-EXIT.
058800     EXIT.
058900
059000 6400-FIND-SEGMENT.
059100     MOVE 9 TO DLR186-SEG-SUB.
059200     SET DLR186-SEG-IX TO 1.
059300     SEARCH DLR186-SEG-ENTRY
059400         AT END
059500             CONTINUE
059600         WHEN DLR186-SEG-CODE (DLR186-SEG-IX)
059700                 = DLR186-LOOK-SEGMENT
059800             SET DLR186-SEG-SUB TO DLR186-SEG-IX
059900     END-SEARCH.
060000 6400-EXIT.
060100     EXIT.
060200
060300 8000-PRINT-REPORT.
060400     MOVE DLR186-RUN-DATE TO DLR186-H-RUN-DATE.
060500     MOVE DLR186-WINDOW-START TO DLR186-H-WINDOW-START.
060600     MOVE DLR186-RUN-DATE TO DLR186-H-WINDOW-END.
060700     WRITE SEGMENT-LINE FROM DLR186-HEADING-1.
060800     WRITE SEGMENT-LINE FROM DLR186-HEADING-2.
060810     MOVE DLR186-LOW-DATE TO DLR186-H-LOW-DATE.
060820     MOVE DLR186-HIGH-DATE TO DLR186-H-HIGH-DATE.
060830     WRITE SEGMENT-LINE FROM DLR186-HEADING-3.
060900     WRITE SEGMENT-LINE FROM DLR186-BLANK-LINE.
061000     WRITE SEGMENT-LINE FROM DLR186-SUMMARY-HEADING.
061100     PERFORM 8100-PRINT-ONE-SEGMENT
061200         VARYING DLR186-SEG-SUB FROM 1 BY 1
061300         UNTIL DLR186-SEG-SUB > 8.
061400     WRITE SEGMENT-LINE FROM DLR186-BLANK-LINE.
061500     WRITE SEGMENT-LINE FROM DLR186-MATRIX-HEADING-1.
061600     PERFORM 8200-SET-ONE-COLUMN
061700         VARYING DLR186-SEG-SUB FROM 1 BY 1
061800         UNTIL DLR186-SEG-SUB > 8.
061900     WRITE SEGMENT-LINE FROM DLR186-MATRIX-HEADING-2.
062000     PERFORM 8300-PRINT-ONE-MATRIX-ROW
062100         VARYING DLR186-PRIOR-SUB FROM 1 BY 1
062200         UNTIL DLR186-PRIOR-SUB > 9.
062300     WRITE SEGMENT-LINE FROM DLR186-BLANK-LINE.
062400     MOVE 'DTAR107 RECORDS READ' TO DLR186-T-LABEL.
062500     MOVE DLR186-SALES-READ TO DLR186-T-COUNT.
062600     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
062700     MOVE 'SALES INSIDE THE WINDOW' TO DLR186-T-LABEL.
062800     MOVE DLR186-SALES-IN-WINDOW TO DLR186-T-COUNT.
062900     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
063000     MOVE 'CARDS SCORED' TO DLR186-T-LABEL.
063100     MOVE DLR186-ROWS-SCORED TO DLR186-T-COUNT.
063200     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
063300     MOVE '  ACTIVE IN THE WINDOW' TO DLR186-T-LABEL.
063400     MOVE DLR186-ACTIVE-COUNT TO DLR186-T-COUNT.
063500     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
063600     MOVE '  LAPSED' TO DLR186-T-LABEL.
063700     MOVE DLR186-LAPSED-COUNT TO DLR186-T-COUNT.
063800     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
063900     MOVE 'CARDS SEGMENTED FOR THE FIRST TIME' TO DLR186-T-LABEL.
064000     MOVE DLR186-ROWS-ADDED TO DLR186-T-COUNT.
064100     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
064200     MOVE 'CARDS CHANGING SEGMENT' TO DLR186-T-LABEL.
064300     MOVE DLR186-MOVED-COUNT TO DLR186-T-COUNT.
064400     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
064500     MOVE 'ACTIVE CARDS WITH NO DLTIERM ROW' TO DLR186-T-LABEL.
064600     MOVE DLR186-NO-TIER-COUNT TO DLR186-T-COUNT.
064700     WRITE SEGMENT-LINE FROM DLR186-TOTAL-LINE.
064800 8000-EXIT.
064900     EXIT.
065000
065100 8100-PRINT-ONE-SEGMENT.
065200     MOVE DLR186-SEG-CODE (DLR186-SEG-SUB) TO DLR186-S-CODE.
065300     MOVE DLR186-SEG-NAME (DLR186-SEG-SUB) TO DLR186-S-NAME.
065400     MOVE DLR186-ST-NOW-COUNT (DLR186-SEG-SUB) TO DLR186-S-NOW.
065500     MOVE DLR186-ST-PRIOR-COUNT (DLR186-SEG-SUB)
065600         TO DLR186-S-PRIOR.
065700     MOVE DLR186-ST-SPEND (DLR186-SEG-SUB) TO DLR186-S-SPEND.
065800     WRITE SEGMENT-LINE FROM DLR186-SUMMARY-LINE.
065900 8100-EXIT.
066000     EXIT.
066100
066200 8200-SET-ONE-COLUMN.
066300     MOVE DLR186-SEG-CODE (DLR186-SEG-SUB)
066400         TO DLR186-MH-CODE (DLR186-SEG-SUB).
066500 8200-EXIT.
066600     EXIT.
066700
066800 8300-PRINT-ONE-MATRIX-ROW.
066900     IF  DLR186-PRIOR-SUB > 8
067000         MOVE SPACES TO DLR186-ML-CODE
067100         MOVE 'FIRST SEGMENTED' TO DLR186-ML-NAME
067200     ELSE
067300         MOVE DLR186-SEG-CODE (DLR186-PRIOR-SUB)
067400             TO DLR186-ML-CODE
067500         MOVE DLR186-SEG-NAME (DLR186-PRIOR-SUB)
067600             TO DLR186-ML-NAME
067700     END-IF.
067800     MOVE ZERO TO DLR186-ROW-TOTAL.
067900     PERFORM 8310-EDIT-ONE-CELL
068000         VARYING DLR186-SEG-SUB FROM 1 BY 1
068100         UNTIL DLR186-SEG-SUB > 8.
068200     MOVE DLR186-ROW-TOTAL TO DLR186-ML-TOTAL.
068300     WRITE SEGMENT-LINE FROM DLR186-MATRIX-LINE.
068400 8300-EXIT.
068500     EXIT.
068600
068700 8310-EDIT-ONE-CELL.
068800     MOVE DLR186-MX-CELL (DLR186-PRIOR-SUB, DLR186-SEG-SUB)
068900         TO DLR186-ML-CELL (DLR186-SEG-SUB).
069000     ADD DLR186-MX-CELL (DLR186-PRIOR-SUB, DLR186-SEG-SUB)
069100         TO DLR186-ROW-TOTAL.
069200 8310-EXIT.
069300     EXIT.
069301
069302*    THE INPUT FELL SHORT OF THE WINDOW - HEADINGS, THE DATES
069304*    ACTUALLY READ AND THE REASON NOTHING WAS SCORED.
069306 8500-PRINT-NOT-COVERED.
069308     MOVE DLR186-RUN-DATE TO DLR186-H-RUN-DATE.
069310     MOVE DLR186-WINDOW-START TO DLR186-H-WINDOW-START.
069312     MOVE DLR186-RUN-DATE TO DLR186-H-WINDOW-END.
069314     MOVE DLR186-LOW-DATE TO DLR186-H-LOW-DATE.
069316     MOVE DLR186-HIGH-DATE TO DLR186-H-HIGH-DATE.
069318     WRITE SEGMENT-LINE FROM DLR186-HEADING-1.
069320     WRITE SEGMENT-LINE FROM DLR186-HEADING-2.
069322     WRITE SEGMENT-LINE FROM DLR186-HEADING-3.
069324     WRITE SEGMENT-LINE FROM DLR186-BLANK-LINE.
069326     WRITE SEGMENT-LINE FROM DLR186-NOT-COVERED-LINE.
069328 8500-EXIT.
069330     EXIT.
069400
069500 9000-TERMINATE.
069600     DISPLAY 'DLR186 CARDS SCORED      = ' DLR186-ROWS-SCORED.
069700     DISPLAY 'DLR186 ACTIVE            = ' DLR186-ACTIVE-COUNT.
069800     DISPLAY 'DLR186 CHANGED SEGMENT   = ' DLR186-MOVED-COUNT.
069810     IF  NOT DLR186-COVERED
069820         DISPLAY 'DLR186 DTAR107 DOES NOT COVER THE WINDOW'
069830         MOVE 8 TO RETURN-CODE
069840     END-IF.
069900     CLOSE DTAR107-FILE
070000           TIER-MASTER
070100           SEGMENT-MASTER
070200           SEGMENT-REPORT.
070300 9000-EXIT.
070400     EXIT.
