000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR231.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR231 - CONSIGNMENT SELL-THROUGH SETTLEMENT                 *
001000*                                                                *
001100*   RUN WEEKLY. EVERY DLCONSAG AGREEMENT (DLR230) IS SETTLED UP  *
001200*   TO ITS CYCLE'S CUT-OFF - YESTERDAY FOR A WEEKLY AGREEMENT,   *
001300*   THE LAST DAY OF THE MONTH JUST ENDED FOR A MONTHLY ONE, OR   *
001400*   THE AGREEMENT'S END DATE IF SOONER - FROM THE DAY AFTER IT   *
001500*   WAS LAST SETTLED TO (OR ITS START). THE KEYCODE'S DTAR020    *
001600*   SALES IN THAT SPAN ARE TOTALLED, NET OF REFUNDS. BASIS C     *
001700*   PAYS THE UNIT COST FOR EACH NET UNIT SOLD; BASIS R PAYS THE  *
001800*   NET SALES VALUE LESS THE MARGIN PERCENT. A SELL-THROUGH      *
001900*   STATEMENT IS PRINTED FOR EACH VENDOR WITH ANYTHING DUE, A    *
002000*   PAYABLE FOR THE VENDOR'S TOTAL IS WRITTEN TO CONSGPAY FOR    *
002100*   DLR202 TO LOAD INTO THE AP PAYMENT RUN, AND THE AGREEMENTS   *
002200*   ARE MARKED SETTLED TO THE CUT-OFF SO A RERUN PAYS NOTHING    *
002300*   TWICE. A VENDOR WHOSE REFUNDS OUTWEIGH ITS SALES IS NOT      *
002400*   SETTLED; THE SPAN IS CARRIED INTO THE NEXT CYCLE.            *
002410*   THE DTAR020 DD IS EITHER THE NIGHTLY EXTRACTS FOR THE SPAN   *
002420*   CONCATENATED, OR THE DTAR020R REGENERATION THAT DLR056 MAKES *
002430*   FROM DL020ARC FOR THE SPAN. THE LOWEST AND HIGHEST SALE      *
002440*   DATES READ ARE TAKEN AS THE DATES COVERED; AN AGREEMENT      *
002450*   WHOSE SPAN RUNS OUTSIDE THEM IS NOT PRICED OR MARKED         *
002460*   SETTLED, IS LISTED, AND ENDS THE RUN RC 4, SO ITS SALES ARE  *
002470*   PAID ONCE AND IN FULL WHEN THE INPUT COVERS THE SPAN.        *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002810*  02 | 15/10/26 | FOREIGN-CURRENCY STORE SALES | R. GEALL       *
002820*     |          | CONVERTED THROUGH DLR176     |                *
002830*     |          | BEFORE THEY ARE SETTLED      |                *
002840*  03 | 15/10/26 | SPAN CHECKED AGAINST DTAR020 | R. GEALL       *
002850*     |          | SALE DATES READ; AGREEMENTS  |                *
002860*     |          | NOT COVERED HELD (RC 4)      |                *
002870*  04 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002880*     |          | COPYBOOK DLCONPAY            |                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CONSIGN-MASTER    ASSIGN TO DLCONSAG
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS DYNAMIC
004000                              RECORD KEY IS DLCONSAG-KEYCODE-NO.
004100     SELECT DTAR020-FILE      ASSIGN TO DTAR020
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT PAYABLE-FILE      ASSIGN TO CONSGPAY
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT SETTLE-REPORT     ASSIGN TO CONSRPT
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT STATEMENT-PRINT   ASSIGN TO CONSTMT
004800                              ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONSIGN-MASTER
005200     LABEL RECORDS ARE STANDARD.
005300 01  DLCONSAG-RECORD.
005400     COPY DLCONSAG.
005500 FD  DTAR020-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  DTAR020-REC.
005900     COPY DTAR020.
006000 FD  PAYABLE-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLCONPAY-RECORD.
006400     COPY DLCONPAY.
007000 FD  SETTLE-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  SETTLE-LINE                 PIC X(132).
007400 FD  STATEMENT-PRINT
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  STATEMENT-LINE              PIC X(90).
007800 WORKING-STORAGE SECTION.
007900 01  DLR231-SWITCHES.
008000     05  DLR231-AGR-EOF-SW        PIC X(01)  VALUE 'N'.
008100         88  DLR231-AGR-EOF                  VALUE 'Y'.
008200     05  DLR231-SALES-EOF-SW      PIC X(01)  VALUE 'N'.
008300         88  DLR231-SALES-EOF                VALUE 'Y'.
008400     05  DLR231-VEND-FOUND-SW     PIC X(01)  VALUE 'N'.
008500         88  DLR231-VEND-FOUND               VALUE 'Y'.
008600     05  DLR231-MASTER-FOUND-SW   PIC X(01)  VALUE 'N'.
008700         88  DLR231-MASTER-FOUND             VALUE 'Y'.
008800 01  DLR231-DATES.
008900     05  DLR231-RUN-CCYYMMDD      PIC 9(08)  VALUE ZERO.
009000     05  DLR231-RUN-PARTS REDEFINES DLR231-RUN-CCYYMMDD.
009100         10  DLR231-RUN-CCYYMM    PIC 9(06).
009200         10  DLR231-RUN-DD        PIC 9(02).
009300     05  DLR231-MONTH-START       PIC 9(08)  VALUE ZERO.
009400     05  DLR231-WEEK-CUT-OFF      PIC 9(08)  VALUE ZERO.
009500     05  DLR231-MONTH-CUT-OFF     PIC 9(08)  VALUE ZERO.
009600     05  DLR231-CUT-OFF           PIC 9(08)  VALUE ZERO.
009700     05  DLR231-FROM-DATE         PIC 9(08)  VALUE ZERO.
009800     05  DLR231-SALE-DATE         PIC 9(08)  VALUE ZERO.
009810     05  DLR231-LOW-SALE          PIC 9(08)  VALUE 99999999.
009820     05  DLR231-HIGH-SALE         PIC 9(08)  VALUE ZERO.
009900*    THE AGREEMENTS WITH A SPAN DUE FOR SETTLEMENT THIS RUN,
010000*    WITH THE SALES GATHERED FOR EACH.
010100 01  DLR231-AGR-CONTROL.
010200     05  DLR231-AGR-COUNT         PIC S9(04)  COMP  VALUE ZERO.
010300     05  DLR231-AGR-SUB           PIC S9(04)  COMP  VALUE ZERO.
010400 01  DLR231-AGR-TABLE.
010500     05  DLR231-AGR-ENTRY OCCURS 2000 TIMES
010600                          INDEXED BY DLR231-AGR-IX.
010700         10  DLR231-A-KEYCODE-NO  PIC X(08).
010800         10  DLR231-A-SUP-ID      PIC 9(08).
010900         10  DLR231-A-BASIS       PIC X(01).
011000             88  DLR231-A-COST-BASIS         VALUE 'C'.
011100         10  DLR231-A-UNIT-COST   PIC 9(07)V99.
011200         10  DLR231-A-MARGIN-PCT  PIC 9(02)V99.
011300         10  DLR231-A-FROM        PIC 9(08).
011400         10  DLR231-A-TO          PIC 9(08).
011500         10  DLR231-A-NET-QTY     PIC S9(09)     COMP-3.
011600         10  DLR231-A-NET-SALES   PIC S9(11)V99  COMP-3.
011700         10  DLR231-A-AMOUNT      PIC S9(11)V99  COMP-3.
011710         10  DLR231-A-HELD-SW     PIC X(01).
011720             88  DLR231-A-HELD               VALUE 'Y'.
011800*    THE VENDORS OF THOSE AGREEMENTS, ONE STATEMENT EACH.
011900 01  DLR231-VEND-CONTROL.
012000     05  DLR231-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012100     05  DLR231-VEND-SUB          PIC S9(04)  COMP  VALUE ZERO.
012200 01  DLR231-VEND-TABLE.
012300     05  DLR231-VEND-ENTRY OCCURS 500 TIMES
012400                           INDEXED BY DLR231-VX.
012500         10  DLR231-V-SUP-ID      PIC 9(08).
012600 01  DLR231-VENDOR-WORK.
012700     05  DLR231-W-SUP-ID          PIC 9(08).
012800     05  DLR231-W-KEYCODES        PIC 9(05)      COMP-3.
012900     05  DLR231-W-PERIOD-TO       PIC 9(08).
013000     05  DLR231-W-NET-SALES       PIC S9(11)V99  COMP-3.
013100     05  DLR231-W-AMOUNT          PIC S9(11)V99  COMP-3.
013200 01  DLR231-COUNTERS.
013300     05  DLR231-AGREEMENTS-READ   PIC 9(07)  VALUE ZERO.
013400     05  DLR231-AGREEMENTS-DUE    PIC 9(07)  VALUE ZERO.
013500     05  DLR231-AGR-DROPPED       PIC 9(07)  VALUE ZERO.
013600     05  DLR231-SALES-READ        PIC 9(09)  VALUE ZERO.
013700     05  DLR231-SALES-SETTLED     PIC 9(09)  VALUE ZERO.
013800     05  DLR231-PAYABLES-WRITTEN  PIC 9(07)  VALUE ZERO.
013900     05  DLR231-NOTHING-DUE       PIC 9(07)  VALUE ZERO.
014000     05  DLR231-CARRIED           PIC 9(07)  VALUE ZERO.
014010     05  DLR231-HELD              PIC 9(07)  VALUE ZERO.
014100 01  DLR231-TOTALS.
014200     05  DLR231-T-NET-SALES       PIC S9(13)V99 COMP-3
014300                                             VALUE ZERO.
014400     05  DLR231-T-PAYABLE         PIC S9(13)V99 COMP-3
014500                                             VALUE ZERO.
014600     05  DLR231-T-CARRIED         PIC S9(13)V99 COMP-3
014700                                             VALUE ZERO.
014800 01  DLR231-HEADING-1.
014900     05  FILLER                   PIC X(53)  VALUE
015000         'DLR231 - CONSIGNMENT SELL-THROUGH SETTLEMENT     RUN '.
015100     05  DLR231-H-RUN-DATE        PIC 9(08).
015200     05  FILLER                   PIC X(18)  VALUE
015300         '   WEEKLY CUT-OFF '.
015400     05  DLR231-H-WEEK-CUT-OFF    PIC 9(08).
015500     05  FILLER                   PIC X(18)  VALUE
015600         '  MONTHLY CUT-OFF '.
015700     05  DLR231-H-MONTH-CUT-OFF   PIC 9(08).
015800 01  DLR231-HEADING-2.
015900     05  FILLER                   PIC X(40)  VALUE
016000         'SUPPLIER  KEYCODES        NET SALES     '.
016100     05  FILLER                   PIC X(40)  VALUE
016200         '  AMOUNT DUE  ACTION                    '.
016300 01  DLR231-DETAIL-LINE.
016400     05  DLR231-L-SUP-ID          PIC 9(08).
016500     05  FILLER                   PIC X(02)  VALUE SPACES.
016600     05  DLR231-L-KEYCODES        PIC ZZZZZZZ9.
016700     05  FILLER                   PIC X(02)  VALUE SPACES.
016800     05  DLR231-L-NET-SALES       PIC -ZZZZZZZZZZ9.99.
016900     05  FILLER                   PIC X(02)  VALUE SPACES.
017000     05  DLR231-L-AMOUNT          PIC -ZZZZZZZZZZ9.99.
017100     05  FILLER                   PIC X(02)  VALUE SPACES.
017200     05  DLR231-L-ACTION          PIC X(30).
017300 01  DLR231-TOTAL-LINE.
017400     05  DLR231-T-LABEL           PIC X(40).
017500     05  DLR231-T-COUNT           PIC ZZZZZZZZ9.
017600     05  FILLER                   PIC X(02)  VALUE SPACES.
017700     05  DLR231-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
017800 01  DLR231-BLANK-LINE            PIC X(01)  VALUE SPACE.
017900*    VENDOR SELL-THROUGH STATEMENT.
018000 01  DLR231-STMT-HEADER.
018100     05  FILLER                   PIC X(36)  VALUE
018200         'CONSIGNMENT SELL-THROUGH STATEMENT  '.
018300     05  FILLER                   PIC X(11)  VALUE
018400         'SUPPLIER - '.
018500     05  DLR231-SH-SUP-ID         PIC 9(08).
018600     05  FILLER                   PIC X(09)  VALUE
018700         '  DATE - '.
018800     05  DLR231-SH-DATE           PIC 9(08).
018900 01  DLR231-STMT-HEADING.
019000     05  FILLER                   PIC X(40)  VALUE
019100         'KEYCODE   FROM     TO        NET UNITS  '.
019200     05  FILLER                   PIC X(41)  VALUE
019300         '    NET SALES B  COST/MGN%     AMOUNT DUE'.
019400 01  DLR231-STMT-DETAIL.
019500     05  DLR231-SD-KEYCODE-NO     PIC X(08).
019600     05  FILLER                   PIC X(02)  VALUE SPACES.
019700     05  DLR231-SD-FROM           PIC 9(08).
019800     05  FILLER                   PIC X(01)  VALUE SPACE.
019900     05  DLR231-SD-TO             PIC 9(08).
020000     05  FILLER                   PIC X(01)  VALUE SPACE.
020100     05  DLR231-SD-NET-QTY        PIC -ZZZZZZZZ9.
020200     05  FILLER                   PIC X(01)  VALUE SPACE.
020300     05  DLR231-SD-NET-SALES      PIC -ZZZZZZZZZ9.99.
020400     05  FILLER                   PIC X(01)  VALUE SPACE.
020500     05  DLR231-SD-BASIS          PIC X(01).
020600     05  FILLER                   PIC X(01)  VALUE SPACE.
020700     05  DLR231-SD-RATE           PIC ZZZZZZ9.99.
020800     05  FILLER                   PIC X(01)  VALUE SPACE.
020900     05  DLR231-SD-AMOUNT         PIC -ZZZZZZZZZ9.99.
021000 01  DLR231-STMT-TOTAL.
021100     05  FILLER                   PIC X(40)  VALUE
021200         'TOTAL DUE FOR SELL-THROUGH TO'.
021300     05  DLR231-ST-PERIOD-TO      PIC 9(08).
021400     05  FILLER                   PIC X(19)  VALUE SPACES.
021500     05  DLR231-ST-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
021510 01  DLR231-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
021520 01  DLFXCONV-AREA.
021530     COPY DLFXCONV.
021535 01  DLR231-RANGE-LINE.
021537     05  FILLER                   PIC X(40)  VALUE
021539         'DTAR020 SALE DATES READ'.
021541     05  DLR231-R-LOW             PIC 9(08).
021543     05  FILLER                   PIC X(04)  VALUE ' TO '.
021545     05  DLR231-R-HIGH            PIC 9(08).
021547 01  DLR231-HELD-HEADING.
021549     05  FILLER                   PIC X(52)  VALUE
021551         'AGREEMENTS NOT SETTLED - SPAN NOT COVERED BY DTAR020'.
021553 01  DLR231-HELD-LINE.
021555     05  FILLER                   PIC X(08)  VALUE 'KEYCODE '.
021557     05  DLR231-HL-KEYCODE-NO     PIC X(08).
021559     05  FILLER                   PIC X(11)  VALUE '  SUPPLIER '.
021561     05  DLR231-HL-SUP-ID         PIC 9(08).
021563     05  FILLER                   PIC X(07)  VALUE '  SPAN '.
021565     05  DLR231-HL-FROM           PIC 9(08).
021567     05  FILLER                   PIC X(04)  VALUE ' TO '.
021569     05  DLR231-HL-TO             PIC 9(08).
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE.
021900     PERFORM 2000-PROCESS-SALE
022000         UNTIL DLR231-SALES-EOF.
022010     PERFORM 2900-CHECK-COVERAGE
022020         VARYING DLR231-AGR-SUB FROM 1 BY 1
022030         UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT.
022100     PERFORM 3000-SETTLE-VENDOR
022200         VARYING DLR231-VEND-SUB FROM 1 BY 1
022300         UNTIL DLR231-VEND-SUB > DLR231-VEND-COUNT.
022400     PERFORM 8000-PRINT-TOTALS.
022500     PERFORM 9000-TERMINATE.
022600     STOP RUN.
022700
022800 1000-INITIALIZE.
022900     OPEN I-O    CONSIGN-MASTER.
023000     OPEN INPUT  DTAR020-FILE.
023100     OPEN OUTPUT PAYABLE-FILE.
023200     OPEN OUTPUT SETTLE-REPORT.
023300     OPEN OUTPUT STATEMENT-PRINT.
023350     MOVE 'O' TO DLFXCONV-FUNCTION.
023360     CALL 'DLR176' USING DLFXCONV-AREA.
023400     ACCEPT DLR231-RUN-CCYYMMDD FROM DATE YYYYMMDD.
023500     COMPUTE DLR231-WEEK-CUT-OFF =
023600         FUNCTION DATE-OF-INTEGER
023700             (FUNCTION INTEGER-OF-DATE (DLR231-RUN-CCYYMMDD) - 1).
023800     COMPUTE DLR231-MONTH-START = DLR231-RUN-CCYYMM * 100 + 1.
023900     COMPUTE DLR231-MONTH-CUT-OFF =
024000         FUNCTION DATE-OF-INTEGER
024100             (FUNCTION INTEGER-OF-DATE (DLR231-MONTH-START) - 1).
024200     MOVE DLR231-RUN-CCYYMMDD     TO DLR231-H-RUN-DATE.
024300     MOVE DLR231-WEEK-CUT-OFF     TO DLR231-H-WEEK-CUT-OFF.
024400     MOVE DLR231-MONTH-CUT-OFF    TO DLR231-H-MONTH-CUT-OFF.
024500     WRITE SETTLE-LINE FROM DLR231-HEADING-1.
024600     WRITE SETTLE-LINE FROM DLR231-BLANK-LINE.
024700     WRITE SETTLE-LINE FROM DLR231-HEADING-2.
024800     PERFORM 1100-LOAD-AGREEMENTS.
024900     PERFORM 2100-READ-SALE.
025000 1000-EXIT.
025100     EXIT.
025200
025300 1100-LOAD-AGREEMENTS.
025400     MOVE LOW-VALUES TO DLCONSAG-KEYCODE-NO.
025500     START CONSIGN-MASTER KEY NOT < DLCONSAG-KEYCODE-NO
025600         INVALID KEY
025700             MOVE 'Y' TO DLR231-AGR-EOF-SW
025800     END-START.
025900     PERFORM 1110-READ-AGREEMENT
026000         UNTIL DLR231-AGR-EOF.
026100 1100-EXIT.
026200     EXIT.
026300
026400 1110-READ-AGREEMENT.
026500     READ CONSIGN-MASTER NEXT RECORD
026600         AT END
026700             MOVE 'Y' TO DLR231-AGR-EOF-SW
026800         NOT AT END
026900             ADD 1 TO DLR231-AGREEMENTS-READ
027000             PERFORM 1120-TEST-AGREEMENT-DUE
027100     END-READ.
027200 1110-EXIT.
027300     EXIT.
027400
027500*    THE SPAN DUE RUNS FROM THE DAY AFTER THE DATE LAST SETTLED
027600*    TO, OR THE START IF LATER, UP TO THE CYCLE'S CUT-OFF OR THE
027700*    END OF THE AGREEMENT IF SOONER.
027800 1120-TEST-AGREEMENT-DUE.
027900     IF  DLCONSAG-MONTHLY
028000         MOVE DLR231-MONTH-CUT-OFF TO DLR231-CUT-OFF
028100     ELSE
028200         MOVE DLR231-WEEK-CUT-OFF TO DLR231-CUT-OFF
028300     END-IF.
028400     IF  DLCONSAG-END-DATE NOT = ZERO
028500     AND DLCONSAG-END-DATE < DLR231-CUT-OFF
028600         MOVE DLCONSAG-END-DATE TO DLR231-CUT-OFF
028700     END-IF.
028800     IF  DLCONSAG-SETTLED-TO < DLCONSAG-START-DATE
028900         MOVE DLCONSAG-START-DATE TO DLR231-FROM-DATE
029000     ELSE
029100         COMPUTE DLR231-FROM-DATE =
029200             FUNCTION DATE-OF-INTEGER
029300                 (FUNCTION INTEGER-OF-DATE
029400                     (DLCONSAG-SETTLED-TO) + 1)
029500     END-IF.
029600     IF  DLR231-FROM-DATE NOT > DLR231-CUT-OFF
029700         PERFORM 1130-STORE-ONE-AGREEMENT
029800     END-IF.
029900 1120-EXIT.
030000     EXIT.
030100
030200 1130-STORE-ONE-AGREEMENT.
030300     MOVE 'N' TO DLR231-VEND-FOUND-SW.
030400     IF  DLR231-AGR-COUNT < 2000
030500         PERFORM 1140-FIND-VENDOR
030600     END-IF.
030700     IF  DLR231-AGR-COUNT < 2000
030800     AND DLR231-VEND-FOUND
030900         ADD 1 TO DLR231-AGR-COUNT
031000         ADD 1 TO DLR231-AGREEMENTS-DUE
031100         SET DLR231-AGR-IX TO DLR231-AGR-COUNT
031200         MOVE DLCONSAG-KEYCODE-NO
031300             TO DLR231-A-KEYCODE-NO (DLR231-AGR-IX)
031400         MOVE DLCONSAG-SUP-ID
031500             TO DLR231-A-SUP-ID (DLR231-AGR-IX)
031600         MOVE DLCONSAG-BASIS
031700             TO DLR231-A-BASIS (DLR231-AGR-IX)
031800         MOVE DLCONSAG-UNIT-COST
031900             TO DLR231-A-UNIT-COST (DLR231-AGR-IX)
032000         MOVE DLCONSAG-MARGIN-PCT
032100             TO DLR231-A-MARGIN-PCT (DLR231-AGR-IX)
032200         MOVE DLR231-FROM-DATE
032300             TO DLR231-A-FROM (DLR231-AGR-IX)
032400         MOVE DLR231-CUT-OFF
032500             TO DLR231-A-TO (DLR231-AGR-IX)
032600         MOVE ZERO TO DLR231-A-NET-QTY (DLR231-AGR-IX)
032700         MOVE ZERO TO DLR231-A-NET-SALES (DLR231-AGR-IX)
032800         MOVE ZERO TO DLR231-A-AMOUNT (DLR231-AGR-IX)
032810         MOVE 'N' TO DLR231-A-HELD-SW (DLR231-AGR-IX)
032900     ELSE
033000         ADD 1 TO DLR231-AGR-DROPPED
033100         DISPLAY 'DLR231 AGREEMENT TABLE FULL - KEYCODE '
033200             DLCONSAG-KEYCODE-NO
033300     END-IF.
033400 1130-EXIT.
033500     EXIT.
033600
033700 1140-FIND-VENDOR.
033800     MOVE 'N' TO DLR231-VEND-FOUND-SW.
033900     SET DLR231-VX TO 1.
034000     SEARCH DLR231-VEND-ENTRY
034100         AT END
034200             CONTINUE
034300         WHEN DLR231-VX > DLR231-VEND-COUNT
034400             ADD 1 TO DLR231-VEND-COUNT
034500             MOVE DLCONSAG-SUP-ID
034600                 TO DLR231-V-SUP-ID (DLR231-VX)
034700             MOVE 'Y' TO DLR231-VEND-FOUND-SW
034800         WHEN DLR231-V-SUP-ID (DLR231-VX) = DLCONSAG-SUP-ID
034900             MOVE 'Y' TO DLR231-VEND-FOUND-SW
035000     END-SEARCH.
035100 1140-EXIT.
035200     EXIT.
035300
035400*    A SALE COUNTS AGAINST ITS KEYCODE'S AGREEMENT WHEN IT FALLS
035500*    IN THE SPAN DUE; REFUNDS CARRY A NEGATIVE QUANTITY AND
035600*    VALUE AND NET OFF.
035700 2000-PROCESS-SALE.
035800     ADD 1 TO DLR231-SALES-READ.
035810     COMPUTE DLR231-SALE-DATE = DTAR020-DATE + 19000000.
035820     IF  DLR231-SALE-DATE < DLR231-LOW-SALE
035830         MOVE DLR231-SALE-DATE TO DLR231-LOW-SALE
035840     END-IF.
035850     IF  DLR231-SALE-DATE > DLR231-HIGH-SALE
035860         MOVE DLR231-SALE-DATE TO DLR231-HIGH-SALE
035870     END-IF.
035900     SET DLR231-AGR-IX TO 1.
036000     SEARCH DLR231-AGR-ENTRY
036100         AT END
036200             CONTINUE
036300         WHEN DLR231-AGR-IX > DLR231-AGR-COUNT
036400             CONTINUE
036500         WHEN DLR231-A-KEYCODE-NO (DLR231-AGR-IX)
036600                 = DTAR020-KEYCODE-NO
036900             IF  DLR231-SALE-DATE
037000                     NOT < DLR231-A-FROM (DLR231-AGR-IX)
037100             AND DLR231-SALE-DATE
037200                     NOT > DLR231-A-TO (DLR231-AGR-IX)
037300                 ADD 1 TO DLR231-SALES-SETTLED
037400                 ADD DTAR020-QTY-SOLD
037500                     TO DLR231-A-NET-QTY (DLR231-AGR-IX)
037550                 PERFORM 2050-CONVERT-SALE
037600                 ADD DLFXCONV-LOCAL-AMT
037700                     TO DLR231-A-NET-SALES (DLR231-AGR-IX)
037800             END-IF
037900     END-SEARCH.
038000     PERFORM 2100-READ-SALE.
038100 2000-EXIT.
038200     EXIT.
038300
038304*    THE VENDOR IS PAID IN LOCAL CURRENCY, SO A SALE AT A
038308*    FOREIGN-CURRENCY STORE IS SETTLED AT ITS LOCAL EQUIVALENT.
038312 2050-CONVERT-SALE.
038316     MOVE 'C' TO DLFXCONV-FUNCTION.
038320     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
038324     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
038328     MOVE DLR231-SALE-DATE TO DLFXCONV-TRADE-DATE.
038332     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
038336     CALL 'DLR176' USING DLFXCONV-AREA.
038340     IF  DLFXCONV-NO-RATE
038344         ADD 1 TO DLR231-NO-RATE-COUNT
038348     END-IF.
038352 2050-EXIT.
038356     EXIT.
038360
038400 2100-READ-SALE.
038500     READ DTAR020-FILE
038600         AT END
038700             MOVE 'Y' TO DLR231-SALES-EOF-SW
038800     END-READ.
038900 2100-EXIT.
039000     EXIT.
039005
039010*    THE SALES READ ARE TAKEN TO COVER THE LOWEST TO THE HIGHEST
039012*    SALE DATE ON THE FILE. AN AGREEMENT WHOSE SPAN RUNS OUTSIDE
039014*    THAT IS HELD - NOT PRICED, STATED OR MARKED SETTLED - SO THE
039016*    WHOLE SPAN IS SETTLED ONCE BY A RUN WHOSE INPUT COVERS IT.
039018 2900-CHECK-COVERAGE.
039020     SET DLR231-AGR-IX TO DLR231-AGR-SUB.
039022     IF  DLR231-A-FROM (DLR231-AGR-IX) < DLR231-LOW-SALE
039024     OR  DLR231-A-TO (DLR231-AGR-IX) > DLR231-HIGH-SALE
039026         MOVE 'Y' TO DLR231-A-HELD-SW (DLR231-AGR-IX)
039028         ADD 1 TO DLR231-HELD
039030     END-IF.
039032 2900-EXIT.
039034     EXIT.
039100
039200*    THE VENDOR'S AGREEMENTS ARE PRICED TOGETHER. A POSITIVE
039300*    TOTAL IS STATED AND RAISED AS ONE PAYABLE; A NIL TOTAL IS
039400*    SETTLED WITH NOTHING TO PAY; A NEGATIVE ONE IS LEFT FOR THE
039500*    NEXT CYCLE'S SALES TO ABSORB.
039600 3000-SETTLE-VENDOR.
039700     SET DLR231-VX TO DLR231-VEND-SUB.
039800     MOVE DLR231-V-SUP-ID (DLR231-VX) TO DLR231-W-SUP-ID.
039900     MOVE ZERO TO DLR231-W-KEYCODES.
040000     MOVE ZERO TO DLR231-W-PERIOD-TO.
040100     MOVE ZERO TO DLR231-W-NET-SALES.
040200     MOVE ZERO TO DLR231-W-AMOUNT.
040300     PERFORM 3100-PRICE-AGREEMENT
040400         VARYING DLR231-AGR-SUB FROM 1 BY 1
040500         UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT.
040600     ADD DLR231-W-NET-SALES TO DLR231-T-NET-SALES.
040700     EVALUATE TRUE
040710         WHEN DLR231-W-KEYCODES = ZERO
040720             MOVE 'SPAN NOT COVERED - HELD' TO DLR231-L-ACTION
040800         WHEN DLR231-W-AMOUNT > ZERO
040900             PERFORM 3200-PRINT-STATEMENT
041000             PERFORM 3300-WRITE-PAYABLE
041100             PERFORM 3400-MARK-SETTLED
041200                 VARYING DLR231-AGR-SUB FROM 1 BY 1
041300                 UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT
041400             MOVE 'PAYABLE RAISED' TO DLR231-L-ACTION
041500         WHEN DLR231-W-AMOUNT = ZERO
041600             PERFORM 3400-MARK-SETTLED
041700                 VARYING DLR231-AGR-SUB FROM 1 BY 1
041800                 UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT
041900             ADD 1 TO DLR231-NOTHING-DUE
042000             MOVE 'NOTHING DUE' TO DLR231-L-ACTION
042100         WHEN OTHER
042200             ADD 1 TO DLR231-CARRIED
042300             ADD DLR231-W-AMOUNT TO DLR231-T-CARRIED
042400             MOVE 'NET REFUNDS - CARRIED FORWARD'
042500                 TO DLR231-L-ACTION
042600     END-EVALUATE.
042700     MOVE DLR231-W-SUP-ID         TO DLR231-L-SUP-ID.
042800     MOVE DLR231-W-KEYCODES       TO DLR231-L-KEYCODES.
042900     MOVE DLR231-W-NET-SALES      TO DLR231-L-NET-SALES.
043000     MOVE DLR231-W-AMOUNT         TO DLR231-L-AMOUNT.
043100     WRITE SETTLE-LINE FROM DLR231-DETAIL-LINE.
043200 3000-EXIT.
043300     EXIT.
043400
043500 3100-PRICE-AGREEMENT.
043600     SET DLR231-AGR-IX TO DLR231-AGR-SUB.
043700     IF  DLR231-A-SUP-ID (DLR231-AGR-IX) = DLR231-W-SUP-ID
043750     AND NOT DLR231-A-HELD (DLR231-AGR-IX)
043800         IF  DLR231-A-COST-BASIS (DLR231-AGR-IX)
043900             COMPUTE DLR231-A-AMOUNT (DLR231-AGR-IX) ROUNDED =
044000                 DLR231-A-NET-QTY (DLR231-AGR-IX)
044100                     * DLR231-A-UNIT-COST (DLR231-AGR-IX)
044200         ELSE
044300             COMPUTE DLR231-A-AMOUNT (DLR231-AGR-IX) ROUNDED =
044400                 DLR231-A-NET-SALES (DLR231-AGR-IX)
044500                     * (100 - DLR231-A-MARGIN-PCT
044600                                  (DLR231-AGR-IX)) / 100
044700         END-IF
044800         ADD 1 TO DLR231-W-KEYCODES
044900         ADD DLR231-A-NET-SALES (DLR231-AGR-IX)
045000             TO DLR231-W-NET-SALES
045100         ADD DLR231-A-AMOUNT (DLR231-AGR-IX)
045200             TO DLR231-W-AMOUNT
045300         IF  DLR231-A-TO (DLR231-AGR-IX) > DLR231-W-PERIOD-TO
045400             MOVE DLR231-A-TO (DLR231-AGR-IX)
045500                 TO DLR231-W-PERIOD-TO
045600         END-IF
045700     END-IF.
045800 3100-EXIT.
045900     EXIT.
046000
046100 3200-PRINT-STATEMENT.
046200     MOVE DLR231-W-SUP-ID         TO DLR231-SH-SUP-ID.
046300     MOVE DLR231-RUN-CCYYMMDD     TO DLR231-SH-DATE.
046400     WRITE STATEMENT-LINE FROM DLR231-STMT-HEADER.
046500     WRITE STATEMENT-LINE FROM DLR231-BLANK-LINE.
046600     WRITE STATEMENT-LINE FROM DLR231-STMT-HEADING.
046700     PERFORM 3210-PRINT-STATEMENT-LINE
046800         VARYING DLR231-AGR-SUB FROM 1 BY 1
046900         UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT.
047000     MOVE DLR231-W-PERIOD-TO      TO DLR231-ST-PERIOD-TO.
047100     MOVE DLR231-W-AMOUNT         TO DLR231-ST-AMOUNT.
047200     WRITE STATEMENT-LINE FROM DLR231-BLANK-LINE.
047300     WRITE STATEMENT-LINE FROM DLR231-STMT-TOTAL.
047400     WRITE STATEMENT-LINE FROM DLR231-BLANK-LINE.
047500 3200-EXIT.
047600     EXIT.
047700
047800 3210-PRINT-STATEMENT-LINE.
047900     SET DLR231-AGR-IX TO DLR231-AGR-SUB.
048000     IF  DLR231-A-SUP-ID (DLR231-AGR-IX) = DLR231-W-SUP-ID
048050     AND NOT DLR231-A-HELD (DLR231-AGR-IX)
048100         MOVE DLR231-A-KEYCODE-NO (DLR231-AGR-IX)
048200             TO DLR231-SD-KEYCODE-NO
048300         MOVE DLR231-A-FROM (DLR231-AGR-IX) TO DLR231-SD-FROM
048400         MOVE DLR231-A-TO (DLR231-AGR-IX) TO DLR231-SD-TO
048500         MOVE DLR231-A-NET-QTY (DLR231-AGR-IX)
048600             TO DLR231-SD-NET-QTY
048700         MOVE DLR231-A-NET-SALES (DLR231-AGR-IX)
048800             TO DLR231-SD-NET-SALES
048900         MOVE DLR231-A-BASIS (DLR231-AGR-IX) TO DLR231-SD-BASIS
049000         IF  DLR231-A-COST-BASIS (DLR231-AGR-IX)
049100             MOVE DLR231-A-UNIT-COST (DLR231-AGR-IX)
049200                 TO DLR231-SD-RATE
049300         ELSE
049400             MOVE DLR231-A-MARGIN-PCT (DLR231-AGR-IX)
049500                 TO DLR231-SD-RATE
049600         END-IF
049700         MOVE DLR231-A-AMOUNT (DLR231-AGR-IX)
049800             TO DLR231-SD-AMOUNT
049900         WRITE STATEMENT-LINE FROM DLR231-STMT-DETAIL
050000     END-IF.
050100 3210-EXIT.
050200     EXIT.
050300
050400*    ONE PAYABLE PER VENDOR PER RUN; DLR202 LOADS IT AS A
050500*    CONSIGNMENT ITEM REFERENCED BY THE SETTLEMENT DATE.
050600 3300-WRITE-PAYABLE.
050700     MOVE DLR231-W-SUP-ID         TO DLCONPAY-SUP-ID.
050800     MOVE DLR231-RUN-CCYYMMDD     TO DLCONPAY-SETTLE-DATE.
050900     MOVE DLR231-W-PERIOD-TO      TO DLCONPAY-PERIOD-TO.
051000     MOVE DLR231-W-KEYCODES       TO DLCONPAY-KEYCODES.
051100     MOVE DLR231-W-NET-SALES      TO DLCONPAY-NET-SALES.
051200     MOVE DLR231-W-AMOUNT         TO DLCONPAY-AMOUNT.
051300     WRITE DLCONPAY-RECORD.
051400     ADD 1 TO DLR231-PAYABLES-WRITTEN.
051500     ADD DLR231-W-AMOUNT TO DLR231-T-PAYABLE.
051600 3300-EXIT.
051700     EXIT.
051800
051900 3400-MARK-SETTLED.
052000     SET DLR231-AGR-IX TO DLR231-AGR-SUB.
052100     IF  DLR231-A-SUP-ID (DLR231-AGR-IX) = DLR231-W-SUP-ID
052150     AND NOT DLR231-A-HELD (DLR231-AGR-IX)
052200         MOVE DLR231-A-KEYCODE-NO (DLR231-AGR-IX)
052300             TO DLCONSAG-KEYCODE-NO
052400         READ CONSIGN-MASTER
052500             INVALID KEY
052600                 MOVE 'N' TO DLR231-MASTER-FOUND-SW
052700             NOT INVALID KEY
052800                 MOVE 'Y' TO DLR231-MASTER-FOUND-SW
052900         END-READ
053000         IF  DLR231-MASTER-FOUND
053100             MOVE DLR231-A-TO (DLR231-AGR-IX)
053200                 TO DLCONSAG-SETTLED-TO
053300             MOVE DLR231-RUN-CCYYMMDD
053400                 TO DLCONSAG-LAST-SETTLE-DATE
053500             REWRITE DLCONSAG-RECORD
053600                 INVALID KEY
053700                     DISPLAY 'DLR231 DLCONSAG REWRITE FAILED '
053800                         DLCONSAG-KEYCODE-NO
053900             END-REWRITE
054000         END-IF
054100     END-IF.
054200 3400-EXIT.
054300     EXIT.
054400
054500 8000-PRINT-TOTALS.
054600     WRITE SETTLE-LINE FROM DLR231-BLANK-LINE.
054700     MOVE ZERO TO DLR231-T-AMOUNT.
054800     MOVE 'AGREEMENTS READ' TO DLR231-T-LABEL.
054900     MOVE DLR231-AGREEMENTS-READ TO DLR231-T-COUNT.
055000     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
055100     MOVE 'AGREEMENTS DUE FOR SETTLEMENT' TO DLR231-T-LABEL.
055200     MOVE DLR231-AGREEMENTS-DUE TO DLR231-T-COUNT.
055300     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
055400     MOVE 'DTAR020 SALES READ' TO DLR231-T-LABEL.
055500     MOVE DLR231-SALES-READ TO DLR231-T-COUNT.
055600     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
055700     MOVE 'CONSIGNMENT SALES SETTLED' TO DLR231-T-LABEL.
055800     MOVE DLR231-SALES-SETTLED TO DLR231-T-COUNT.
055900     MOVE DLR231-T-NET-SALES TO DLR231-T-AMOUNT.
056000     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
056100     MOVE 'PAYABLES RAISED' TO DLR231-T-LABEL.
056200     MOVE DLR231-PAYABLES-WRITTEN TO DLR231-T-COUNT.
056300     MOVE DLR231-T-PAYABLE TO DLR231-T-AMOUNT.
056400     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
056500     MOVE 'VENDORS WITH NOTHING DUE' TO DLR231-T-LABEL.
056600     MOVE DLR231-NOTHING-DUE TO DLR231-T-COUNT.
056700     MOVE ZERO TO DLR231-T-AMOUNT.
056800     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
056900     MOVE 'NET REFUNDS CARRIED FORWARD' TO DLR231-T-LABEL.
057000     MOVE DLR231-CARRIED TO DLR231-T-COUNT.
057100     MOVE DLR231-T-CARRIED TO DLR231-T-AMOUNT.
057200     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
057210     MOVE 'AGREEMENTS HELD - SPAN NOT COVERED' TO DLR231-T-LABEL.
057220     MOVE DLR231-HELD TO DLR231-T-COUNT.
057230     MOVE ZERO TO DLR231-T-AMOUNT.
057240     WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE.
057250     MOVE DLR231-LOW-SALE  TO DLR231-R-LOW.
057260     MOVE DLR231-HIGH-SALE TO DLR231-R-HIGH.
057270     WRITE SETTLE-LINE FROM DLR231-RANGE-LINE.
057300     IF  DLR231-AGR-DROPPED > ZERO
057400         MOVE 'AGREEMENTS NOT LOADED - TABLE FULL'
057500             TO DLR231-T-LABEL
057600         MOVE DLR231-AGR-DROPPED TO DLR231-T-COUNT
057700         MOVE ZERO TO DLR231-T-AMOUNT
057800         WRITE SETTLE-LINE FROM DLR231-TOTAL-LINE
057900     END-IF.
057910     IF  DLR231-HELD > ZERO
057920         PERFORM 8100-PRINT-HELD
057930     END-IF.
058000 8000-EXIT.
058100     EXIT.
058105
058110 8100-PRINT-HELD.
058112     WRITE SETTLE-LINE FROM DLR231-BLANK-LINE.
058114     WRITE SETTLE-LINE FROM DLR231-HELD-HEADING.
058116     PERFORM 8110-PRINT-ONE-HELD
058118         VARYING DLR231-AGR-SUB FROM 1 BY 1
058120         UNTIL DLR231-AGR-SUB > DLR231-AGR-COUNT.
058122 8100-EXIT.
058124     EXIT.
058126
058128 8110-PRINT-ONE-HELD.
058130     SET DLR231-AGR-IX TO DLR231-AGR-SUB.
058132     IF  DLR231-A-HELD (DLR231-AGR-IX)
058134         MOVE DLR231-A-KEYCODE-NO (DLR231-AGR-IX)
058136             TO DLR231-HL-KEYCODE-NO
058138         MOVE DLR231-A-SUP-ID (DLR231-AGR-IX) TO DLR231-HL-SUP-ID
058140         MOVE DLR231-A-FROM (DLR231-AGR-IX)   TO DLR231-HL-FROM
058142         MOVE DLR231-A-TO (DLR231-AGR-IX)     TO DLR231-HL-TO
058144         WRITE SETTLE-LINE FROM DLR231-HELD-LINE
058146     END-IF.
058148 8110-EXIT.
058150     EXIT.
058200
058300 9000-TERMINATE.
058400     DISPLAY 'DLR231 AGREEMENTS DUE    = ' DLR231-AGREEMENTS-DUE.
058500     DISPLAY 'DLR231 PAYABLES RAISED   = '
058600             DLR231-PAYABLES-WRITTEN.
058610     IF  DLR231-NO-RATE-COUNT > ZERO
058620         DISPLAY 'DLR231 FOREIGN SALES WITH NO DLFXRATE RATE = '
058630             DLR231-NO-RATE-COUNT
058640         MOVE 4 TO RETURN-CODE
058650     END-IF.
058700     IF  DLR231-AGR-DROPPED > ZERO
058800         MOVE 4 TO RETURN-CODE
058900     END-IF.
058910     IF  DLR231-HELD > ZERO
058920         DISPLAY 'DLR231 AGREEMENTS HELD - SPAN NOT COVERED = '
058930             DLR231-HELD
058940         MOVE 4 TO RETURN-CODE
058950     END-IF.
059000     CLOSE CONSIGN-MASTER
059100           DTAR020-FILE
059200           PAYABLE-FILE
059300           SETTLE-REPORT
059400           STATEMENT-PRINT.
059500 9000-EXIT.
059600     EXIT.
