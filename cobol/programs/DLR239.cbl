000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR239.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR239 - NIGHTLY WAREHOUSE EXPORT OF THE REPORTING MASTERS   *
001000*                                                                *
001100*   WRITES DLPERSUM, DLSALHST, DLINVPOS, DLRCVHST, DLPOLIFE,     *
001200*   DLTIERM AND DLPTSBAL AS PIPE-DELIMITED FILES FOR THE         *
001300*   WAREHOUSE LOAD, EACH WITH A HEADER ROW OF COLUMN NAMES.      *
001400*   PACKED AND SIGNED FIELDS ARE WRITTEN AS PLAIN DECIMALS WITH  *
001500*   A LEADING MINUS WHEN NEGATIVE, DATES AS CCYYMMDD. THE        *
001600*   DLSALHST WEEK BUCKETS BECOME ONE ROW PER KEYCODE, STORE AND  *
001700*   FISCAL WEEK; THE DLPOLIFE DC SPLIT BECOMES ONE ROW PER PO    *
001800*   AND DC ON A FILE OF ITS OWN (DLPOLIDC); THE TWELVE MONTHLY   *
001900*   BUCKETS OF DLTIERM AND DLPTSBAL BECOME NAMED COLUMNS, M01    *
002000*   BEING THE ROW'S CURRENT PERIOD.                              *
002100*                                                                *
002200*   THE LARGE MASTERS GO INCREMENTAL - ONLY ROWS CHANGED SINCE   *
002300*   THE LAST SUCCESSFUL EXPORT, TAKEN FROM THE PRIOR EXPCTL      *
002400*   CONTROL SET:                                                 *
002500*     DLINVPOS - LAST UPDATE DATE AFTER THE LAST EXPORT;         *
002600*     DLRCVHST - LOADED, ADJUSTED OR INVOICE-MATCHED AFTER IT;   *
002700*     DLPTSBAL - ACTIVITY AFTER IT, OR ROLLED INTO A NEW MONTH;  *
002800*     DLPERSUM - PERIODS FROM THE LATEST ONE LAST EXPORTED ON.   *
002900*   DLSALHST, DLPOLIFE AND DLTIERM CARRY NO CHANGE STAMP AND ARE *
003000*   SENT IN FULL EVERY NIGHT - A LATE SALE POSTED BY DLR106 CAN  *
003100*   CHANGE ANY OF THE 52 DLSALHST WEEK BUCKETS, NOT ONLY THE     *
003200*   LATEST. A FILE WITH NO PRIOR CONTROL ROW, OR WHOSE           *
003300*   SCHEMA VERSION HAS MOVED ON, IS SENT IN FULL, AND AN 'F' ON  *
003400*   THE EXPCARD CARD SENDS EVERYTHING IN FULL. THE CARD MAY ALSO *
003500*   CARRY THE BUSINESS DATE (DEFAULT THE RUN DATE).              *
003600*                                                                *
003700*   EVERY FILE GETS A ROW ON THE DELIMITED EXPMANIF MANIFEST -   *
003800*   BUSINESS DATE, FULL OR INCREMENTAL, THE DATE IT FOLLOWS ON   *
003900*   FROM, ROW COUNT (HEADER EXCLUDED), HASH TOTAL OF ITS KEY     *
004000*   AMOUNT FIELD AND SCHEMA VERSION - AND THE SAME FIGURES GO    *
004100*   TO THE NEW EXPCTL CONTROL SET FOR THE NEXT NIGHT. THE HASH   *
004200*   FIELDS ARE: DLPERSUM SALE PRICE, DLSALHST WEEK SALES,        *
004300*   DLINVPOS ON HAND, DLRCVHST RECEIPT AMOUNT, DLPOLIFE ORDER    *
004400*   VALUE, DLPOLIDC DC QUANTITY, DLTIERM THE TWELVE SPEND        *
004500*   BUCKETS AND DLPTSBAL BALANCE.                                *
004600*                                                                *
004700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
004800*  ---|----------|------------------------------|------------    *
004900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
004910*  02 | 15/10/26 | DLSALHST SENT IN FULL EVERY  | R. GEALL       *
004920*     |          | NIGHT FOR LATE SALES         |                *
005000*                                                                *
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT EXPORT-CARD       ASSIGN TO EXPCARD
005900                              ORGANIZATION IS SEQUENTIAL.
006000     SELECT PRIOR-CONTROL     ASSIGN TO EXPCTLP
006100                              ORGANIZATION IS SEQUENTIAL.
006200     SELECT NEW-CONTROL       ASSIGN TO EXPCTLN
006300                              ORGANIZATION IS SEQUENTIAL.
006400     SELECT PERIOD-MASTER     ASSIGN TO DLPERSM
006500                              ORGANIZATION IS INDEXED
006600                              ACCESS MODE IS SEQUENTIAL
006700                              RECORD KEY IS DLPERSUM-KEY.
006800     SELECT SALES-HISTORY     ASSIGN TO DLSALHST
006900                              ORGANIZATION IS INDEXED
007000                              ACCESS MODE IS SEQUENTIAL
007100                              RECORD KEY IS DLSALHST-KEY.
007200     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
007300                              ORGANIZATION IS INDEXED
007400                              ACCESS MODE IS SEQUENTIAL
007500                              RECORD KEY IS DLINVPOS-KEY.
007600     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
007700                              ORGANIZATION IS INDEXED
007800                              ACCESS MODE IS SEQUENTIAL
007900                              RECORD KEY IS DLRCVHST-KEY
008000                              ALTERNATE RECORD KEY IS
008100                                  DLRCVHST-KEYCODE-NO
008200                                  WITH DUPLICATES
008300                              ALTERNATE RECORD KEY IS
008400                                  DLRCVHST-ORDER-NO
008500                                  WITH DUPLICATES.
008600     SELECT PO-LIFE-MASTER    ASSIGN TO DLPOLIFE
008700                              ORGANIZATION IS INDEXED
008800                              ACCESS MODE IS SEQUENTIAL
008900                              RECORD KEY IS DLPOLIFE-PO-NO.
009000     SELECT TIER-MASTER       ASSIGN TO DLTIERM
009100                              ORGANIZATION IS INDEXED
009200                              ACCESS MODE IS SEQUENTIAL
009300                              RECORD KEY IS DLTIERM-CUST-NO.
009400     SELECT POINTS-MASTER     ASSIGN TO DLPTSBAL
009500                              ORGANIZATION IS INDEXED
009600                              ACCESS MODE IS SEQUENTIAL
009700                              RECORD KEY IS DLPTSBAL-CUST-NO.
009800     SELECT PERSUM-EXPORT     ASSIGN TO EXPPERSM
009900                              ORGANIZATION IS SEQUENTIAL.
010000     SELECT SALHST-EXPORT     ASSIGN TO EXPSALHS
010100                              ORGANIZATION IS SEQUENTIAL.
010200     SELECT INVPOS-EXPORT     ASSIGN TO EXPINVPS
010300                              ORGANIZATION IS SEQUENTIAL.
010400     SELECT RCVHST-EXPORT     ASSIGN TO EXPRCVHS
010500                              ORGANIZATION IS SEQUENTIAL.
010600     SELECT POLIFE-EXPORT     ASSIGN TO EXPPOLIF
010700                              ORGANIZATION IS SEQUENTIAL.
010800     SELECT POLIDC-EXPORT     ASSIGN TO EXPPOLDC
010900                              ORGANIZATION IS SEQUENTIAL.
011000     SELECT TIERM-EXPORT      ASSIGN TO EXPTIERM
011100                              ORGANIZATION IS SEQUENTIAL.
011200     SELECT PTSBAL-EXPORT     ASSIGN TO EXPPTSBL
011300                              ORGANIZATION IS SEQUENTIAL.
011400     SELECT MANIFEST-FILE     ASSIGN TO EXPMANIF
011500                              ORGANIZATION IS SEQUENTIAL.
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  EXPORT-CARD
011900     RECORDING MODE IS F
012000     LABEL RECORDS ARE STANDARD.
012100 01  EXPORT-CARD-REC.
012200     05  EXC-BUS-DATE            PIC 9(08).
012300     05  EXC-FULL-FLAG           PIC X(01).
012400         88  EXC-FULL-EXPORT            VALUE 'F'.
012500     05  FILLER                  PIC X(71).
012600 FD  PRIOR-CONTROL
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD.
012900 01  PRIOR-CONTROL-REC           PIC X(68).
013000 FD  NEW-CONTROL
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 01  DLEXPCTL-RECORD.
013400     COPY DLEXPCTL.
013500 FD  PERIOD-MASTER
013600     LABEL RECORDS ARE STANDARD.
013700 01  DLPERSUM-RECORD.
013800     COPY DLPERSUM.
013900 FD  SALES-HISTORY
014000     LABEL RECORDS ARE STANDARD.
014100 01  DLSALHST-RECORD.
014200     COPY DLSALHST.
014300 FD  POSITION-MASTER
014400     LABEL RECORDS ARE STANDARD.
014500 01  DLINVPOS-RECORD.
014600     COPY DLINVPOS.
014700 FD  HISTORY-MASTER
014800     LABEL RECORDS ARE STANDARD.
014900 01  DLRCVHST-RECORD.
015000     COPY DLRCVHST.
015100 FD  PO-LIFE-MASTER
015200     LABEL RECORDS ARE STANDARD.
015300 01  DLPOLIFE-RECORD.
015400     COPY DLPOLIFE.
015500 FD  TIER-MASTER
015600     LABEL RECORDS ARE STANDARD.
015700 01  DLTIERM-RECORD.
015800     COPY DLTIERM.
015900 FD  POINTS-MASTER
016000     LABEL RECORDS ARE STANDARD.
016100 01  DLPTSBAL-RECORD.
016200     COPY DLPTSBAL.
016300 FD  PERSUM-EXPORT
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  PERSUM-EXPORT-LINE          PIC X(400).
016700 FD  SALHST-EXPORT
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD.
017000 01  SALHST-EXPORT-LINE          PIC X(400).
017100 FD  INVPOS-EXPORT
017200     RECORDING MODE IS F
017300     LABEL RECORDS ARE STANDARD.
017400 01  INVPOS-EXPORT-LINE          PIC X(400).
017500 FD  RCVHST-EXPORT
017600     RECORDING MODE IS F
017700     LABEL RECORDS ARE STANDARD.
017800 01  RCVHST-EXPORT-LINE          PIC X(400).
017900 FD  POLIFE-EXPORT
018000     RECORDING MODE IS F
018100     LABEL RECORDS ARE STANDARD.
018200 01  POLIFE-EXPORT-LINE          PIC X(400).
018300 FD  POLIDC-EXPORT
018400     RECORDING MODE IS F
018500     LABEL RECORDS ARE STANDARD.
018600 01  POLIDC-EXPORT-LINE          PIC X(400).
018700 FD  TIERM-EXPORT
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 01  TIERM-EXPORT-LINE           PIC X(400).
019100 FD  PTSBAL-EXPORT
019200     RECORDING MODE IS F
019300     LABEL RECORDS ARE STANDARD.
019400 01  PTSBAL-EXPORT-LINE          PIC X(400).
019500 FD  MANIFEST-FILE
019600     RECORDING MODE IS F
019700     LABEL RECORDS ARE STANDARD.
019800 01  MANIFEST-LINE               PIC X(400).
019900 WORKING-STORAGE SECTION.
020000 01  DLR239-SWITCHES.
020100     05  DLR239-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
020200         88  DLR239-CARD-EOF                 VALUE 'Y'.
020300     05  DLR239-CTL-EOF-SW        PIC X(01)  VALUE 'N'.
020400         88  DLR239-CTL-EOF                  VALUE 'Y'.
020500     05  DLR239-MASTER-EOF-SW     PIC X(01)  VALUE 'N'.
020600         88  DLR239-MASTER-EOF               VALUE 'Y'.
020700     05  DLR239-FULL-RUN-SW       PIC X(01)  VALUE 'N'.
020800         88  DLR239-FULL-RUN                 VALUE 'Y'.
020900     05  DLR239-SEND-SW           PIC X(01)  VALUE 'N'.
021000         88  DLR239-SEND                     VALUE 'Y'.
021100     05  DLR239-FIRST-FIELD-SW    PIC X(01)  VALUE 'Y'.
021200         88  DLR239-FIRST-FIELD              VALUE 'Y'.
021300     05  DLR239-END-FOUND-SW      PIC X(01)  VALUE 'N'.
021400         88  DLR239-END-FOUND                VALUE 'Y'.
021500 01  DLR239-RUN-DATE              PIC 9(08).
021600 01  DLR239-BUS-DATE              PIC 9(08).
021700*    THE FILES EXPORTED, IN THE ORDER THEY ARE WRITTEN: FILE ID,
021800*    SCHEMA VERSION OF ITS COLUMNS AND WHETHER IT MAY GO
021900*    INCREMENTAL. RAISE THE SCHEMA VERSION WITH ANY CHANGE TO A
022000*    FILE'S COLUMNS - THE NEXT EXPORT OF IT IS THEN SENT IN FULL.
022100 01  DLR239-FILE-LIST-VALUES.
022200     05  FILLER                   PIC X(12)  VALUE 'DLPERSUM001Y'.
022300     05  FILLER                   PIC X(12)  VALUE 'DLSALHST001N'.
022400     05  FILLER                   PIC X(12)  VALUE 'DLINVPOS001Y'.
022500     05  FILLER                   PIC X(12)  VALUE 'DLRCVHST001Y'.
022600     05  FILLER                   PIC X(12)  VALUE 'DLPOLIFE001N'.
022700     05  FILLER                   PIC X(12)  VALUE 'DLPOLIDC001N'.
022800     05  FILLER                   PIC X(12)  VALUE 'DLTIERM 001N'.
022900     05  FILLER                   PIC X(12)  VALUE 'DLPTSBAL001Y'.
023000 01  DLR239-FILE-LIST REDEFINES DLR239-FILE-LIST-VALUES.
023100     05  DLR239-FL-ENTRY OCCURS 8 TIMES
023200                         INDEXED BY DLR239-FL-IX.
023300         10  DLR239-FL-FILE-ID    PIC X(08).
023400         10  DLR239-FL-SCHEMA-VER PIC 9(03).
023500         10  DLR239-FL-INCR-SW    PIC X(01).
023600             88  DLR239-FL-MAY-BE-INCR       VALUE 'Y'.
023700 01  DLR239-FILE-COUNT            PIC S9(04)  COMP  VALUE 8.
023800*    FILE NUMBERS INTO THE LISTS ABOVE AND BELOW.
023900 01  DLR239-FILE-NUMBERS.
024000     05  DLR239-FX-PERSUM         PIC S9(04)  COMP  VALUE 1.
024100     05  DLR239-FX-SALHST         PIC S9(04)  COMP  VALUE 2.
024200     05  DLR239-FX-INVPOS         PIC S9(04)  COMP  VALUE 3.
024300     05  DLR239-FX-RCVHST         PIC S9(04)  COMP  VALUE 4.
024400     05  DLR239-FX-POLIFE         PIC S9(04)  COMP  VALUE 5.
024500     05  DLR239-FX-POLIDC         PIC S9(04)  COMP  VALUE 6.
024600     05  DLR239-FX-TIERM          PIC S9(04)  COMP  VALUE 7.
024700     05  DLR239-FX-PTSBAL         PIC S9(04)  COMP  VALUE 8.
024800 01  DLR239-FX                    PIC S9(04)  COMP.
024900*    PER FILE: WHAT THE PRIOR CONTROL SET SAYS AND WHAT TONIGHT'S
025000*    EXPORT DID.
025100 01  DLR239-RUN-TABLE.
025200     05  DLR239-RUN-ENTRY OCCURS 8 TIMES.
025300         10  DLR239-P-FOUND-SW    PIC X(01).
025400             88  DLR239-P-FOUND              VALUE 'Y'.
025500         10  DLR239-P-BUS-DATE    PIC 9(08).
025600         10  DLR239-P-SCHEMA-VER  PIC 9(03).
025700         10  DLR239-P-HIGH        PIC 9(06).
025800         10  DLR239-P-HIGH-2      PIC 9(06).
025900         10  DLR239-R-TYPE        PIC X(01).
026000             88  DLR239-R-FULL               VALUE 'F'.
026100             88  DLR239-R-INCREMENTAL        VALUE 'I'.
026200         10  DLR239-R-SINCE-DATE  PIC 9(08).
026300         10  DLR239-R-ROWS        PIC 9(09).
026400         10  DLR239-R-READ        PIC 9(09).
026500         10  DLR239-R-HASH        PIC S9(15)V99 COMP-3.
026600         10  DLR239-R-HIGH        PIC 9(06).
026700         10  DLR239-R-HIGH-2      PIC 9(06).
026800*    A CONTROL RECORD AS READ FROM THE PRIOR SET.
026900 01  DLR239-PRIOR-AREA.
027000     05  DLR239-PC-FILE-ID        PIC X(08).
027100     05  DLR239-PC-BUS-DATE       PIC 9(08).
027200     05  DLR239-PC-EXPORT-TYPE    PIC X(01).
027300     05  DLR239-PC-SINCE-DATE     PIC 9(08).
027400     05  DLR239-PC-ROW-COUNT      PIC 9(09).
027500     05  DLR239-PC-HASH-TOTAL     PIC S9(15)V99 COMP-3.
027600     05  DLR239-PC-SCHEMA-VER     PIC 9(03).
027700     05  DLR239-PC-HIGH-PERIOD    PIC 9(06).
027800     05  DLR239-PC-HIGH-PERIOD-2  PIC 9(06).
027900     05  FILLER                   PIC X(10).
028000*    THE ROW BEING BUILT AND THE FIELD BEING ADDED TO IT.
028100 01  DLR239-ROW                   PIC X(400).
028200 01  DLR239-ROW-PTR               PIC S9(04)  COMP.
028300 01  DLR239-FIELD-WORK.
028400     05  DLR239-F-TEXT            PIC X(40).
028500     05  DLR239-F-LEAD            PIC S9(04)  COMP.
028600     05  DLR239-F-END             PIC S9(04)  COMP.
028700     05  DLR239-F-LEN             PIC S9(04)  COMP.
028800     05  DLR239-F-INTEGER         PIC S9(17)   COMP-3.
028900     05  DLR239-F-INTEGER-ED      PIC -(17)9.
029000     05  DLR239-F-AMOUNT          PIC S9(15)V99 COMP-3.
029100     05  DLR239-F-AMOUNT-ED       PIC -(15)9.99.
029200     05  DLR239-F-COST            PIC S9(11)V9(3) COMP-3.
029300     05  DLR239-F-COST-ED         PIC -(11)9.999.
029400 01  DLR239-DATE-WORK.
029500     05  DLR239-W-DATE-8          PIC X(08).
029600     05  DLR239-W-YYMMDD          PIC X(06).
029700     05  DLR239-W-YYMMDD-9 REDEFINES DLR239-W-YYMMDD
029800                                  PIC 9(06).
029900     05  DLR239-W-DDMMCCYY        PIC X(10).
030000*    FISCAL WEEKS AS A RUNNING WEEK NUMBER (YEAR * 52 + WEEK),
030100*    THE 52-WEEK YEAR DLR106 ROLLS DLSALHST ON.
030200 01  DLR239-WEEK-WORK.
030300     05  DLR239-W-YEAR            PIC 9(04).
030400     05  DLR239-W-WEEK            PIC 9(02).
030500     05  DLR239-W-WEEK-NO         PIC S9(07)  COMP-3.
030700     05  DLR239-W-BUCKET-WEEK-NO  PIC S9(07)  COMP-3.
030800     05  DLR239-W-BUCKET-WEEK     PIC 9(06).
030900     05  DLR239-W-REMAINDER       PIC 9(02).
031000 01  DLR239-SUBSCRIPTS.
031100     05  DLR239-SUB               PIC S9(04)  COMP.
031200 01  DLR239-WORK-FIELDS.
031300     05  DLR239-W-SPEND-TOTAL     PIC S9(15)V99 COMP-3.
031400     05  DLR239-W-MONTH-TAG       PIC 9(02).
031500 01  DLR239-COUNTERS.
031600     05  DLR239-CTL-READ          PIC 9(05)  VALUE ZERO.
031700     05  DLR239-CTL-UNKNOWN       PIC 9(05)  VALUE ZERO.
031800*    COLUMN-NAME HEADER ROWS.
031900 01  DLR239-PERSUM-HDR.
032000     05  FILLER                   PIC X(39)  VALUE
032100         'PERIOD_TYPE|PERIOD_NO|STORE_NO|DEPT_NO|'.
032200     05  FILLER                   PIC X(27)  VALUE
032300         'KEYCODE|QTY_SOLD|SALE_PRICE'.
032400 01  DLR239-SALHST-HDR.
032500     05  FILLER                   PIC X(38)  VALUE
032600         'KEYCODE|STORE_NO|FISCAL_WEEK|WEEK_QTY|'.
032700     05  FILLER                   PIC X(10)  VALUE
032800         'WEEK_SALES'.
032900 01  DLR239-INVPOS-HDR.
033000     05  FILLER                   PIC X(29)  VALUE
033100         'STORE_NO|KEYCODE|ON_HAND_QTY|'.
033200     05  FILLER                   PIC X(38)  VALUE
033300         'RECEIPTS_QTY|SALES_QTY|IN_TRANSIT_QTY|'.
033400     05  FILLER                   PIC X(13)  VALUE
033500         'LAST_UPD_DATE'.
033600 01  DLR239-RCVHST-HDR.
033700     05  FILLER                   PIC X(33)  VALUE
033800         'RECEIPT_LOCN|RECEIPT_NO|STORE_NO|'.
033900     05  FILLER                   PIC X(37)  VALUE
034000         'PROD_NO|ROW_TYPE|SUP_ID|RECEIPT_DATE|'.
034100     05  FILLER                   PIC X(38)  VALUE
034200         'TOT_RECV_QTY|TOT_RCPT_AMT|REC_ALC_QTY|'.
034300     05  FILLER                   PIC X(34)  VALUE
034400         'ACT_RECV_QTY|LOADED_DATE|ORDER_NO|'.
034500     05  FILLER                   PIC X(40)  VALUE
034600         'INVOICE_NO|KEYCODE|UNIT_COST|ERS_STATUS|'.
034700     05  FILLER                   PIC X(35)  VALUE
034800         'ADJ_STATUS|ADJ_COUNT|LAST_ADJ_DATE|'.
034900     05  FILLER                   PIC X(34)  VALUE
035000         'INV_MATCH_STATUS|MATCH_INVOICE_NO|'.
035100     05  FILLER                   PIC X(10)  VALUE
035200         'MATCH_DATE'.
035300 01  DLR239-POLIFE-HDR.
035400     05  FILLER                   PIC X(38)  VALUE
035500         'PO_NO|VENDOR|DEPARTMENT|EXP_RCPT_DATE|'.
035600     05  FILLER                   PIC X(38)  VALUE
035700         'CANCEL_BY_DATE|ORDER_VALUE|FIRST_SEEN|'.
035800     05  FILLER                   PIC X(27)  VALUE
035900         'LAST_SEEN|STATUS|ORDER_CCY|'.
036000     05  FILLER                   PIC X(35)  VALUE
036100         'ORDER_VALUE_CCY|QTY_HELD|TOTAL_QTY|'.
036200     05  FILLER                   PIC X(10)  VALUE
036300         'LOCN_COUNT'.
036400 01  DLR239-POLIDC-HDR.
036500     05  FILLER                   PIC X(18)  VALUE
036600         'PO_NO|DC_NO|DC_QTY'.
036700 01  DLR239-TIERM-HDR.
036800     05  FILLER                   PIC X(40)  VALUE
036900         'CUST_NO|CURR_PERIOD|SPEND_M01|SPEND_M02|'.
037000     05  FILLER                   PIC X(40)  VALUE
037100         'SPEND_M03|SPEND_M04|SPEND_M05|SPEND_M06|'.
037200     05  FILLER                   PIC X(40)  VALUE
037300         'SPEND_M07|SPEND_M08|SPEND_M09|SPEND_M10|'.
037400     05  FILLER                   PIC X(24)  VALUE
037500         'SPEND_M11|SPEND_M12|TIER'.
037600 01  DLR239-PTSBAL-HDR.
037700     05  FILLER                   PIC X(31)  VALUE
037800         'CUST_NO|CURR_PERIOD|EARNED_M01|'.
037900     05  FILLER                   PIC X(33)  VALUE
038000         'EARNED_M02|EARNED_M03|EARNED_M04|'.
038100     05  FILLER                   PIC X(33)  VALUE
038200         'EARNED_M05|EARNED_M06|EARNED_M07|'.
038300     05  FILLER                   PIC X(33)  VALUE
038400         'EARNED_M08|EARNED_M09|EARNED_M10|'.
038500     05  FILLER                   PIC X(30)  VALUE
038600         'EARNED_M11|EARNED_M12|BALANCE|'.
038700     05  FILLER                   PIC X(39)  VALUE
038800         'LIFE_EARNED|LIFE_EXPIRED|LIFE_REDEEMED|'.
038900     05  FILLER                   PIC X(13)  VALUE
039000         'LAST_ACTIVITY'.
039100 01  DLR239-MANIFEST-HDR.
039200     05  FILLER                   PIC X(34)  VALUE
039300         'FILE_ID|BUSINESS_DATE|EXPORT_TYPE|'.
039400     05  FILLER                   PIC X(32)  VALUE
039500         'SINCE_DATE|ROW_COUNT|HASH_TOTAL|'.
039600     05  FILLER                   PIC X(40)  VALUE
039700         'SCHEMA_VERSION|HIGH_PERIOD|HIGH_PERIOD_2'.
039800 PROCEDURE DIVISION.
039900 0000-MAINLINE.
040000     PERFORM 1000-INITIALIZE.
040100     PERFORM 2000-EXPORT-PERSUM.
040200     PERFORM 2100-EXPORT-SALHST.
040300     PERFORM 2200-EXPORT-INVPOS.
040400     PERFORM 2300-EXPORT-RCVHST.
040500     PERFORM 2400-EXPORT-POLIFE.
040600     PERFORM 2500-EXPORT-TIERM.
040700     PERFORM 2600-EXPORT-PTSBAL.
040800     PERFORM 8000-WRITE-MANIFEST.
040900     PERFORM 9000-TERMINATE.
041000     STOP RUN.
041100
041200 1000-INITIALIZE.
041300     ACCEPT DLR239-RUN-DATE FROM DATE YYYYMMDD.
041400     MOVE DLR239-RUN-DATE TO DLR239-BUS-DATE.
041500     OPEN INPUT EXPORT-CARD.
041600     READ EXPORT-CARD
041700         AT END
041800             MOVE 'Y' TO DLR239-CARD-EOF-SW
041900     END-READ.
042000     IF  NOT DLR239-CARD-EOF
042100         IF  EXC-BUS-DATE IS NUMERIC
042200         AND EXC-BUS-DATE > ZERO
042300             MOVE EXC-BUS-DATE TO DLR239-BUS-DATE
042400         END-IF
042500         IF  EXC-FULL-EXPORT
042600             MOVE 'Y' TO DLR239-FULL-RUN-SW
042700         END-IF
042800     END-IF.
042900     CLOSE EXPORT-CARD.
043000     PERFORM 1050-CLEAR-RUN-ENTRY
043100         VARYING DLR239-FX FROM 1 BY 1
043200         UNTIL DLR239-FX > DLR239-FILE-COUNT.
043300     PERFORM 1100-LOAD-PRIOR-CONTROL.
043400     PERFORM 1200-SET-EXPORT-TYPE
043500         VARYING DLR239-FX FROM 1 BY 1
043600         UNTIL DLR239-FX > DLR239-FILE-COUNT.
043700 1000-EXIT.
043800     EXIT.
043900
044000 1050-CLEAR-RUN-ENTRY.
044100     MOVE 'N'  TO DLR239-P-FOUND-SW (DLR239-FX).
044200     MOVE ZERO TO DLR239-P-BUS-DATE (DLR239-FX).
044300     MOVE ZERO TO DLR239-P-SCHEMA-VER (DLR239-FX).
044400     MOVE ZERO TO DLR239-P-HIGH (DLR239-FX).
044500     MOVE ZERO TO DLR239-P-HIGH-2 (DLR239-FX).
044600     MOVE 'F'  TO DLR239-R-TYPE (DLR239-FX).
044700     MOVE ZERO TO DLR239-R-SINCE-DATE (DLR239-FX).
044800     MOVE ZERO TO DLR239-R-ROWS (DLR239-FX).
044900     MOVE ZERO TO DLR239-R-READ (DLR239-FX).
045000     MOVE ZERO TO DLR239-R-HASH (DLR239-FX).
045100     MOVE ZERO TO DLR239-R-HIGH (DLR239-FX).
045200     MOVE ZERO TO DLR239-R-HIGH-2 (DLR239-FX).
045300 1050-EXIT.
045400     EXIT.
045500
045600 1100-LOAD-PRIOR-CONTROL.
045700     OPEN INPUT PRIOR-CONTROL.
045800     PERFORM 1110-READ-PRIOR-CONTROL.
045900     PERFORM 1120-HOLD-PRIOR-CONTROL
046000         UNTIL DLR239-CTL-EOF.
046100     CLOSE PRIOR-CONTROL.
046200 1100-EXIT.
046300     EXIT.
046400
046500 1110-READ-PRIOR-CONTROL.
046600     READ PRIOR-CONTROL INTO DLR239-PRIOR-AREA
046700         AT END
046800             MOVE 'Y' TO DLR239-CTL-EOF-SW
046900     END-READ.
047000 1110-EXIT.
047100     EXIT.
047200
047300 1120-HOLD-PRIOR-CONTROL.
047400     ADD 1 TO DLR239-CTL-READ.
047500     SET DLR239-FL-IX TO 1.
047600     SEARCH DLR239-FL-ENTRY
047700         AT END
047800             ADD 1 TO DLR239-CTL-UNKNOWN
047900         WHEN DLR239-FL-FILE-ID (DLR239-FL-IX) = DLR239-PC-FILE-ID
048000             SET DLR239-FX TO DLR239-FL-IX
048100             MOVE 'Y' TO DLR239-P-FOUND-SW (DLR239-FX)
048200             MOVE DLR239-PC-BUS-DATE
048300                 TO DLR239-P-BUS-DATE (DLR239-FX)
048400             MOVE DLR239-PC-SCHEMA-VER
048500                 TO DLR239-P-SCHEMA-VER (DLR239-FX)
048600             MOVE DLR239-PC-HIGH-PERIOD
048700                 TO DLR239-P-HIGH (DLR239-FX)
048800             MOVE DLR239-PC-HIGH-PERIOD-2
048900                 TO DLR239-P-HIGH-2 (DLR239-FX)
049000     END-SEARCH.
049100     PERFORM 1110-READ-PRIOR-CONTROL.
049200 1120-EXIT.
049300     EXIT.
049400
049500*    INCREMENTAL ONLY WHERE THE FILE ALLOWS IT, THE LAST EXPORT IS
049600*    ON RECORD AT THE SAME SCHEMA VERSION AND NO FULL EXPORT WAS
049700*    ASKED FOR; OTHERWISE IN FULL.
049800 1200-SET-EXPORT-TYPE.
049900     MOVE 'F'  TO DLR239-R-TYPE (DLR239-FX).
050000     MOVE ZERO TO DLR239-R-SINCE-DATE (DLR239-FX).
050100     IF  DLR239-FL-MAY-BE-INCR (DLR239-FX)
050200     AND DLR239-P-FOUND (DLR239-FX)
050300     AND NOT DLR239-FULL-RUN
050400     AND DLR239-P-SCHEMA-VER (DLR239-FX)
050500             = DLR239-FL-SCHEMA-VER (DLR239-FX)
050600     AND DLR239-P-BUS-DATE (DLR239-FX) > ZERO
050700         MOVE 'I' TO DLR239-R-TYPE (DLR239-FX)
050800         MOVE DLR239-P-BUS-DATE (DLR239-FX)
050900             TO DLR239-R-SINCE-DATE (DLR239-FX)
051000     END-IF.
051100 1200-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*    DLPERSUM - ONE ROW PER STORE/DEPT/KEYCODE/PERIOD. A PERIOD  *
051600*    STAYS OPEN UNTIL THE NEXT ONE STARTS, SO AN INCREMENTAL     *
051700*    EXPORT RESENDS THE LATEST WEEK AND MONTH LAST EXPORTED.     *
051800******************************************************************
051900 2000-EXPORT-PERSUM.
052000     MOVE DLR239-FX-PERSUM TO DLR239-FX.
052100     OPEN INPUT  PERIOD-MASTER.
052200     OPEN OUTPUT PERSUM-EXPORT.
052300     WRITE PERSUM-EXPORT-LINE FROM DLR239-PERSUM-HDR.
052400     MOVE 'N' TO DLR239-MASTER-EOF-SW.
052500     PERFORM 2010-READ-PERSUM.
052600     PERFORM 2020-EXPORT-ONE-PERSUM
052700         UNTIL DLR239-MASTER-EOF.
052800     CLOSE PERIOD-MASTER
052900           PERSUM-EXPORT.
053000 2000-EXIT.
053100     EXIT.
053200
053300 2010-READ-PERSUM.
053400     READ PERIOD-MASTER NEXT RECORD
053500         AT END
053600             MOVE 'Y' TO DLR239-MASTER-EOF-SW
053700     END-READ.
053800 2010-EXIT.
053900     EXIT.
054000
054100 2020-EXPORT-ONE-PERSUM.
054200     ADD 1 TO DLR239-R-READ (DLR239-FX).
054300     MOVE 'Y' TO DLR239-SEND-SW.
054400     IF  DLPERSUM-WEEKLY
054500         IF  DLPERSUM-PERIOD-NO > DLR239-R-HIGH (DLR239-FX)
054600             MOVE DLPERSUM-PERIOD-NO TO DLR239-R-HIGH (DLR239-FX)
054700         END-IF
054800         IF  DLR239-R-INCREMENTAL (DLR239-FX)
054900         AND DLPERSUM-PERIOD-NO < DLR239-P-HIGH (DLR239-FX)
055000             MOVE 'N' TO DLR239-SEND-SW
055100         END-IF
055200     ELSE
055300         IF  DLPERSUM-PERIOD-NO > DLR239-R-HIGH-2 (DLR239-FX)
055400             MOVE DLPERSUM-PERIOD-NO
055500                 TO DLR239-R-HIGH-2 (DLR239-FX)
055600         END-IF
055700         IF  DLR239-R-INCREMENTAL (DLR239-FX)
055800         AND DLPERSUM-PERIOD-NO < DLR239-P-HIGH-2 (DLR239-FX)
055900             MOVE 'N' TO DLR239-SEND-SW
056000         END-IF
056100     END-IF.
056200     IF  DLR239-SEND
056300         PERFORM 7000-START-ROW
056400         MOVE DLPERSUM-PERIOD-TYPE TO DLR239-F-TEXT
056500         PERFORM 7100-ADD-TEXT
056600         MOVE DLPERSUM-PERIOD-NO   TO DLR239-F-INTEGER
056700         PERFORM 7200-ADD-INTEGER
056800         MOVE DLPERSUM-STORE-NO    TO DLR239-F-INTEGER
056900         PERFORM 7200-ADD-INTEGER
057000         MOVE DLPERSUM-DEPT-NO     TO DLR239-F-INTEGER
057100         PERFORM 7200-ADD-INTEGER
057200         MOVE DLPERSUM-KEYCODE-NO  TO DLR239-F-TEXT
057300         PERFORM 7100-ADD-TEXT
057400         MOVE DLPERSUM-QTY-SOLD    TO DLR239-F-INTEGER
057500         PERFORM 7200-ADD-INTEGER
057600         MOVE DLPERSUM-SALE-PRICE  TO DLR239-F-AMOUNT
057700         PERFORM 7300-ADD-AMOUNT
057800         WRITE PERSUM-EXPORT-LINE FROM DLR239-ROW
057900         ADD 1 TO DLR239-R-ROWS (DLR239-FX)
058000         ADD DLPERSUM-SALE-PRICE TO DLR239-R-HASH (DLR239-FX)
058100     END-IF.
058200     PERFORM 2010-READ-PERSUM.
058300 2020-EXIT.
058400     EXIT.
058500
058600******************************************************************
058700*    DLSALHST - ONE ROW PER KEYCODE, STORE AND FISCAL WEEK.      *
058800*    BUCKET 1 IS THE ROW'S CURRENT WEEK AND EACH LATER BUCKET A  *
058900*    WEEK EARLIER. ALL 52 BUCKETS GO EVERY NIGHT - DLR106 POSTS  *
059000*    A LATE SALE INTO THE BUCKET OF THE WEEK IT WAS MADE, SO AN  *
059100*    OLDER WEEK CAN STILL CHANGE AFTER IT HAS BEEN EXPORTED.     *
059200******************************************************************
059300 2100-EXPORT-SALHST.
059400     MOVE DLR239-FX-SALHST TO DLR239-FX.
060200     OPEN INPUT  SALES-HISTORY.
060300     OPEN OUTPUT SALHST-EXPORT.
060400     WRITE SALHST-EXPORT-LINE FROM DLR239-SALHST-HDR.
060500     MOVE 'N' TO DLR239-MASTER-EOF-SW.
060600     PERFORM 2110-READ-SALHST.
060700     PERFORM 2120-EXPORT-ONE-SALHST
060800         UNTIL DLR239-MASTER-EOF.
060900     CLOSE SALES-HISTORY
061000           SALHST-EXPORT.
061100 2100-EXIT.
061200     EXIT.
061300
061400 2110-READ-SALHST.
061500     READ SALES-HISTORY NEXT RECORD
061600         AT END
061700             MOVE 'Y' TO DLR239-MASTER-EOF-SW
061800     END-READ.
061900 2110-EXIT.
062000     EXIT.
062100
062200 2120-EXPORT-ONE-SALHST.
062300     ADD 1 TO DLR239-R-READ (DLR239-FX).
062400     IF  DLSALHST-CURR-WEEK > DLR239-R-HIGH (DLR239-FX)
062500         MOVE DLSALHST-CURR-WEEK TO DLR239-R-HIGH (DLR239-FX)
062600     END-IF.
062700     MOVE DLSALHST-CURR-WEEK TO DLR239-W-BUCKET-WEEK.
062800     PERFORM 2150-WEEK-TO-WEEK-NO.
062900     MOVE DLR239-W-WEEK-NO TO DLR239-W-BUCKET-WEEK-NO.
063000     PERFORM 2130-EXPORT-ONE-BUCKET
063100         VARYING DLR239-SUB FROM 1 BY 1
063200         UNTIL DLR239-SUB > 52.
063400     PERFORM 2110-READ-SALHST.
063500 2120-EXIT.
063600     EXIT.
063700
063800 2130-EXPORT-ONE-BUCKET.
063900     PERFORM 2160-WEEK-NO-TO-WEEK.
064000     PERFORM 7000-START-ROW.
064100     MOVE DLSALHST-KEYCODE-NO TO DLR239-F-TEXT.
064200     PERFORM 7100-ADD-TEXT.
064300     MOVE DLSALHST-STORE-NO TO DLR239-F-INTEGER.
064400     PERFORM 7200-ADD-INTEGER.
064500     MOVE DLR239-W-BUCKET-WEEK TO DLR239-F-INTEGER.
064600     PERFORM 7200-ADD-INTEGER.
064700     MOVE DLSALHST-WK-QTY (DLR239-SUB) TO DLR239-F-INTEGER.
064800     PERFORM 7200-ADD-INTEGER.
064900     MOVE DLSALHST-WK-SALES (DLR239-SUB) TO DLR239-F-AMOUNT.
065000     PERFORM 7300-ADD-AMOUNT.
065100     WRITE SALHST-EXPORT-LINE FROM DLR239-ROW.
065200     ADD 1 TO DLR239-R-ROWS (DLR239-FX).
065300     ADD DLSALHST-WK-SALES (DLR239-SUB)
065400         TO DLR239-R-HASH (DLR239-FX).
065500     SUBTRACT 1 FROM DLR239-W-BUCKET-WEEK-NO.
065600 2130-EXIT.
065700     EXIT.
065800
065900*    CCYYWW IN W-BUCKET-WEEK TO A RUNNING WEEK NUMBER.
066000 2150-WEEK-TO-WEEK-NO.
066100     DIVIDE DLR239-W-BUCKET-WEEK BY 100
066200         GIVING DLR239-W-YEAR
066300         REMAINDER DLR239-W-WEEK.
066400     COMPUTE DLR239-W-WEEK-NO =
066500         DLR239-W-YEAR * 52 + DLR239-W-WEEK.
066600 2150-EXIT.
066700     EXIT.
066800
066900*    RUNNING WEEK NUMBER IN W-BUCKET-WEEK-NO BACK TO CCYYWW.
067000 2160-WEEK-NO-TO-WEEK.
067100     DIVIDE 52 INTO DLR239-W-BUCKET-WEEK-NO
067200         GIVING DLR239-W-YEAR
067300         REMAINDER DLR239-W-REMAINDER.
067400     IF  DLR239-W-REMAINDER = ZERO
067500         SUBTRACT 1 FROM DLR239-W-YEAR
067600         MOVE 52 TO DLR239-W-WEEK
067700     ELSE
067800         MOVE DLR239-W-REMAINDER TO DLR239-W-WEEK
067900     END-IF.
068000     COMPUTE DLR239-W-BUCKET-WEEK =
068100         DLR239-W-YEAR * 100 + DLR239-W-WEEK.
068200 2160-EXIT.
068300     EXIT.
068400
068500******************************************************************
068600*    DLINVPOS - ONE ROW PER STORE AND KEYCODE, SENT WHEN DLR102, *
068700*    DLR160 OR DLR161 HAVE UPDATED IT SINCE THE LAST EXPORT.     *
068800******************************************************************
068900 2200-EXPORT-INVPOS.
069000     MOVE DLR239-FX-INVPOS TO DLR239-FX.
069100     OPEN INPUT  POSITION-MASTER.
069200     OPEN OUTPUT INVPOS-EXPORT.
069300     WRITE INVPOS-EXPORT-LINE FROM DLR239-INVPOS-HDR.
069400     MOVE 'N' TO DLR239-MASTER-EOF-SW.
069500     PERFORM 2210-READ-INVPOS.
069600     PERFORM 2220-EXPORT-ONE-INVPOS
069700         UNTIL DLR239-MASTER-EOF.
069800     CLOSE POSITION-MASTER
069900           INVPOS-EXPORT.
070000 2200-EXIT.
070100     EXIT.
070200
070300 2210-READ-INVPOS.
070400     READ POSITION-MASTER NEXT RECORD
070500         AT END
070600             MOVE 'Y' TO DLR239-MASTER-EOF-SW
070700     END-READ.
070800 2210-EXIT.
070900     EXIT.
071000
071100 2220-EXPORT-ONE-INVPOS.
071200     ADD 1 TO DLR239-R-READ (DLR239-FX).
071300     IF  DLR239-R-FULL (DLR239-FX)
071400     OR  DLINVPOS-LAST-UPD-DATE > DLR239-R-SINCE-DATE (DLR239-FX)
071500         PERFORM 7000-START-ROW
071600         MOVE DLINVPOS-STR-NO         TO DLR239-F-INTEGER
071700         PERFORM 7200-ADD-INTEGER
071800         MOVE DLINVPOS-KEYCODE-NO     TO DLR239-F-TEXT
071900         PERFORM 7100-ADD-TEXT
072000         MOVE DLINVPOS-ON-HAND-QTY    TO DLR239-F-INTEGER
072100         PERFORM 7200-ADD-INTEGER
072200         MOVE DLINVPOS-RECEIPTS-QTY   TO DLR239-F-INTEGER
072300         PERFORM 7200-ADD-INTEGER
072400         MOVE DLINVPOS-SALES-QTY      TO DLR239-F-INTEGER
072500         PERFORM 7200-ADD-INTEGER
072600         MOVE DLINVPOS-IN-TRANSIT-QTY TO DLR239-F-INTEGER
072700         PERFORM 7200-ADD-INTEGER
072800         MOVE DLINVPOS-LAST-UPD-DATE  TO DLR239-F-INTEGER
072900         PERFORM 7200-ADD-INTEGER
073000         WRITE INVPOS-EXPORT-LINE FROM DLR239-ROW
073100         ADD 1 TO DLR239-R-ROWS (DLR239-FX)
073200         ADD DLINVPOS-ON-HAND-QTY TO DLR239-R-HASH (DLR239-FX)
073300     END-IF.
073400     PERFORM 2210-READ-INVPOS.
073500 2220-EXIT.
073600     EXIT.
073700
073800******************************************************************
073900*    DLRCVHST - ONE ROW PER RECEIPT HEADER OR STORE ALLOCATION,  *
074000*    SENT WHEN LOADED, CORRECTED OR INVOICE-MATCHED SINCE THE    *
074100*    LAST EXPORT. THE DD/MM/CCYY RECEIPT DATE GOES AS CCYYMMDD.  *
074200******************************************************************
074300 2300-EXPORT-RCVHST.
074400     MOVE DLR239-FX-RCVHST TO DLR239-FX.
074500     OPEN INPUT  HISTORY-MASTER.
074600     OPEN OUTPUT RCVHST-EXPORT.
074700     WRITE RCVHST-EXPORT-LINE FROM DLR239-RCVHST-HDR.
074800     MOVE 'N' TO DLR239-MASTER-EOF-SW.
074900     PERFORM 2310-READ-RCVHST.
075000     PERFORM 2320-EXPORT-ONE-RCVHST
075100         UNTIL DLR239-MASTER-EOF.
075200     CLOSE HISTORY-MASTER
075300           RCVHST-EXPORT.
075400 2300-EXIT.
075500     EXIT.
075600
075700 2310-READ-RCVHST.
075800     READ HISTORY-MASTER NEXT RECORD
075900         AT END
076000             MOVE 'Y' TO DLR239-MASTER-EOF-SW
076100     END-READ.
076200 2310-EXIT.
076300     EXIT.
076400
076500 2320-EXPORT-ONE-RCVHST.
076600     ADD 1 TO DLR239-R-READ (DLR239-FX).
076700     MOVE 'N' TO DLR239-SEND-SW.
076800     IF  DLR239-R-FULL (DLR239-FX)
076900         MOVE 'Y' TO DLR239-SEND-SW
077000     ELSE
077100         IF  DLRCVHST-LOADED-DATE
077200                 > DLR239-R-SINCE-DATE (DLR239-FX)
077300         OR  DLRCVHST-LAST-ADJ-DATE
077400                 > DLR239-R-SINCE-DATE (DLR239-FX)
077500         OR  DLRCVHST-MATCH-DATE
077600                 > DLR239-R-SINCE-DATE (DLR239-FX)
077700             MOVE 'Y' TO DLR239-SEND-SW
077800         END-IF
077900     END-IF.
078000     IF  DLR239-SEND
078100         PERFORM 2330-BUILD-RCVHST-ROW
078200         WRITE RCVHST-EXPORT-LINE FROM DLR239-ROW
078300         ADD 1 TO DLR239-R-ROWS (DLR239-FX)
078400         ADD DLRCVHST-TOT-RCPT-AMT TO DLR239-R-HASH (DLR239-FX)
078500     END-IF.
078600     PERFORM 2310-READ-RCVHST.
078700 2320-EXIT.
078800     EXIT.
078900
079000 2330-BUILD-RCVHST-ROW.
079100     PERFORM 7000-START-ROW.
079200     MOVE DLRCVHST-RECEIPT-LOCN   TO DLR239-F-INTEGER.
079300     PERFORM 7200-ADD-INTEGER.
079400     MOVE DLRCVHST-RECEIPT-NO     TO DLR239-F-INTEGER.
079500     PERFORM 7200-ADD-INTEGER.
079600     MOVE DLRCVHST-STR-NO         TO DLR239-F-INTEGER.
079700     PERFORM 7200-ADD-INTEGER.
079800     MOVE DLRCVHST-PROD-NO        TO DLR239-F-INTEGER.
079900     PERFORM 7200-ADD-INTEGER.
080000     MOVE DLRCVHST-ROW-TYPE       TO DLR239-F-TEXT.
080100     PERFORM 7100-ADD-TEXT.
080200     MOVE DLRCVHST-SUP-ID         TO DLR239-F-INTEGER.
080300     PERFORM 7200-ADD-INTEGER.
080400     MOVE DLRCVHST-RECEIPT-DATE   TO DLR239-W-DDMMCCYY.
080500     PERFORM 7500-DDMMCCYY-TO-DATE.
080600     MOVE DLR239-W-DATE-8         TO DLR239-F-TEXT.
080700     PERFORM 7100-ADD-TEXT.
080800     MOVE DLRCVHST-TOT-RECV-QTY   TO DLR239-F-INTEGER.
080900     PERFORM 7200-ADD-INTEGER.
081000     MOVE DLRCVHST-TOT-RCPT-AMT   TO DLR239-F-AMOUNT.
081100     PERFORM 7300-ADD-AMOUNT.
081200     MOVE DLRCVHST-REC-ALC-QTY    TO DLR239-F-INTEGER.
081300     PERFORM 7200-ADD-INTEGER.
081400     MOVE DLRCVHST-ACT-RECV-QTY   TO DLR239-F-INTEGER.
081500     PERFORM 7200-ADD-INTEGER.
081600     MOVE DLRCVHST-LOADED-DATE    TO DLR239-F-INTEGER.
081700     PERFORM 7200-ADD-INTEGER.
081800     MOVE DLRCVHST-ORDER-NO       TO DLR239-F-TEXT.
081900     PERFORM 7100-ADD-TEXT.
082000     MOVE DLRCVHST-INVOICE-NO     TO DLR239-F-TEXT.
082100     PERFORM 7100-ADD-TEXT.
082200     MOVE DLRCVHST-KEYCODE-NO     TO DLR239-F-TEXT.
082300     PERFORM 7100-ADD-TEXT.
082400     MOVE DLRCVHST-UNIT-COST      TO DLR239-F-COST.
082500     PERFORM 7400-ADD-COST.
082600     MOVE DLRCVHST-ERS-STATUS     TO DLR239-F-TEXT.
082700     PERFORM 7100-ADD-TEXT.
082800     MOVE DLRCVHST-ADJ-STATUS     TO DLR239-F-TEXT.
082900     PERFORM 7100-ADD-TEXT.
083000     MOVE DLRCVHST-ADJ-COUNT      TO DLR239-F-INTEGER.
083100     PERFORM 7200-ADD-INTEGER.
083200     MOVE DLRCVHST-LAST-ADJ-DATE  TO DLR239-F-INTEGER.
083300     PERFORM 7200-ADD-INTEGER.
083400     MOVE DLRCVHST-INV-MATCH-STATUS TO DLR239-F-TEXT.
083500     PERFORM 7100-ADD-TEXT.
083600     MOVE DLRCVHST-MATCH-INVOICE-NO TO DLR239-F-TEXT.
083700     PERFORM 7100-ADD-TEXT.
083800     MOVE DLRCVHST-MATCH-DATE     TO DLR239-F-INTEGER.
083900     PERFORM 7200-ADD-INTEGER.
084000 2330-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400*    DLPOLIFE - ONE ROW PER PO, IN FULL, WITH ITS DC SPLIT AS    *
084500*    ONE DLPOLIDC ROW PER DC. THE YYMMDD DOWNLOAD DATES GO AS    *
084600*    CCYYMMDD (CENTURY 20, AS DLR213).                           *
084700******************************************************************
084800 2400-EXPORT-POLIFE.
084900     MOVE DLR239-FX-POLIFE TO DLR239-FX.
085000     OPEN INPUT  PO-LIFE-MASTER.
085100     OPEN OUTPUT POLIFE-EXPORT
085200                 POLIDC-EXPORT.
085300     WRITE POLIFE-EXPORT-LINE FROM DLR239-POLIFE-HDR.
085400     WRITE POLIDC-EXPORT-LINE FROM DLR239-POLIDC-HDR.
085500     MOVE 'N' TO DLR239-MASTER-EOF-SW.
085600     PERFORM 2410-READ-POLIFE.
085700     PERFORM 2420-EXPORT-ONE-POLIFE
085800         UNTIL DLR239-MASTER-EOF.
085900     CLOSE PO-LIFE-MASTER
086000           POLIFE-EXPORT
086100           POLIDC-EXPORT.
086200 2400-EXIT.
086300     EXIT.
086400
086500 2410-READ-POLIFE.
086600     READ PO-LIFE-MASTER NEXT RECORD
086700         AT END
086800             MOVE 'Y' TO DLR239-MASTER-EOF-SW
086900     END-READ.
087000 2410-EXIT.
087100     EXIT.
087200
087300 2420-EXPORT-ONE-POLIFE.
087400     MOVE DLR239-FX-POLIFE TO DLR239-FX.
087500     ADD 1 TO DLR239-R-READ (DLR239-FX).
087600     PERFORM 7000-START-ROW.
087700     MOVE DLPOLIFE-PO-NO           TO DLR239-F-INTEGER.
087800     PERFORM 7200-ADD-INTEGER.
087900     MOVE DLPOLIFE-VENDOR          TO DLR239-F-INTEGER.
088000     PERFORM 7200-ADD-INTEGER.
088100     MOVE DLPOLIFE-DEPARTMENT      TO DLR239-F-TEXT.
088200     PERFORM 7100-ADD-TEXT.
088300     MOVE DLPOLIFE-EXP-RCPT-DATE   TO DLR239-W-YYMMDD.
088400     PERFORM 7600-YYMMDD-TO-DATE.
088500     MOVE DLR239-W-DATE-8          TO DLR239-F-TEXT.
088600     PERFORM 7100-ADD-TEXT.
088700     MOVE DLPOLIFE-CANCEL-BY-DATE  TO DLR239-W-YYMMDD.
088800     PERFORM 7600-YYMMDD-TO-DATE.
088900     MOVE DLR239-W-DATE-8          TO DLR239-F-TEXT.
089000     PERFORM 7100-ADD-TEXT.
089100     MOVE DLPOLIFE-ORDER-VALUE     TO DLR239-F-AMOUNT.
089200     PERFORM 7300-ADD-AMOUNT.
089300     MOVE DLPOLIFE-FIRST-SEEN      TO DLR239-F-INTEGER.
089400     PERFORM 7200-ADD-INTEGER.
089500     MOVE DLPOLIFE-LAST-SEEN       TO DLR239-F-INTEGER.
089600     PERFORM 7200-ADD-INTEGER.
089700     MOVE DLPOLIFE-STATUS          TO DLR239-F-TEXT.
089800     PERFORM 7100-ADD-TEXT.
089900     MOVE DLPOLIFE-ORDER-CCY       TO DLR239-F-TEXT.
090000     PERFORM 7100-ADD-TEXT.
090100     MOVE DLPOLIFE-ORDER-VALUE-CCY TO DLR239-F-AMOUNT.
090200     PERFORM 7300-ADD-AMOUNT.
090300     MOVE DLPOLIFE-QTY-HELD-SW     TO DLR239-F-TEXT.
090400     PERFORM 7100-ADD-TEXT.
090500     MOVE DLPOLIFE-TOTAL-QTY       TO DLR239-F-INTEGER.
090600     PERFORM 7200-ADD-INTEGER.
090700     MOVE DLPOLIFE-LOCN-COUNT      TO DLR239-F-INTEGER.
090800     PERFORM 7200-ADD-INTEGER.
090900     WRITE POLIFE-EXPORT-LINE FROM DLR239-ROW.
091000     ADD 1 TO DLR239-R-ROWS (DLR239-FX).
091100     ADD DLPOLIFE-ORDER-VALUE TO DLR239-R-HASH (DLR239-FX).
091200     IF  DLPOLIFE-QTY-HELD
091300         MOVE DLR239-FX-POLIDC TO DLR239-FX
091400         PERFORM 2430-EXPORT-ONE-DC
091500             VARYING DLR239-SUB FROM 1 BY 1
091600             UNTIL DLR239-SUB > DLPOLIFE-LOCN-COUNT
091700             OR    DLR239-SUB > 20
091800     END-IF.
091900     PERFORM 2410-READ-POLIFE.
092000 2420-EXIT.
092100     EXIT.
092200
092300 2430-EXPORT-ONE-DC.
092400     ADD 1 TO DLR239-R-READ (DLR239-FX).
092500     PERFORM 7000-START-ROW.
092600     MOVE DLPOLIFE-PO-NO              TO DLR239-F-INTEGER.
092700     PERFORM 7200-ADD-INTEGER.
092800     MOVE DLPOLIFE-DC-NO (DLR239-SUB)  TO DLR239-F-INTEGER.
092900     PERFORM 7200-ADD-INTEGER.
093000     MOVE DLPOLIFE-DC-QTY (DLR239-SUB) TO DLR239-F-INTEGER.
093100     PERFORM 7200-ADD-INTEGER.
093200     WRITE POLIDC-EXPORT-LINE FROM DLR239-ROW.
093300     ADD 1 TO DLR239-R-ROWS (DLR239-FX).
093400     ADD DLPOLIFE-DC-QTY (DLR239-SUB)
093500         TO DLR239-R-HASH (DLR239-FX).
093600 2430-EXIT.
093700     EXIT.
093800
093900******************************************************************
094000*    DLTIERM - ONE ROW PER CUSTOMER, IN FULL, THE TWELVE MONTHLY *
094100*    SPEND BUCKETS AS COLUMNS SPEND_M01 (CURR_PERIOD) TO M12.    *
094200******************************************************************
094300 2500-EXPORT-TIERM.
094400     MOVE DLR239-FX-TIERM TO DLR239-FX.
094500     OPEN INPUT  TIER-MASTER.
094600     OPEN OUTPUT TIERM-EXPORT.
094700     WRITE TIERM-EXPORT-LINE FROM DLR239-TIERM-HDR.
094800     MOVE 'N' TO DLR239-MASTER-EOF-SW.
094900     PERFORM 2510-READ-TIERM.
095000     PERFORM 2520-EXPORT-ONE-TIERM
095100         UNTIL DLR239-MASTER-EOF.
095200     CLOSE TIER-MASTER
095300           TIERM-EXPORT.
095400 2500-EXIT.
095500     EXIT.
095600
095700 2510-READ-TIERM.
095800     READ TIER-MASTER NEXT RECORD
095900         AT END
096000             MOVE 'Y' TO DLR239-MASTER-EOF-SW
096100     END-READ.
096200 2510-EXIT.
096300     EXIT.
096400
096500 2520-EXPORT-ONE-TIERM.
096600     ADD 1 TO DLR239-R-READ (DLR239-FX).
096700     IF  DLTIERM-CURR-PERIOD > DLR239-R-HIGH (DLR239-FX)
096800         MOVE DLTIERM-CURR-PERIOD TO DLR239-R-HIGH (DLR239-FX)
096900     END-IF.
097000     PERFORM 7000-START-ROW.
097100     MOVE DLTIERM-CUST-NO     TO DLR239-F-INTEGER.
097200     PERFORM 7200-ADD-INTEGER.
097300     MOVE DLTIERM-CURR-PERIOD TO DLR239-F-INTEGER.
097400     PERFORM 7200-ADD-INTEGER.
097500     PERFORM 2530-ADD-ONE-SPEND
097600         VARYING DLR239-SUB FROM 1 BY 1
097700         UNTIL DLR239-SUB > 12.
097800     MOVE DLTIERM-TIER        TO DLR239-F-TEXT.
097900     PERFORM 7100-ADD-TEXT.
098000     WRITE TIERM-EXPORT-LINE FROM DLR239-ROW.
098100     ADD 1 TO DLR239-R-ROWS (DLR239-FX).
098200     PERFORM 2510-READ-TIERM.
098300 2520-EXIT.
098400     EXIT.
098500
098600 2530-ADD-ONE-SPEND.
098700     MOVE DLTIERM-MONTH-SPEND (DLR239-SUB) TO DLR239-F-AMOUNT.
098800     PERFORM 7300-ADD-AMOUNT.
098900     ADD DLTIERM-MONTH-SPEND (DLR239-SUB)
099000         TO DLR239-R-HASH (DLR239-FX).
099100 2530-EXIT.
099200     EXIT.
099300
099400******************************************************************
099500*    DLPTSBAL - ONE ROW PER CARD, THE TWELVE MONTHLY EARNED      *
099600*    BUCKETS AS COLUMNS EARNED_M01 (CURR_PERIOD) TO M12. SENT    *
099700*    WHEN THE CARD HAS HAD ACTIVITY SINCE THE LAST EXPORT OR HAS *
099800*    BEEN ROLLED INTO A MONTH NOT YET EXPORTED.                  *
099900******************************************************************
100000 2600-EXPORT-PTSBAL.
100100     MOVE DLR239-FX-PTSBAL TO DLR239-FX.
100200     OPEN INPUT  POINTS-MASTER.
100300     OPEN OUTPUT PTSBAL-EXPORT.
100400     WRITE PTSBAL-EXPORT-LINE FROM DLR239-PTSBAL-HDR.
100500     MOVE 'N' TO DLR239-MASTER-EOF-SW.
100600     PERFORM 2610-READ-PTSBAL.
100700     PERFORM 2620-EXPORT-ONE-PTSBAL
100800         UNTIL DLR239-MASTER-EOF.
100900     CLOSE POINTS-MASTER
101000           PTSBAL-EXPORT.
101100 2600-EXIT.
101200     EXIT.
101300
101400 2610-READ-PTSBAL.
101500     READ POINTS-MASTER NEXT RECORD
101600         AT END
101700             MOVE 'Y' TO DLR239-MASTER-EOF-SW
101800     END-READ.
101900 2610-EXIT.
102000     EXIT.
102100
102200 2620-EXPORT-ONE-PTSBAL.
102300     ADD 1 TO DLR239-R-READ (DLR239-FX).
102400     IF  DLPTSBAL-CURR-PERIOD > DLR239-R-HIGH (DLR239-FX)
102500         MOVE DLPTSBAL-CURR-PERIOD TO DLR239-R-HIGH (DLR239-FX)
102600     END-IF.
102700     MOVE 'N' TO DLR239-SEND-SW.
102800     IF  DLR239-R-FULL (DLR239-FX)
102900         MOVE 'Y' TO DLR239-SEND-SW
103000     ELSE
103100         IF  DLPTSBAL-LAST-ACTIVITY
103200                 > DLR239-R-SINCE-DATE (DLR239-FX)
103300         OR  DLPTSBAL-CURR-PERIOD > DLR239-P-HIGH (DLR239-FX)
103400             MOVE 'Y' TO DLR239-SEND-SW
103500         END-IF
103600     END-IF.
103700     IF  DLR239-SEND
103800         PERFORM 7000-START-ROW
103900         MOVE DLPTSBAL-CUST-NO       TO DLR239-F-INTEGER
104000         PERFORM 7200-ADD-INTEGER
104100         MOVE DLPTSBAL-CURR-PERIOD   TO DLR239-F-INTEGER
104200         PERFORM 7200-ADD-INTEGER
104300         PERFORM 2630-ADD-ONE-EARNED
104400             VARYING DLR239-SUB FROM 1 BY 1
104500             UNTIL DLR239-SUB > 12
104600         MOVE DLPTSBAL-BALANCE       TO DLR239-F-INTEGER
104700         PERFORM 7200-ADD-INTEGER
104800         MOVE DLPTSBAL-LIFE-EARNED   TO DLR239-F-INTEGER
104900         PERFORM 7200-ADD-INTEGER
105000         MOVE DLPTSBAL-LIFE-EXPIRED  TO DLR239-F-INTEGER
105100         PERFORM 7200-ADD-INTEGER
105200         MOVE DLPTSBAL-LIFE-REDEEMED TO DLR239-F-INTEGER
105300         PERFORM 7200-ADD-INTEGER
105400         MOVE DLPTSBAL-LAST-ACTIVITY TO DLR239-F-INTEGER
105500         PERFORM 7200-ADD-INTEGER
105600         WRITE PTSBAL-EXPORT-LINE FROM DLR239-ROW
105700         ADD 1 TO DLR239-R-ROWS (DLR239-FX)
105800         ADD DLPTSBAL-BALANCE TO DLR239-R-HASH (DLR239-FX)
105900     END-IF.
106000     PERFORM 2610-READ-PTSBAL.
106100 2620-EXIT.
106200     EXIT.
106300
106400 2630-ADD-ONE-EARNED.
106500     MOVE DLPTSBAL-MONTH-EARNED (DLR239-SUB) TO DLR239-F-INTEGER.
106600     PERFORM 7200-ADD-INTEGER.
106700 2630-EXIT.
106800     EXIT.
106900
107000******************************************************************
107100*    ROW BUILDING. FIELDS ARE ADDED LEFT TO RIGHT, PIPE BETWEEN, *
107200*    LEADING AND TRAILING SPACES DROPPED; A PIPE INSIDE A TEXT   *
107300*    FIELD IS SENT AS A SPACE.                                   *
107400******************************************************************
107500 7000-START-ROW.
107600     MOVE SPACES TO DLR239-ROW.
107700     MOVE 1 TO DLR239-ROW-PTR.
107800     MOVE 'Y' TO DLR239-FIRST-FIELD-SW.
107900 7000-EXIT.
108000     EXIT.
108100
108200 7100-ADD-TEXT.
108300     IF  DLR239-FIRST-FIELD
108400         MOVE 'N' TO DLR239-FIRST-FIELD-SW
108500     ELSE
108600         STRING '|' DELIMITED BY SIZE
108700             INTO DLR239-ROW
108800             WITH POINTER DLR239-ROW-PTR
108900         END-STRING
109000     END-IF.
109100     INSPECT DLR239-F-TEXT REPLACING ALL '|' BY SPACE.
109200     MOVE ZERO TO DLR239-F-LEAD.
109300     INSPECT DLR239-F-TEXT TALLYING DLR239-F-LEAD
109400         FOR LEADING SPACES.
109500     MOVE 40 TO DLR239-F-END.
109600     MOVE 'N' TO DLR239-END-FOUND-SW.
109700     PERFORM 7110-FIND-TEXT-END
109800         UNTIL DLR239-END-FOUND.
109900     IF  DLR239-F-END > DLR239-F-LEAD
110000         COMPUTE DLR239-F-LEN = DLR239-F-END - DLR239-F-LEAD
110100         STRING DLR239-F-TEXT (DLR239-F-LEAD + 1 : DLR239-F-LEN)
110200                 DELIMITED BY SIZE
110300             INTO DLR239-ROW
110400             WITH POINTER DLR239-ROW-PTR
110500         END-STRING
110600     END-IF.
110700     MOVE SPACES TO DLR239-F-TEXT.
110800 7100-EXIT.
110900     EXIT.
111000
111100 7110-FIND-TEXT-END.
111200     IF  DLR239-F-END < 1
111300         MOVE 'Y' TO DLR239-END-FOUND-SW
111400     ELSE
111500         IF  DLR239-F-TEXT (DLR239-F-END : 1) NOT = SPACE
111600             MOVE 'Y' TO DLR239-END-FOUND-SW
111700         ELSE
111800             SUBTRACT 1 FROM DLR239-F-END
111900         END-IF
112000     END-IF.
112100 7110-EXIT.
112200     EXIT.
112300
112400 7200-ADD-INTEGER.
112500     MOVE DLR239-F-INTEGER    TO DLR239-F-INTEGER-ED.
112600     MOVE DLR239-F-INTEGER-ED TO DLR239-F-TEXT.
112700     PERFORM 7100-ADD-TEXT.
112800 7200-EXIT.
112900     EXIT.
113000
113100 7300-ADD-AMOUNT.
113200     MOVE DLR239-F-AMOUNT     TO DLR239-F-AMOUNT-ED.
113300     MOVE DLR239-F-AMOUNT-ED  TO DLR239-F-TEXT.
113400     PERFORM 7100-ADD-TEXT.
113500 7300-EXIT.
113600     EXIT.
113700
113800 7400-ADD-COST.
113900     MOVE DLR239-F-COST       TO DLR239-F-COST-ED.
114000     MOVE DLR239-F-COST-ED    TO DLR239-F-TEXT.
114100     PERFORM 7100-ADD-TEXT.
114200 7400-EXIT.
114300     EXIT.
114400
114500*    DD/MM/CCYY TO CCYYMMDD; ANYTHING ELSE IS SENT AS IT STANDS.
114600 7500-DDMMCCYY-TO-DATE.
114700     MOVE SPACES TO DLR239-W-DATE-8.
114800     IF  DLR239-W-DDMMCCYY (3:1) = '/'
114900     AND DLR239-W-DDMMCCYY (6:1) = '/'
115000         STRING DLR239-W-DDMMCCYY (7:4)
115100                DLR239-W-DDMMCCYY (4:2)
115200                DLR239-W-DDMMCCYY (1:2)
115300             DELIMITED BY SIZE INTO DLR239-W-DATE-8
115400         END-STRING
115500     ELSE
115600         MOVE DLR239-W-DDMMCCYY TO DLR239-W-DATE-8
115700     END-IF.
115800 7500-EXIT.
115900     EXIT.
116000
116100*    YYMMDD TO CCYYMMDD; BLANK OR ZERO DATES ARE SENT EMPTY.
116200 7600-YYMMDD-TO-DATE.
116300     MOVE SPACES TO DLR239-W-DATE-8.
116400     IF  DLR239-W-YYMMDD IS NUMERIC
116500     AND DLR239-W-YYMMDD-9 > ZERO
116600         STRING '20' DLR239-W-YYMMDD
116700             DELIMITED BY SIZE INTO DLR239-W-DATE-8
116800         END-STRING
116900     END-IF.
117000 7600-EXIT.
117100     EXIT.
117200
117300******************************************************************
117400*    ONE MANIFEST ROW AND ONE NEW CONTROL RECORD PER FILE.       *
117500******************************************************************
117600 8000-WRITE-MANIFEST.
117700     OPEN OUTPUT MANIFEST-FILE
117800                 NEW-CONTROL.
117900     WRITE MANIFEST-LINE FROM DLR239-MANIFEST-HDR.
118000     PERFORM 8100-WRITE-ONE-FILE
118100         VARYING DLR239-FX FROM 1 BY 1
118200         UNTIL DLR239-FX > DLR239-FILE-COUNT.
118300     CLOSE MANIFEST-FILE
118400           NEW-CONTROL.
118500 8000-EXIT.
118600     EXIT.
118700
118800 8100-WRITE-ONE-FILE.
118900     MOVE SPACES TO DLEXPCTL-RECORD.
119000     MOVE DLR239-FL-FILE-ID (DLR239-FX)   TO DLEXPCTL-FILE-ID.
119100     MOVE DLR239-BUS-DATE                 TO DLEXPCTL-BUS-DATE.
119200     MOVE DLR239-R-TYPE (DLR239-FX)       TO DLEXPCTL-EXPORT-TYPE.
119300     MOVE DLR239-R-SINCE-DATE (DLR239-FX) TO DLEXPCTL-SINCE-DATE.
119400     MOVE DLR239-R-ROWS (DLR239-FX)       TO DLEXPCTL-ROW-COUNT.
119500     MOVE DLR239-R-HASH (DLR239-FX)       TO DLEXPCTL-HASH-TOTAL.
119600     MOVE DLR239-FL-SCHEMA-VER (DLR239-FX)
119700         TO DLEXPCTL-SCHEMA-VER.
119800     MOVE DLR239-R-HIGH (DLR239-FX)   TO DLEXPCTL-HIGH-PERIOD.
119900     MOVE DLR239-R-HIGH-2 (DLR239-FX) TO DLEXPCTL-HIGH-PERIOD-2.
120000     PERFORM 7000-START-ROW.
120100     MOVE DLEXPCTL-FILE-ID       TO DLR239-F-TEXT.
120200     PERFORM 7100-ADD-TEXT.
120300     MOVE DLEXPCTL-BUS-DATE      TO DLR239-F-INTEGER.
120400     PERFORM 7200-ADD-INTEGER.
120500     MOVE DLEXPCTL-EXPORT-TYPE   TO DLR239-F-TEXT.
120600     PERFORM 7100-ADD-TEXT.
120700     MOVE DLEXPCTL-SINCE-DATE    TO DLR239-F-INTEGER.
120800     PERFORM 7200-ADD-INTEGER.
120900     MOVE DLEXPCTL-ROW-COUNT     TO DLR239-F-INTEGER.
121000     PERFORM 7200-ADD-INTEGER.
121100     MOVE DLEXPCTL-HASH-TOTAL    TO DLR239-F-AMOUNT.
121200     PERFORM 7300-ADD-AMOUNT.
121300     MOVE DLEXPCTL-SCHEMA-VER    TO DLR239-F-INTEGER.
121400     PERFORM 7200-ADD-INTEGER.
121500     MOVE DLEXPCTL-HIGH-PERIOD   TO DLR239-F-INTEGER.
121600     PERFORM 7200-ADD-INTEGER.
121700     MOVE DLEXPCTL-HIGH-PERIOD-2 TO DLR239-F-INTEGER.
121800     PERFORM 7200-ADD-INTEGER.
121900     WRITE MANIFEST-LINE FROM DLR239-ROW.
122000     WRITE DLEXPCTL-RECORD.
122100     DISPLAY 'DLR239 ' DLEXPCTL-FILE-ID
122200             ' ' DLEXPCTL-EXPORT-TYPE
122300             ' READ = ' DLR239-R-READ (DLR239-FX)
122400             ' SENT = ' DLEXPCTL-ROW-COUNT.
122500 8100-EXIT.
122600     EXIT.
122700
122800 9000-TERMINATE.
122900     DISPLAY 'DLR239 BUSINESS DATE       = ' DLR239-BUS-DATE.
123000     DISPLAY 'DLR239 CONTROL ROWS READ    = ' DLR239-CTL-READ.
123100     DISPLAY 'DLR239 CONTROL ROWS IGNORED = ' DLR239-CTL-UNKNOWN.
123200     IF  DLR239-FULL-RUN
123300         DISPLAY 'DLR239 FULL EXPORT REQUESTED'
123400     END-IF.
123500 9000-EXIT.
123600     EXIT.
