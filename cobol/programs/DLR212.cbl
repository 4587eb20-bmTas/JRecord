000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR212.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR212 - STORE ALLOCATION OF INBOUND DC QUANTITIES           *
001000*                                                                *
001100*   RUNS ON THE AMS PO DOWNLOAD ONCE IT HAS PASSED THE INTAKE    *
001200*   GATES. EVERY DC QUANTITY ON A PRODUCT LINE'S LOCATION        *
001300*   RECORDS IS SPLIT ACROSS THE STORES THAT DC SERVES (DLSTORMF  *
001400*   SERVING-DC) IN PROPORTION TO EACH STORE'S NEED - THE DLR103  *
001500*   SUGGESTED QUANTITY ON DLSUGORD, LESS ANY STOCK THAT HAS      *
001600*   REACHED OR IS IN TRANSIT TO THE STORE ON DLINVPOS SINCE THE  *
001700*   SUGGESTION WAS MADE. A STORE ONLY SHARES IN THE LINE IF IT   *
001800*   IS OPEN AND THE KEYCODE IS RANGED THERE (DLRNGMF) ON THE     *
001900*   EXPECTED RECEIPT DATE, AND ONLY IF ITS SHARE REACHES THE     *
002000*   DLPARAMM MINIMUM PACKS PER STORE. PACKS NO STORE TAKES STAY  *
002100*   AT THE DC AS RESERVE. THE SPLIT IS WRITTEN TO DLSTRALC FOR   *
002200*   THE WMS AHEAD OF THE ASN SO STORE PACKS CAN BE CROSS-DOCKED  *
002300*   ON THE DAY OF RECEIPT.                                       *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002710*  02 | 15/10/26 | DLSUGORD READ AS KEYED FILE  | R. GEALL       *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT SUGGEST-FILE      ASSIGN TO DLSUGORD
004100                              ORGANIZATION IS INDEXED
004110                              ACCESS MODE IS SEQUENTIAL
004120                              RECORD KEY IS DLSUGORD-KEY.
004200     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS RANDOM
004500                              RECORD KEY IS DLINVPOS-KEY.
004600     SELECT RANGING-MASTER    ASSIGN TO DLRNGMF
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS RANDOM
004900                              RECORD KEY IS DLRNGMF-KEY.
005000     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT ALLOC-FILE        ASSIGN TO DLSTRALC
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT ALLOC-REPORT      ASSIGN TO ALLOCRPT
005500                              ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AMS-PODL-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100     COPY AMSPODL.
006200 FD  STORE-MASTER-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  DLSTORMF-RECORD.
006600     COPY DLSTORMF.
006700 FD  SUGGEST-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLSUGORD-RECORD.
007100     COPY DLSUGORD.
007200 FD  POSITION-MASTER
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLINVPOS-RECORD.
007500     COPY DLINVPOS.
007600 FD  RANGING-MASTER
007700     LABEL RECORDS ARE STANDARD.
007800 01  DLRNGMF-RECORD.
007900     COPY DLRNGMF.
008000 FD  PARAM-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD.
008300 01  DLPARAMM-RECORD.
008400     COPY DLPARAMM.
008500 FD  ALLOC-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  DLSTRALC-RECORD.
008900     COPY DLSTRALC.
009000 FD  ALLOC-REPORT
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  ALLOC-LINE                  PIC X(132).
009400 WORKING-STORAGE SECTION.
009500 01  DLR212-SWITCHES.
009600     05  DLR212-PODL-EOF-SW       PIC X(01)  VALUE 'N'.
009700         88  DLR212-PODL-EOF                 VALUE 'Y'.
009800     05  DLR212-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
009900         88  DLR212-STOR-EOF                 VALUE 'Y'.
010000     05  DLR212-SUG-EOF-SW        PIC X(01)  VALUE 'N'.
010100         88  DLR212-SUG-EOF                  VALUE 'Y'.
010200     05  DLR212-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
010300         88  DLR212-PARM-EOF                 VALUE 'Y'.
010400     05  DLR212-LINE-ACTIVE-SW    PIC X(01)  VALUE 'N'.
010500         88  DLR212-LINE-ACTIVE              VALUE 'Y'.
010600     05  DLR212-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
010700         88  DLR212-STORE-FOUND              VALUE 'Y'.
010800     05  DLR212-SCOPE-FOUND-SW    PIC X(01)  VALUE 'N'.
010900         88  DLR212-SCOPE-FOUND              VALUE 'Y'.
011000     05  DLR212-RANGED-SW         PIC X(01)  VALUE 'N'.
011100         88  DLR212-RANGED                   VALUE 'Y'.
011200     05  DLR212-SETTLED-SW        PIC X(01)  VALUE 'N'.
011300         88  DLR212-SETTLED                  VALUE 'Y'.
011400 01  DLR212-RUN-DATE              PIC 9(08)  VALUE ZERO.
011500*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
011600 01  DLR212-PARAMETERS.
011700     05  DLR212-MIN-PACKS         PIC 9(09)  VALUE 1.
011800     05  DLR212-BEST-EFF-MIN      PIC 9(08)  VALUE ZERO.
011900*    THE STORES, WITH THE NEED FOR THE PRODUCT LINE IN HAND AND
012000*    THE PACKS EACH IS GIVEN OF THE DC QUANTITY IN HAND.
012100 01  DLR212-STORE-CONTROL.
012200     05  DLR212-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
012300 01  DLR212-STORE-TABLE.
012400     05  DLR212-STORE-ENTRY OCCURS 500 TIMES
012500                            INDEXED BY DLR212-STORE-IX.
012600         10  DLR212-S-STORE-NO    PIC 9(04).
012700         10  DLR212-S-REGION      PIC X(04).
012800         10  DLR212-S-BRAND       PIC X(04).
012900         10  DLR212-S-SERVING-DC  PIC 9(04).
013000         10  DLR212-S-OPEN-DATE   PIC 9(08).
013100         10  DLR212-S-CLOSE-DATE  PIC 9(08).
013200         10  DLR212-S-NEED        PIC S9(09)  COMP-3.
013300         10  DLR212-S-SHARE       PIC S9(09)  COMP-3.
013400         10  DLR212-S-IN-SW       PIC X(01).
013500*    KEYCODES ON THE DOWNLOAD - ONLY THEIR SUGGESTIONS ARE HELD.
013600 01  DLR212-KEY-CONTROL.
013700     05  DLR212-KEY-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013800 01  DLR212-KEY-TABLE.
013900     05  DLR212-KEY-ENTRY OCCURS 3000 TIMES
014000                          INDEXED BY DLR212-KEY-IX.
014100         10  DLR212-K-KEYCODE-NO  PIC X(08).
014200 01  DLR212-SUG-CONTROL.
014300     05  DLR212-SUG-COUNT         PIC S9(08)  COMP  VALUE ZERO.
014400 01  DLR212-SUG-TABLE.
014500     05  DLR212-SUG-ENTRY OCCURS 20000 TIMES
014600                          INDEXED BY DLR212-SUG-IX.
014700         10  DLR212-G-KEYCODE-NO  PIC X(08).
014800         10  DLR212-G-STORE-NO    PIC 9(04).
014900         10  DLR212-G-SUGGESTED   PIC S9(09)  COMP-3.
015000         10  DLR212-G-ON-HAND     PIC S9(09)  COMP-3.
015100 01  DLR212-LINE-FIELDS.
015200     05  DLR212-PO-NO             PIC 9(12)  VALUE ZERO.
015300     05  DLR212-VENDOR-NO         PIC 9(10)  VALUE ZERO.
015400     05  DLR212-PRODUCT-NO        PIC 9(08)  VALUE ZERO.
015500     05  DLR212-APN               PIC 9(13)  VALUE ZERO.
015600     05  DLR212-KEYCODE-NO        PIC X(08)  VALUE SPACES.
015700     05  DLR212-KEYCODE-DIGITS REDEFINES DLR212-KEYCODE-NO
015800                                  PIC 9(08).
015900     05  DLR212-EXP-YYMMDD        PIC 9(06)  VALUE ZERO.
016000     05  DLR212-RECEIPT-DATE      PIC 9(08)  VALUE ZERO.
016100 01  DLR212-RANGE-FIELDS.
016200     05  DLR212-RNG-STORE-CODE    PIC X(04).
016300     05  DLR212-RNG-STORE-DIGITS REDEFINES DLR212-RNG-STORE-CODE
016400                                  PIC 9(04).
016500 01  DLR212-ALLOC-FIELDS.
016600     05  DLR212-LOC-SUB           PIC S9(04)  COMP  VALUE ZERO.
016700     05  DLR212-SMALL-SUB         PIC S9(04)  COMP  VALUE ZERO.
016800     05  DLR212-BEST-SUB          PIC S9(04)  COMP  VALUE ZERO.
016900     05  DLR212-DC-NUMBER         PIC 9(04)  VALUE ZERO.
017000     05  DLR212-DC-PACKS          PIC S9(09)  COMP-3.
017100     05  DLR212-NEED              PIC S9(09)  COMP-3.
017200     05  DLR212-STOCK-SINCE       PIC S9(09)  COMP-3.
017300     05  DLR212-TOTAL-NEED        PIC S9(11)  COMP-3.
017400     05  DLR212-SMALL-SHARE       PIC S9(09)  COMP-3.
017500     05  DLR212-CAND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
017600     05  DLR212-NEEDING-COUNT     PIC S9(04)  COMP  VALUE ZERO.
017700     05  DLR212-SPLIT-STORES      PIC S9(04)  COMP  VALUE ZERO.
017800     05  DLR212-REMAINDER         PIC S9(09)  COMP-3.
017900     05  DLR212-TO-STORES         PIC S9(09)  COMP-3.
018000     05  DLR212-TO-RESERVE        PIC S9(09)  COMP-3.
018100     05  DLR212-CLAIM-THIS        PIC S9(18)  COMP-3.
018200     05  DLR212-CLAIM-BEST        PIC S9(18)  COMP-3.
018300 01  DLR212-COUNTERS.
018400     05  DLR212-LINES-READ        PIC 9(07)  VALUE ZERO.
018500     05  DLR212-DC-SPLITS         PIC 9(07)  VALUE ZERO.
018600     05  DLR212-SPLITS-TO-RESERVE PIC 9(07)  VALUE ZERO.
018700     05  DLR212-STORE-ROWS        PIC 9(07)  VALUE ZERO.
018800     05  DLR212-RESERVE-ROWS      PIC 9(07)  VALUE ZERO.
018900     05  DLR212-PACKS-TO-STORES   PIC 9(11)  VALUE ZERO.
019000     05  DLR212-PACKS-TO-RESERVE  PIC 9(11)  VALUE ZERO.
019100     05  DLR212-STORES-NOT-OPEN   PIC 9(07)  VALUE ZERO.
019200     05  DLR212-STORES-NOT-RANGED PIC 9(07)  VALUE ZERO.
019300     05  DLR212-STORES-BELOW-MIN  PIC 9(07)  VALUE ZERO.
019400     05  DLR212-SUG-NOT-ON-MASTER PIC 9(07)  VALUE ZERO.
019500     05  DLR212-LOCS-WITHOUT-LINE PIC 9(07)  VALUE ZERO.
019600     05  DLR212-KEYS-NOT-HELD     PIC 9(07)  VALUE ZERO.
019700     05  DLR212-SUGS-NOT-HELD     PIC 9(07)  VALUE ZERO.
019800 01  DLR212-HEADING-1.
019900     05  FILLER                   PIC X(53)  VALUE
020000         'DLR212 - STORE ALLOCATION OF INBOUND DC STOCK    RUN '.
020100     05  DLR212-H-RUN-DATE        PIC 9(08).
020200 01  DLR212-HEADING-2.
020300     05  FILLER                   PIC X(40)  VALUE
020400         'MINIMUM PACKS PER STORE'.
020500     05  DLR212-H-MIN-PACKS       PIC ZZZZZZZZ9.
020600 01  DLR212-HEADING-3.
020700     05  FILLER                   PIC X(35)  VALUE
020800         'PO NO        PRODUCT  DC   DC PACKS'.
020900     05  FILLER                   PIC X(35)  VALUE
021000         '  NEED ALLOC TO STORE  RESERVE NOTE'.
021100 01  DLR212-SPLIT-LINE.
021200     05  DLR212-D-PO-NO           PIC 9(12).
021300     05  FILLER                   PIC X(01)  VALUE SPACES.
021400     05  DLR212-D-PRODUCT-NO      PIC 9(08).
021500     05  FILLER                   PIC X(01)  VALUE SPACES.
021600     05  DLR212-D-DC-NUMBER       PIC 9(04).
021700     05  FILLER                   PIC X(01)  VALUE SPACES.
021800     05  DLR212-D-DC-PACKS        PIC ZZZZZZZ9.
021900     05  FILLER                   PIC X(01)  VALUE SPACES.
022000     05  DLR212-D-NEEDING         PIC ZZZZ9.
022100     05  FILLER                   PIC X(01)  VALUE SPACES.
022200     05  DLR212-D-ALLOCATED       PIC ZZZZ9.
022300     05  FILLER                   PIC X(01)  VALUE SPACES.
022400     05  DLR212-D-TO-STORES       PIC ZZZZZZZ9.
022500     05  FILLER                   PIC X(01)  VALUE SPACES.
022600     05  DLR212-D-TO-RESERVE      PIC ZZZZZZZ9.
022700     05  FILLER                   PIC X(01)  VALUE SPACES.
022800     05  DLR212-D-NOTE            PIC X(26).
022900 01  DLR212-TOTAL-LINE.
023000     05  DLR212-T-LABEL           PIC X(40).
023100     05  DLR212-T-COUNT           PIC ZZZZZZZZZZ9.
023200 01  DLR212-BLANK-LINE            PIC X(01)  VALUE SPACE.
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE.
023600     PERFORM 2000-ALLOCATE-DOWNLOAD
023700         UNTIL DLR212-PODL-EOF.
023800     PERFORM 8000-PRINT-TOTALS.
023900     PERFORM 9000-TERMINATE.
024000     STOP RUN.
024100
024200 1000-INITIALIZE.
024300     ACCEPT DLR212-RUN-DATE FROM DATE YYYYMMDD.
024400     PERFORM 1100-LOAD-PARAMETERS.
024500     DISPLAY 'DLR212 MIN PACKS USED    = ' DLR212-MIN-PACKS.
024600     PERFORM 1200-LOAD-STORES.
024700     PERFORM 1300-COLLECT-KEYCODES.
024800     PERFORM 1400-LOAD-SUGGESTIONS.
024900     OPEN INPUT  AMS-PODL-FILE.
025000     OPEN INPUT  POSITION-MASTER.
025100     OPEN INPUT  RANGING-MASTER.
025200     OPEN OUTPUT ALLOC-FILE.
025300     OPEN OUTPUT ALLOC-REPORT.
025400     MOVE DLR212-RUN-DATE TO DLR212-H-RUN-DATE.
025500     MOVE DLR212-MIN-PACKS TO DLR212-H-MIN-PACKS.
025600     WRITE ALLOC-LINE FROM DLR212-HEADING-1.
025700     WRITE ALLOC-LINE FROM DLR212-BLANK-LINE.
025800     WRITE ALLOC-LINE FROM DLR212-HEADING-2.
025900     WRITE ALLOC-LINE FROM DLR212-BLANK-LINE.
026000     WRITE ALLOC-LINE FROM DLR212-HEADING-3.
026100     MOVE 'N' TO DLR212-PODL-EOF-SW.
026200     PERFORM 2100-READ-PODL.
026300 1000-EXIT.
026400     EXIT.
026500
026600*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
026700*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
026800 1100-LOAD-PARAMETERS.
026900     OPEN INPUT PARAM-FILE.
027000     PERFORM 1110-READ-PARAM.
027100     PERFORM 1120-TEST-ONE-PARAM
027200         UNTIL DLR212-PARM-EOF.
027300     CLOSE PARAM-FILE.
027400 1100-EXIT.
027500     EXIT.
027600
027700 1110-READ-PARAM.
027800     READ PARAM-FILE
027900         AT END
028000             MOVE 'Y' TO DLR212-PARM-EOF-SW
028100     END-READ.
028200 1110-EXIT.
028300     EXIT.
028400
028500 1120-TEST-ONE-PARAM.
028600     IF  DLPARAMM-JOB-NAME = 'DLR212  '
028700     AND DLPARAMM-PARAM-NAME = 'MIN-PACKS   '
028800     AND DLPARAMM-EFF-FROM <= DLR212-RUN-DATE
028900     AND DLPARAMM-EFF-FROM >= DLR212-BEST-EFF-MIN
029000         MOVE DLPARAMM-EFF-FROM    TO DLR212-BEST-EFF-MIN
029100         MOVE DLPARAMM-PARAM-VALUE TO DLR212-MIN-PACKS
029200     END-IF.
029300     PERFORM 1110-READ-PARAM.
029400 1120-EXIT.
029500     EXIT.
029600
029700 1200-LOAD-STORES.
029800     OPEN INPUT STORE-MASTER-FILE.
029900     PERFORM 1210-READ-STORE.
030000     PERFORM 1220-POST-ONE-STORE
030100         UNTIL DLR212-STOR-EOF.
030200     CLOSE STORE-MASTER-FILE.
030300 1200-EXIT.
030400     EXIT.
030500
030600 1210-READ-STORE.
030700     READ STORE-MASTER-FILE
030800         AT END
030900             MOVE 'Y' TO DLR212-STOR-EOF-SW
031000     END-READ.
031100 1210-EXIT.
031200     EXIT.
031300
031400 1220-POST-ONE-STORE.
031500     IF  DLR212-STORE-COUNT < 500
031600         ADD 1 TO DLR212-STORE-COUNT
031700         SET DLR212-STORE-IX TO DLR212-STORE-COUNT
031800         MOVE DLSTORMF-STORE-NO
031900             TO DLR212-S-STORE-NO (DLR212-STORE-IX)
032000         MOVE DLSTORMF-REGION-CODE
032100             TO DLR212-S-REGION (DLR212-STORE-IX)
032200         MOVE DLSTORMF-BRAND-ID
032300             TO DLR212-S-BRAND (DLR212-STORE-IX)
032400         MOVE DLSTORMF-SERVING-DC
032500             TO DLR212-S-SERVING-DC (DLR212-STORE-IX)
032600         MOVE DLSTORMF-OPEN-DATE
032700             TO DLR212-S-OPEN-DATE (DLR212-STORE-IX)
032800         MOVE DLSTORMF-CLOSE-DATE
032900             TO DLR212-S-CLOSE-DATE (DLR212-STORE-IX)
033000         MOVE ZERO TO DLR212-S-NEED (DLR212-STORE-IX)
033100         MOVE ZERO TO DLR212-S-SHARE (DLR212-STORE-IX)
033200         MOVE 'N'  TO DLR212-S-IN-SW (DLR212-STORE-IX)
033300     END-IF.
033400     PERFORM 1210-READ-STORE.
033500 1220-EXIT.
033600     EXIT.
033700
033800*    FIRST PASS OF THE DOWNLOAD - NOTE EVERY KEYCODE ON A
033900*    PRODUCT RECORD SO ONLY THEIR SUGGESTIONS NEED BE HELD.
034000 1300-COLLECT-KEYCODES.
034100     OPEN INPUT AMS-PODL-FILE.
034200     PERFORM 2100-READ-PODL.
034300     PERFORM 1310-NOTE-ONE-RECORD
034400         UNTIL DLR212-PODL-EOF.
034500     CLOSE AMS-PODL-FILE.
034600 1300-EXIT.
034700     EXIT.
034800
034900 1310-NOTE-ONE-RECORD.
035000     IF  RECORD-TYPE = 'PR'
035100         MOVE Product TO DLR212-KEYCODE-DIGITS
035200         SET DLR212-KEY-IX TO 1
035300         SEARCH DLR212-KEY-ENTRY
035400             AT END
035500                 ADD 1 TO DLR212-KEYS-NOT-HELD
035600             WHEN DLR212-KEY-IX > DLR212-KEY-COUNT
035700                 ADD 1 TO DLR212-KEY-COUNT
035800                 MOVE DLR212-KEYCODE-NO
035900                     TO DLR212-K-KEYCODE-NO (DLR212-KEY-IX)
036000             WHEN DLR212-K-KEYCODE-NO (DLR212-KEY-IX)
036100                     = DLR212-KEYCODE-NO
036200                 CONTINUE
036300         END-SEARCH
036400     END-IF.
036500     PERFORM 2100-READ-PODL.
036600 1310-EXIT.
036700     EXIT.
036800
036900 1400-LOAD-SUGGESTIONS.
037000     OPEN INPUT SUGGEST-FILE.
037100     PERFORM 1410-READ-SUGGESTION.
037200     PERFORM 1420-POST-ONE-SUGGESTION
037300         UNTIL DLR212-SUG-EOF.
037400     CLOSE SUGGEST-FILE.
037500 1400-EXIT.
037600     EXIT.
037700
037800 1410-READ-SUGGESTION.
037900     READ SUGGEST-FILE
038000         AT END
038100             MOVE 'Y' TO DLR212-SUG-EOF-SW
038200     END-READ.
038300 1410-EXIT.
038400     EXIT.
038500
038600 1420-POST-ONE-SUGGESTION.
038700     SET DLR212-KEY-IX TO 1.
038800     SEARCH DLR212-KEY-ENTRY
038900         AT END
039000             CONTINUE
039100         WHEN DLR212-KEY-IX > DLR212-KEY-COUNT
039200             CONTINUE
039300         WHEN DLR212-K-KEYCODE-NO (DLR212-KEY-IX)
039400                 = DLSUGORD-KEYCODE-NO
039500             IF  DLR212-SUG-COUNT < 20000
039600                 ADD 1 TO DLR212-SUG-COUNT
039700                 SET DLR212-SUG-IX TO DLR212-SUG-COUNT
039800                 MOVE DLSUGORD-KEYCODE-NO
039900                     TO DLR212-G-KEYCODE-NO (DLR212-SUG-IX)
040000                 MOVE DLSUGORD-STORE-NO
040100                     TO DLR212-G-STORE-NO (DLR212-SUG-IX)
040200                 MOVE DLSUGORD-SUGGESTED-QTY
040300                     TO DLR212-G-SUGGESTED (DLR212-SUG-IX)
040400                 MOVE DLSUGORD-ON-HAND-QTY
040500                     TO DLR212-G-ON-HAND (DLR212-SUG-IX)
040600             ELSE
040700                 ADD 1 TO DLR212-SUGS-NOT-HELD
040800             END-IF
040900     END-SEARCH.
041000     PERFORM 1410-READ-SUGGESTION.
041100 1420-EXIT.
041200     EXIT.
041300
041400*    THE PO RECORD SETS THE RECEIPT DATE, EACH PRODUCT RECORD
041500*    WORKS OUT THE STORE NEEDS FOR ITS KEYCODE AND THE LOCATION
041600*    RECORDS THAT FOLLOW IT ARE SPLIT DC BY DC. THE DOWNLOAD
041700*    CARRIES 2-DIGIT YEARS; ALL LIVE ORDERS ARE POST-2000, SO
041800*    THE CENTURY IS EXPANDED AS 20YY (AS DLR076). AN ORDER WITH
041900*    NO USABLE DATE IS ALLOCATED AS AT THE RUN DATE.
042000 2000-ALLOCATE-DOWNLOAD.
042100     EVALUATE RECORD-TYPE
042200         WHEN 'PO'
042300             PERFORM 2200-START-PO
042400         WHEN 'PR'
042500             ADD 1 TO DLR212-LINES-READ
042600             MOVE Product TO DLR212-PRODUCT-NO
042700             MOVE Product TO DLR212-KEYCODE-DIGITS
042800             MOVE APN     TO DLR212-APN
042900             PERFORM 3000-BUILD-STORE-NEED
043000             MOVE 'Y' TO DLR212-LINE-ACTIVE-SW
043100         WHEN 'LO'
043200             IF  DLR212-LINE-ACTIVE
043300                 PERFORM 4000-ALLOCATE-DC
043400                     VARYING DLR212-LOC-SUB FROM 1 BY 1
043500                     UNTIL DLR212-LOC-SUB > 10
043600             ELSE
043700                 ADD 1 TO DLR212-LOCS-WITHOUT-LINE
043800             END-IF
043900         WHEN OTHER
044000             CONTINUE
044100     END-EVALUATE.
044200     PERFORM 2100-READ-PODL.
044300 2000-EXIT.
044400     EXIT.
044500
044600 2100-READ-PODL.
044700     READ AMS-PODL-FILE
044800         AT END
044900             MOVE 'Y' TO DLR212-PODL-EOF-SW
045000     END-READ.
045100 2100-EXIT.
045200     EXIT.
045300
045400 2200-START-PO.
045500     MOVE 'N' TO DLR212-LINE-ACTIVE-SW.
045600     MOVE PO     TO DLR212-PO-NO.
045700     MOVE Vendor TO DLR212-VENDOR-NO.
045800     IF  Expected-Reciept-Date IS NUMERIC
045900     AND Expected-Reciept-Date NOT = '000000'
046000         MOVE Expected-Reciept-Date TO DLR212-EXP-YYMMDD
046100         COMPUTE DLR212-RECEIPT-DATE =
046200             20000000 + DLR212-EXP-YYMMDD
046300     ELSE
046400         MOVE DLR212-RUN-DATE TO DLR212-RECEIPT-DATE
046500     END-IF.
046600 2200-EXIT.
046700     EXIT.
046800
046900*    A STORE'S NEED IS ITS SUGGESTED QUANTITY, LESS WHATEVER
047000*    STOCK HAS ARRIVED OR GONE INTO TRANSIT TO IT SINCE DLR103
047100*    TOOK ITS ON-HAND FIGURE. A STORE NOT OPEN, OR WHERE THE
047200*    KEYCODE IS NOT RANGED, ON THE RECEIPT DATE HAS NO NEED.
047300 3000-BUILD-STORE-NEED.
047400     PERFORM 3010-CLEAR-ONE-NEED
047500         VARYING DLR212-STORE-IX FROM 1 BY 1
047600         UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT.
047700     PERFORM 3100-POST-SUGGESTION
047800         VARYING DLR212-SUG-IX FROM 1 BY 1
047900         UNTIL DLR212-SUG-IX > DLR212-SUG-COUNT.
048000 3000-EXIT.
048100     EXIT.
048200
048300 3010-CLEAR-ONE-NEED.
048400     MOVE ZERO TO DLR212-S-NEED (DLR212-STORE-IX).
048500 3010-EXIT.
048600     EXIT.
048700
048800 3100-POST-SUGGESTION.
048900     IF  DLR212-G-KEYCODE-NO (DLR212-SUG-IX) = DLR212-KEYCODE-NO
049000         PERFORM 3200-FIND-STORE
049100         IF  DLR212-STORE-FOUND
049200             PERFORM 3300-NET-NEED
049300             IF  DLR212-NEED > ZERO
049400                 PERFORM 3400-CHECK-STORE-TRADING
049500             END-IF
049600             MOVE DLR212-NEED
049700                 TO DLR212-S-NEED (DLR212-STORE-IX)
049800         ELSE
049900             ADD 1 TO DLR212-SUG-NOT-ON-MASTER
050000         END-IF
050100     END-IF.
050200 3100-EXIT.
050300     EXIT.
050400
050500 3200-FIND-STORE.
050600     MOVE 'N' TO DLR212-STORE-FOUND-SW.
050700     SET DLR212-STORE-IX TO 1.
050800     SEARCH DLR212-STORE-ENTRY
050900         AT END
051000             CONTINUE
051100         WHEN DLR212-STORE-IX > DLR212-STORE-COUNT
051200             CONTINUE
051300         WHEN DLR212-S-STORE-NO (DLR212-STORE-IX)
051400                 = DLR212-G-STORE-NO (DLR212-SUG-IX)
051500             MOVE 'Y' TO DLR212-STORE-FOUND-SW
051600     END-SEARCH.
051700 3200-EXIT.
051800     EXIT.
051900
052000 3300-NET-NEED.
052100     MOVE DLR212-G-SUGGESTED (DLR212-SUG-IX) TO DLR212-NEED.
052200     MOVE DLR212-G-STORE-NO (DLR212-SUG-IX) TO DLINVPOS-STR-NO.
052300     MOVE DLR212-KEYCODE-NO TO DLINVPOS-KEYCODE-NO.
052400     READ POSITION-MASTER
052500         INVALID KEY
052600             CONTINUE
052700         NOT INVALID KEY
052800             COMPUTE DLR212-STOCK-SINCE =
052900                 DLINVPOS-ON-HAND-QTY + DLINVPOS-IN-TRANSIT-QTY
053000                     - DLR212-G-ON-HAND (DLR212-SUG-IX)
053100             IF  DLR212-STOCK-SINCE > ZERO
053200                 SUBTRACT DLR212-STOCK-SINCE FROM DLR212-NEED
053300             END-IF
053400     END-READ.
053500     IF  DLR212-NEED < ZERO
053600         MOVE ZERO TO DLR212-NEED
053700     END-IF.
053800 3300-EXIT.
053900     EXIT.
054000
054100 3400-CHECK-STORE-TRADING.
054200     IF  DLR212-S-OPEN-DATE (DLR212-STORE-IX)
054300             > DLR212-RECEIPT-DATE
054400     OR (DLR212-S-CLOSE-DATE (DLR212-STORE-IX) NOT = ZERO
054500     AND DLR212-S-CLOSE-DATE (DLR212-STORE-IX)
054600             <= DLR212-RECEIPT-DATE)
054700         ADD 1 TO DLR212-STORES-NOT-OPEN
054800         MOVE ZERO TO DLR212-NEED
054900     ELSE
055000         PERFORM 3500-CHECK-RANGED
055100         IF  NOT DLR212-RANGED
055200             ADD 1 TO DLR212-STORES-NOT-RANGED
055300             MOVE ZERO TO DLR212-NEED
055400         END-IF
055500     END-IF.
055600 3400-EXIT.
055700     EXIT.
055800
055900*    THE MOST SPECIFIC DLRNGMF ROW HELD FOR THE STORE DECIDES -
056000*    STORE, THEN REGION, THEN BRAND, THEN CHAIN (AS DLR103).
056100 3500-CHECK-RANGED.
056200     MOVE 'N' TO DLR212-RANGED-SW.
056300     MOVE DLR212-S-STORE-NO (DLR212-STORE-IX)
056400         TO DLR212-RNG-STORE-DIGITS.
056500     MOVE 'S' TO DLRNGMF-SCOPE-TYPE.
056600     MOVE DLR212-RNG-STORE-CODE TO DLRNGMF-SCOPE-CODE.
056700     PERFORM 3510-READ-SCOPE.
056800     IF  NOT DLR212-SCOPE-FOUND
056900     AND DLR212-S-REGION (DLR212-STORE-IX) NOT = SPACES
057000         MOVE 'R' TO DLRNGMF-SCOPE-TYPE
057100         MOVE DLR212-S-REGION (DLR212-STORE-IX)
057200             TO DLRNGMF-SCOPE-CODE
057300         PERFORM 3510-READ-SCOPE
057400     END-IF.
057500     IF  NOT DLR212-SCOPE-FOUND
057600     AND DLR212-S-BRAND (DLR212-STORE-IX) NOT = SPACES
057700         MOVE 'B' TO DLRNGMF-SCOPE-TYPE
057800         MOVE DLR212-S-BRAND (DLR212-STORE-IX)
057900             TO DLRNGMF-SCOPE-CODE
058000         PERFORM 3510-READ-SCOPE
058100     END-IF.
058200     IF  NOT DLR212-SCOPE-FOUND
058300         MOVE 'C' TO DLRNGMF-SCOPE-TYPE
058400         MOVE SPACES TO DLRNGMF-SCOPE-CODE
058500         PERFORM 3510-READ-SCOPE
058600     END-IF.
058700     IF  DLR212-SCOPE-FOUND
058800     AND DLRNGMF-RANGE-IN-DATE <= DLR212-RECEIPT-DATE
058900     AND (DLRNGMF-RANGE-OUT-DATE = ZERO
059000          OR DLRNGMF-RANGE-OUT-DATE > DLR212-RECEIPT-DATE)
059100         MOVE 'Y' TO DLR212-RANGED-SW
059200     END-IF.
059300 3500-EXIT.
059400     EXIT.
059500
059600 3510-READ-SCOPE.
059700     MOVE 'N' TO DLR212-SCOPE-FOUND-SW.
059800     MOVE DLR212-KEYCODE-NO TO DLRNGMF-KEYCODE-NO.
059900     READ RANGING-MASTER
060000         INVALID KEY
060100             CONTINUE
060200         NOT INVALID KEY
060300             MOVE 'Y' TO DLR212-SCOPE-FOUND-SW
060400     END-READ.
060500 3510-EXIT.
060600     EXIT.
060700
060800*    ONE DC QUANTITY IS SPLIT ACROSS THE STORES THE DC SERVES
060900*    THAT HAVE A NEED. WHILE THE SMALLEST SHARE WOULD FALL
061000*    BELOW THE MINIMUM PACKS, THAT STORE DROPS OUT AND THE REST
061100*    ARE RE-SHARED. SHARES ARE ROUNDED DOWN AND THE ODD PACKS
061200*    LEFT OVER GO ONE AT A TIME TO THE STORE WHOSE NEED IS LEAST
061300*    MET SO FAR. WITH NO STORE LEFT THE WHOLE QUANTITY STAYS AT
061400*    THE DC AS RESERVE.
061500 4000-ALLOCATE-DC.
061600     IF  DC-Number (DLR212-LOC-SUB) > ZERO
061700     AND Pack-Quantity (DLR212-LOC-SUB) > ZERO
061800         ADD 1 TO DLR212-DC-SPLITS
061900         MOVE DC-Number (DLR212-LOC-SUB)     TO DLR212-DC-NUMBER
062000         MOVE Pack-Quantity (DLR212-LOC-SUB) TO DLR212-DC-PACKS
062100         MOVE ZERO TO DLR212-CAND-COUNT
062200         MOVE ZERO TO DLR212-TOTAL-NEED
062300         PERFORM 4010-MARK-CANDIDATE
062400             VARYING DLR212-STORE-IX FROM 1 BY 1
062500             UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT
062600         MOVE DLR212-CAND-COUNT TO DLR212-NEEDING-COUNT
062700         MOVE 'N' TO DLR212-SETTLED-SW
062800         PERFORM 4100-DROP-SMALLEST
062900             UNTIL DLR212-SETTLED
063000             OR    DLR212-CAND-COUNT = ZERO
063100         MOVE ZERO TO DLR212-TO-STORES
063200         MOVE ZERO TO DLR212-SPLIT-STORES
063300         IF  DLR212-CAND-COUNT > ZERO
063400             PERFORM 4200-SET-SHARE
063500                 VARYING DLR212-STORE-IX FROM 1 BY 1
063600                 UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT
063700             COMPUTE DLR212-REMAINDER =
063800                 DLR212-DC-PACKS - DLR212-TO-STORES
063900             PERFORM 4300-GIVE-ONE-PACK
064000                 UNTIL DLR212-REMAINDER = ZERO
064100             PERFORM 4400-WRITE-STORE-ROW
064200                 VARYING DLR212-STORE-IX FROM 1 BY 1
064300                 UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT
064400         END-IF
064500         COMPUTE DLR212-TO-RESERVE =
064600             DLR212-DC-PACKS - DLR212-TO-STORES
064700         IF  DLR212-TO-RESERVE > ZERO
064800             PERFORM 4500-WRITE-RESERVE-ROW
064900         END-IF
065000         PERFORM 4600-PRINT-SPLIT
065100     END-IF.
065200 4000-EXIT.
065300     EXIT.
065400
065500 4010-MARK-CANDIDATE.
065600     MOVE ZERO TO DLR212-S-SHARE (DLR212-STORE-IX).
065700     IF  DLR212-S-SERVING-DC (DLR212-STORE-IX) = DLR212-DC-NUMBER
065800     AND DLR212-S-NEED (DLR212-STORE-IX) > ZERO
065900         MOVE 'Y' TO DLR212-S-IN-SW (DLR212-STORE-IX)
066000         ADD 1 TO DLR212-CAND-COUNT
066100         ADD DLR212-S-NEED (DLR212-STORE-IX) TO DLR212-TOTAL-NEED
066200     ELSE
066300         MOVE 'N' TO DLR212-S-IN-SW (DLR212-STORE-IX)
066400     END-IF.
066500 4010-EXIT.
066600     EXIT.
066700
066800*    THE STORE WITH THE SMALLEST NEED HAS THE SMALLEST SHARE, SO
066900*    ONCE IT REACHES THE MINIMUM EVERY STORE DOES.
067000 4100-DROP-SMALLEST.
067100     MOVE ZERO TO DLR212-SMALL-SUB.
067200     PERFORM 4110-TEST-SMALLEST
067300         VARYING DLR212-STORE-IX FROM 1 BY 1
067400         UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT.
067500     COMPUTE DLR212-SMALL-SHARE =
067600         DLR212-DC-PACKS * DLR212-S-NEED (DLR212-SMALL-SUB)
067700             / DLR212-TOTAL-NEED.
067800     IF  DLR212-SMALL-SHARE < DLR212-MIN-PACKS
067900         MOVE 'N' TO DLR212-S-IN-SW (DLR212-SMALL-SUB)
068000         SUBTRACT DLR212-S-NEED (DLR212-SMALL-SUB)
068100             FROM DLR212-TOTAL-NEED
068200         SUBTRACT 1 FROM DLR212-CAND-COUNT
068300         ADD 1 TO DLR212-STORES-BELOW-MIN
068400     ELSE
068500         MOVE 'Y' TO DLR212-SETTLED-SW
068600     END-IF.
068700 4100-EXIT.
068800     EXIT.
068900
069000 4110-TEST-SMALLEST.
069100     IF  DLR212-S-IN-SW (DLR212-STORE-IX) = 'Y'
069200         IF  DLR212-SMALL-SUB = ZERO
069300             SET DLR212-SMALL-SUB TO DLR212-STORE-IX
069400         ELSE
069500             IF  DLR212-S-NEED (DLR212-STORE-IX)
069600                     < DLR212-S-NEED (DLR212-SMALL-SUB)
069700                 SET DLR212-SMALL-SUB TO DLR212-STORE-IX
069800             END-IF
069900         END-IF
070000     END-IF.
070100 4110-EXIT.
070200     EXIT.
070300
070400 4200-SET-SHARE.
070500     IF  DLR212-S-IN-SW (DLR212-STORE-IX) = 'Y'
070600         COMPUTE DLR212-S-SHARE (DLR212-STORE-IX) =
070700             DLR212-DC-PACKS * DLR212-S-NEED (DLR212-STORE-IX)
070800                 / DLR212-TOTAL-NEED
070900         ADD DLR212-S-SHARE (DLR212-STORE-IX) TO DLR212-TO-STORES
071000     END-IF.
071100 4200-EXIT.
071200     EXIT.
071300
071400*    THE NEXT PACK GOES TO THE STORE WITH THE HIGHEST NEED PER
071500*    PACK HELD PLUS ONE, COMPARED BY CROSS-MULTIPLYING.
071600 4300-GIVE-ONE-PACK.
071700     MOVE ZERO TO DLR212-BEST-SUB.
071800     PERFORM 4310-TEST-BEST
071900         VARYING DLR212-STORE-IX FROM 1 BY 1
072000         UNTIL DLR212-STORE-IX > DLR212-STORE-COUNT.
072100     ADD 1 TO DLR212-S-SHARE (DLR212-BEST-SUB).
072200     ADD 1 TO DLR212-TO-STORES.
072300     SUBTRACT 1 FROM DLR212-REMAINDER.
072400 4300-EXIT.
072500     EXIT.
072600
072700 4310-TEST-BEST.
072800     IF  DLR212-S-IN-SW (DLR212-STORE-IX) = 'Y'
072900         IF  DLR212-BEST-SUB = ZERO
073000             SET DLR212-BEST-SUB TO DLR212-STORE-IX
073100         ELSE
073200             COMPUTE DLR212-CLAIM-THIS =
073300                 DLR212-S-NEED (DLR212-STORE-IX)
073400                     * (DLR212-S-SHARE (DLR212-BEST-SUB) + 1)
073500             COMPUTE DLR212-CLAIM-BEST =
073600                 DLR212-S-NEED (DLR212-BEST-SUB)
073700                     * (DLR212-S-SHARE (DLR212-STORE-IX) + 1)
073800             IF  DLR212-CLAIM-THIS > DLR212-CLAIM-BEST
073900                 SET DLR212-BEST-SUB TO DLR212-STORE-IX
074000             END-IF
074100         END-IF
074200     END-IF.
074300 4310-EXIT.
074400     EXIT.
074500
074600 4400-WRITE-STORE-ROW.
074700     IF  DLR212-S-IN-SW (DLR212-STORE-IX) = 'Y'
074800     AND DLR212-S-SHARE (DLR212-STORE-IX) > ZERO
074900         PERFORM 4700-BUILD-ALLOC-ROW
075000         SET DLSTRALC-TO-STORE TO TRUE
075100         MOVE DLR212-S-STORE-NO (DLR212-STORE-IX)
075200             TO DLSTRALC-STORE-NO
075300         MOVE DLR212-S-SHARE (DLR212-STORE-IX)
075400             TO DLSTRALC-PACKS
075500         WRITE DLSTRALC-RECORD
075600         ADD 1 TO DLR212-STORE-ROWS
075700         ADD 1 TO DLR212-SPLIT-STORES
075800         ADD DLR212-S-SHARE (DLR212-STORE-IX)
075900             TO DLR212-PACKS-TO-STORES
076000     END-IF.
076100 4400-EXIT.
076200     EXIT.
076300
076400 4500-WRITE-RESERVE-ROW.
076500     PERFORM 4700-BUILD-ALLOC-ROW.
076600     SET DLSTRALC-TO-RESERVE TO TRUE.
076700     MOVE ZERO              TO DLSTRALC-STORE-NO.
076800     MOVE DLR212-TO-RESERVE TO DLSTRALC-PACKS.
076900     WRITE DLSTRALC-RECORD.
077000     ADD 1 TO DLR212-RESERVE-ROWS.
077100     ADD DLR212-TO-RESERVE TO DLR212-PACKS-TO-RESERVE.
077200 4500-EXIT.
077300     EXIT.
077400
077500 4600-PRINT-SPLIT.
077600     MOVE DLR212-PO-NO         TO DLR212-D-PO-NO.
077700     MOVE DLR212-PRODUCT-NO    TO DLR212-D-PRODUCT-NO.
077800     MOVE DLR212-DC-NUMBER     TO DLR212-D-DC-NUMBER.
077900     MOVE DLR212-DC-PACKS      TO DLR212-D-DC-PACKS.
078000     MOVE DLR212-NEEDING-COUNT TO DLR212-D-NEEDING.
078100     MOVE DLR212-SPLIT-STORES  TO DLR212-D-ALLOCATED.
078200     MOVE DLR212-TO-STORES     TO DLR212-D-TO-STORES.
078300     MOVE DLR212-TO-RESERVE    TO DLR212-D-TO-RESERVE.
078400     EVALUATE TRUE
078500         WHEN DLR212-NEEDING-COUNT = ZERO
078600             MOVE 'NO STORE NEED - ALL RESERVE'
078700                 TO DLR212-D-NOTE
078800             ADD 1 TO DLR212-SPLITS-TO-RESERVE
078900         WHEN DLR212-SPLIT-STORES = ZERO
079000             MOVE 'BELOW MIN PACK - ALL RESERVE'
079100                 TO DLR212-D-NOTE
079200             ADD 1 TO DLR212-SPLITS-TO-RESERVE
079300         WHEN OTHER
079400             MOVE SPACES TO DLR212-D-NOTE
079500     END-EVALUATE.
079600     WRITE ALLOC-LINE FROM DLR212-SPLIT-LINE.
079700 4600-EXIT.
079800     EXIT.
079900
080000 4700-BUILD-ALLOC-ROW.
080100     MOVE SPACES               TO DLSTRALC-RECORD.
080200     MOVE DLR212-PO-NO         TO DLSTRALC-PO-NO.
080300     MOVE DLR212-VENDOR-NO     TO DLSTRALC-VENDOR-NO.
080400     MOVE DLR212-DC-NUMBER     TO DLSTRALC-DC-NUMBER.
080500     MOVE DLR212-PRODUCT-NO    TO DLSTRALC-PRODUCT-NO.
080600     MOVE DLR212-APN           TO DLSTRALC-APN.
080700     MOVE DLR212-RECEIPT-DATE  TO DLSTRALC-EXP-RECEIPT-DATE.
080800     MOVE DLR212-RUN-DATE      TO DLSTRALC-ALLOC-DATE.
080900 4700-EXIT.
081000     EXIT.
081100
081200 8000-PRINT-TOTALS.
081300     WRITE ALLOC-LINE FROM DLR212-BLANK-LINE.
081400     MOVE 'PRODUCT LINES READ' TO DLR212-T-LABEL.
081500     MOVE DLR212-LINES-READ TO DLR212-T-COUNT.
081600     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
081700     MOVE 'DC QUANTITIES SPLIT' TO DLR212-T-LABEL.
081800     MOVE DLR212-DC-SPLITS TO DLR212-T-COUNT.
081900     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
082000     MOVE '  OF WHICH WHOLLY TO RESERVE' TO DLR212-T-LABEL.
082100     MOVE DLR212-SPLITS-TO-RESERVE TO DLR212-T-COUNT.
082200     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
082300     MOVE 'STORE ALLOCATION ROWS WRITTEN' TO DLR212-T-LABEL.
082400     MOVE DLR212-STORE-ROWS TO DLR212-T-COUNT.
082500     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
082600     MOVE 'RESERVE ROWS WRITTEN' TO DLR212-T-LABEL.
082700     MOVE DLR212-RESERVE-ROWS TO DLR212-T-COUNT.
082800     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
082900     MOVE 'PACKS ALLOCATED TO STORES' TO DLR212-T-LABEL.
083000     MOVE DLR212-PACKS-TO-STORES TO DLR212-T-COUNT.
083100     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
083200     MOVE 'PACKS LEFT AT DC AS RESERVE' TO DLR212-T-LABEL.
083300     MOVE DLR212-PACKS-TO-RESERVE TO DLR212-T-COUNT.
083400     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
083500     MOVE 'STORES WITH NEED NOT OPEN ON RECEIPT'
083600         TO DLR212-T-LABEL.
083700     MOVE DLR212-STORES-NOT-OPEN TO DLR212-T-COUNT.
083800     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
083900     MOVE 'STORES WITH NEED NOT RANGED' TO DLR212-T-LABEL.
084000     MOVE DLR212-STORES-NOT-RANGED TO DLR212-T-COUNT.
084100     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
084200     MOVE 'STORES DROPPED BELOW MINIMUM PACKS' TO DLR212-T-LABEL.
084300     MOVE DLR212-STORES-BELOW-MIN TO DLR212-T-COUNT.
084400     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
084500     MOVE 'SUGGESTIONS FOR STORES NOT ON DLSTORMF'
084600         TO DLR212-T-LABEL.
084700     MOVE DLR212-SUG-NOT-ON-MASTER TO DLR212-T-COUNT.
084800     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
084900     MOVE 'LOCATION RECORDS WITH NO PRODUCT LINE'
085000         TO DLR212-T-LABEL.
085100     MOVE DLR212-LOCS-WITHOUT-LINE TO DLR212-T-COUNT.
085200     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
085300     MOVE 'KEYCODES NOT HELD - TABLE FULL' TO DLR212-T-LABEL.
085400     MOVE DLR212-KEYS-NOT-HELD TO DLR212-T-COUNT.
085500     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
085600     MOVE 'SUGGESTIONS NOT HELD - TABLE FULL' TO DLR212-T-LABEL.
085700     MOVE DLR212-SUGS-NOT-HELD TO DLR212-T-COUNT.
085800     WRITE ALLOC-LINE FROM DLR212-TOTAL-LINE.
085900 8000-EXIT.
086000     EXIT.
086100
086200 9000-TERMINATE.
086300     DISPLAY 'DLR212 DC QUANTITIES     = ' DLR212-DC-SPLITS.
086400     DISPLAY 'DLR212 PACKS TO STORES   = ' DLR212-PACKS-TO-STORES.
086500     DISPLAY 'DLR212 PACKS TO RESERVE  = '
086600             DLR212-PACKS-TO-RESERVE.
086700     IF  DLR212-KEYS-NOT-HELD > ZERO
086800     OR  DLR212-SUGS-NOT-HELD > ZERO
086900         DISPLAY 'DLR212 TABLE FULL - STORE NEED UNDERSTATED'
087000         MOVE 4 TO RETURN-CODE
087100     END-IF.
087200     CLOSE AMS-PODL-FILE
087300           POSITION-MASTER
087400           RANGING-MASTER
087500           ALLOC-FILE
087600           ALLOC-REPORT.
087700 9000-EXIT.
087800     EXIT.
