000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR238.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR238 - DIRECT-READ STOCK AND RECEIVING INQUIRY SERVICE     *
001000*                                                                *
001100*   ANSWERS THE HELP DESK'S "WHERE IS MY STOCK" QUESTIONS FROM   *
001200*   INQUIRY CARDS, ONE KEY PER CARD:                             *
001300*     K - KEYCODE AT A STORE;                                    *
001400*     D - KEYCODE THROUGH A DC (THE DC AND THE STORES IT         *
001500*         SERVES ON DLSTORMF);                                   *
001600*     P - A PURCHASE ORDER NUMBER.                               *
001700*   FOR THE KEY IT PRINTS THE DLINVPOS ON HAND AND IN TRANSIT    *
001800*   WITH RECENT WEEKS' SALES FROM DLSALHST, THE OPEN ORDERS AND  *
001900*   EXPECTED RECEIPT DATES FROM DLPOLIFE, THE LAST RECEIPTS ON   *
002000*   DLRCVHST WITH THEIR STORE ALLOCATIONS, ANY DLSUGORD          *
002100*   SUGGESTED ORDER AND ANY SHORT-LIFE HOLD (DLSLHOLD) OR OPEN   *
002200*   RECALL (DLRCLREG) ON THE LINE. THE KEYED MASTERS ARE READ    *
002300*   DIRECT - DLRCVHST THROUGH ITS KEYCODE AND ORDER NUMBER       *
002400*   ALTERNATE KEYS. DLPOLIFE CARRIES NO PRODUCT, SO THE ORDER    *
002500*   LINES FOR THE CARDS' KEYCODES AND POS ARE PICKED OFF THE     *
002600*   NIGHT'S AMS PO DOWNLOAD IN ONE PASS BEFORE THE CARDS ARE     *
002700*   ANSWERED (AS DLR213).                                        *
002800*                                                                *
002900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003000*  ---|----------|------------------------------|------------    *
003100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT INQUIRY-CARDS     ASSIGN TO STKINQ
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS RANDOM
004900                              RECORD KEY IS DLINVPOS-KEY.
005000     SELECT SALES-HISTORY     ASSIGN TO DLSALHST
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS RANDOM
005300                              RECORD KEY IS DLSALHST-KEY.
005400     SELECT PO-LIFE-MASTER    ASSIGN TO DLPOLIFE
005500                              ORGANIZATION IS INDEXED
005600                              ACCESS MODE IS RANDOM
005700                              RECORD KEY IS DLPOLIFE-PO-NO.
005800     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
005900                              ORGANIZATION IS INDEXED
006000                              ACCESS MODE IS DYNAMIC
006100                              RECORD KEY IS DLRCVHST-KEY
006200                              ALTERNATE RECORD KEY IS
006300                                  DLRCVHST-KEYCODE-NO
006400                                  WITH DUPLICATES
006500                              ALTERNATE RECORD KEY IS
006600                                  DLRCVHST-ORDER-NO
006700                                  WITH DUPLICATES.
006800     SELECT SUGGEST-FILE      ASSIGN TO DLSUGORD
006900                              ORGANIZATION IS INDEXED
007000                              ACCESS MODE IS DYNAMIC
007100                              RECORD KEY IS DLSUGORD-KEY.
007200     SELECT HOLD-REGISTER     ASSIGN TO DLSLHOLD
007300                              ORGANIZATION IS INDEXED
007400                              ACCESS MODE IS SEQUENTIAL
007500                              RECORD KEY IS DLSLHOLD-KEY.
007600     SELECT RECALL-REGISTER   ASSIGN TO DLRCLREG
007700                              ORGANIZATION IS INDEXED
007800                              ACCESS MODE IS SEQUENTIAL
007900                              RECORD KEY IS DLRCLREG-KEY.
008000     SELECT INQUIRY-PRINT     ASSIGN TO STKPRINT
008100                              ORGANIZATION IS SEQUENTIAL.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  INQUIRY-CARDS
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  INQUIRY-CARD-REC.
008800     05  SIQ-TYPE                PIC X(01).
008900         88  SIQ-BY-STORE               VALUE 'K'.
009000         88  SIQ-BY-DC                  VALUE 'D'.
009100         88  SIQ-BY-PO                  VALUE 'P'.
009200     05  SIQ-KEYCODE-NO          PIC X(08).
009300*        STORE NUMBER ON A K CARD, DC NUMBER ON A D CARD.
009400     05  SIQ-LOCN-NO             PIC X(04).
009500     05  SIQ-LOCN-NO-9 REDEFINES SIQ-LOCN-NO
009600                                 PIC 9(04).
009700     05  SIQ-PO-NO               PIC X(12).
009800     05  SIQ-PO-NO-9 REDEFINES SIQ-PO-NO
009900                                 PIC 9(12).
010000     05  FILLER                  PIC X(55).
010100 FD  AMS-PODL-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY AMSPODL.
010500 FD  STORE-MASTER-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  DLSTORMF-RECORD.
010900     COPY DLSTORMF.
011000 FD  POSITION-MASTER
011100     LABEL RECORDS ARE STANDARD.
011200 01  DLINVPOS-RECORD.
011300     COPY DLINVPOS.
011400 FD  SALES-HISTORY
011500     LABEL RECORDS ARE STANDARD.
011600 01  DLSALHST-RECORD.
011700     COPY DLSALHST.
011800 FD  PO-LIFE-MASTER
011900     LABEL RECORDS ARE STANDARD.
012000 01  DLPOLIFE-RECORD.
012100     COPY DLPOLIFE.
012200 FD  HISTORY-MASTER
012300     LABEL RECORDS ARE STANDARD.
012400 01  DLRCVHST-RECORD.
012500     COPY DLRCVHST.
012600 FD  SUGGEST-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  DLSUGORD-RECORD.
012900     COPY DLSUGORD.
013000 FD  HOLD-REGISTER
013100     LABEL RECORDS ARE STANDARD.
013200 01  DLSLHOLD-RECORD.
013300     COPY DLSLHOLD.
013400 FD  RECALL-REGISTER
013500     LABEL RECORDS ARE STANDARD.
013600 01  DLRCLREG-RECORD.
013700     COPY DLRCLREG.
013800 FD  INQUIRY-PRINT
013900     RECORDING MODE IS F
014000     LABEL RECORDS ARE STANDARD.
014100 01  INQUIRY-LINE                PIC X(100).
014200 WORKING-STORAGE SECTION.
014300 01  DLR238-SWITCHES.
014400     05  DLR238-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
014500         88  DLR238-CARD-EOF                 VALUE 'Y'.
014600     05  DLR238-PODL-EOF-SW       PIC X(01)  VALUE 'N'.
014700         88  DLR238-PODL-EOF                 VALUE 'Y'.
014800     05  DLR238-STORE-EOF-SW      PIC X(01)  VALUE 'N'.
014900         88  DLR238-STORE-EOF                VALUE 'Y'.
015000     05  DLR238-REG-EOF-SW        PIC X(01)  VALUE 'N'.
015100         88  DLR238-REG-EOF                  VALUE 'Y'.
015200     05  DLR238-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
015300         88  DLR238-HIST-EOF                 VALUE 'Y'.
015400     05  DLR238-SUG-EOF-SW        PIC X(01)  VALUE 'N'.
015500         88  DLR238-SUG-EOF                  VALUE 'Y'.
015600     05  DLR238-CARD-OK-SW        PIC X(01)  VALUE 'N'.
015700         88  DLR238-CARD-OK                  VALUE 'Y'.
015800     05  DLR238-FOUND-SW          PIC X(01)  VALUE 'N'.
015900         88  DLR238-FOUND                    VALUE 'Y'.
016000     05  DLR238-POS-FOUND-SW      PIC X(01)  VALUE 'N'.
016100         88  DLR238-POS-FOUND                VALUE 'Y'.
016200     05  DLR238-HIST-FOUND-SW     PIC X(01)  VALUE 'N'.
016300         88  DLR238-HIST-FOUND               VALUE 'Y'.
016400     05  DLR238-PO-WANTED-SW      PIC X(01)  VALUE 'N'.
016500         88  DLR238-PO-WANTED                VALUE 'Y'.
016600     05  DLR238-LINE-HELD-SW      PIC X(01)  VALUE 'N'.
016700         88  DLR238-LINE-HELD                VALUE 'Y'.
016800     05  DLR238-ANY-LISTED-SW     PIC X(01)  VALUE 'N'.
016900         88  DLR238-ANY-LISTED               VALUE 'Y'.
017000 01  DLR238-RUN-DATE              PIC 9(08).
017100*    KEYCODES AND PO NUMBERS ASKED ABOUT ON THE NIGHT'S CARDS -
017200*    ONLY THEIR ORDER LINES ARE HELD FROM THE DOWNLOAD.
017300 01  DLR238-WANT-CONTROL.
017400     05  DLR238-WANT-KC-COUNT     PIC S9(04)  COMP  VALUE ZERO.
017500     05  DLR238-WANT-PO-COUNT     PIC S9(04)  COMP  VALUE ZERO.
017600 01  DLR238-WANT-KC-TABLE.
017700     05  DLR238-WANT-KC-ENTRY OCCURS 500 TIMES
017800                              INDEXED BY DLR238-WKC-IX.
017900         10  DLR238-WK-KEYCODE-NO PIC X(08).
018000 01  DLR238-WANT-PO-TABLE.
018100     05  DLR238-WANT-PO-ENTRY OCCURS 500 TIMES
018200                              INDEXED BY DLR238-WPO-IX.
018300         10  DLR238-WP-PO-NO      PIC 9(12).
018400*    ORDER LINES OFF THE DOWNLOAD FOR THE WANTED KEYCODES AND POS,
018500*    EACH WITH THE DC SPLIT FROM THE LOCATION RECORD(S) AFTER IT.
018600 01  DLR238-LINE-CONTROL.
018700     05  DLR238-LINE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
018800 01  DLR238-LINE-TABLE.
018900     05  DLR238-LINE-ENTRY OCCURS 2000 TIMES
019000                           INDEXED BY DLR238-LINE-IX.
019100         10  DLR238-L-PO-NO       PIC 9(12).
019200         10  DLR238-L-KEYCODE-NO  PIC X(08).
019300         10  DLR238-L-APN         PIC 9(13).
019400         10  DLR238-L-PROD-NAME   PIC X(30).
019500         10  DLR238-L-PACK-QTY    PIC 9(05)V9(04).
019600         10  DLR238-L-PACK-COST   PIC 9(09)V9(04).
019700         10  DLR238-L-LOCN OCCURS 10 TIMES.
019800             15  DLR238-L-DC-NO   PIC 9(04).
019900             15  DLR238-L-DC-QTY  PIC 9(08).
020000 01  DLR238-CURRENT-PO            PIC 9(12)  VALUE ZERO.
020100 01  DLR238-STORE-CONTROL.
020200     05  DLR238-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
020300 01  DLR238-STORE-TABLE.
020400     05  DLR238-STORE-ENTRY OCCURS 999 TIMES
020500                            INDEXED BY DLR238-STORE-IX.
020600         10  DLR238-S-STORE-NO    PIC 9(04).
020700         10  DLR238-S-STORE-NAME  PIC X(16).
020800         10  DLR238-S-SERVING-DC  PIC 9(04).
020900*    SHORT-LIFE LINES STILL HELD FOR A QC DECISION.
021000 01  DLR238-HOLD-CONTROL.
021100     05  DLR238-HOLD-COUNT        PIC S9(04)  COMP  VALUE ZERO.
021200 01  DLR238-HOLD-TABLE.
021300     05  DLR238-HOLD-ENTRY OCCURS 1000 TIMES
021400                           INDEXED BY DLR238-HOLD-IX.
021500         10  DLR238-H-KEYCODE-NO  PIC X(08).
021600         10  DLR238-H-ORDER-NO    PIC X(12).
021700         10  DLR238-H-STORE-NO    PIC 9(04).
021800         10  DLR238-H-SUP-ID      PIC 9(08).
021900         10  DLR238-H-USE-BY-DATE PIC 9(08).
022000         10  DLR238-H-LIFE-DAYS   PIC S9(05)   COMP-3.
022100         10  DLR238-H-QTY         PIC S9(09)V99 COMP-3.
022200         10  DLR238-H-HELD-DATE   PIC 9(08).
022300*    ROWS OF RECALLS NOT YET CONFIRMED BY EVERY STORE.
022400 01  DLR238-RECALL-CONTROL.
022500     05  DLR238-RECALL-COUNT      PIC S9(04)  COMP  VALUE ZERO.
022600 01  DLR238-RECALL-TABLE.
022700     05  DLR238-RECALL-ENTRY OCCURS 1000 TIMES
022800                             INDEXED BY DLR238-RCL-IX.
022900         10  DLR238-R-RECALL-ID   PIC X(08).
023000         10  DLR238-R-STORE-NO    PIC 9(04).
023100         10  DLR238-R-ROW-TYPE    PIC X(01).
023200         10  DLR238-R-KEYCODE-NO  PIC X(08).
023300         10  DLR238-R-NOTICE-DATE PIC 9(08).
023400         10  DLR238-R-STATUS      PIC X(01).
023500         10  DLR238-R-ON-HAND     PIC S9(09)   COMP-3.
023600         10  DLR238-R-PULLED      PIC S9(09)   COMP-3.
023700*    THE LAST RECEIPTS FOUND FOR THE INQUIRY, OLDEST FIRST. THE
023800*    ALTERNATE KEYS RETURN DUPLICATES IN THE ORDER THEY WERE
023900*    LOADED, SO WHEN THE TABLE IS FULL THE OLDEST IS DROPPED.
024000 01  DLR238-RCPT-CONTROL.
024100     05  DLR238-RCPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
024200     05  DLR238-RCPT-MAX          PIC S9(04)  COMP  VALUE 10.
024300 01  DLR238-RCPT-TABLE.
024400     05  DLR238-RCPT-ENTRY OCCURS 10 TIMES
024500                           INDEXED BY DLR238-RCPT-IX.
024600         10  DLR238-T-RECEIPT-LOCN PIC 9(04).
024700         10  DLR238-T-RECEIPT-NO  PIC 9(09).
024800 01  DLR238-SUBSCRIPTS.
024900     05  DLR238-SUB               PIC S9(04)  COMP.
025000     05  DLR238-OCC-SUB           PIC S9(04)  COMP.
025100     05  DLR238-WEEK-SUB          PIC S9(04)  COMP.
025200 01  DLR238-WORK-FIELDS.
025300     05  DLR238-W-KEYCODE         PIC 9(08).
025400     05  DLR238-W-KEYCODE-X REDEFINES DLR238-W-KEYCODE
025500                                  PIC X(08).
025600     05  DLR238-W-PO-NO           PIC 9(12).
025700     05  DLR238-W-PO-NO-X REDEFINES DLR238-W-PO-NO
025800                                  PIC X(12).
025900     05  DLR238-W-LOCN-NO         PIC 9(04).
026000     05  DLR238-W-STORE-NAME      PIC X(16).
026100     05  DLR238-W-SERVING-DC      PIC 9(04).
026200     05  DLR238-W-DC-QTY          PIC 9(09).
026300     05  DLR238-W-RECEIPT-LOCN    PIC 9(04).
026400     05  DLR238-W-RECEIPT-NO      PIC 9(09).
026500     05  DLR238-W-ON-HAND         PIC S9(09)   COMP-3.
026600     05  DLR238-W-IN-TRANSIT      PIC S9(09)   COMP-3.
026700     05  DLR238-W-WK1-QTY         PIC S9(09)   COMP-3.
026800     05  DLR238-W-WK4-QTY         PIC S9(09)   COMP-3.
026900     05  DLR238-W-WK13-QTY        PIC S9(09)   COMP-3.
027000     05  DLR238-W-WK13-SALES      PIC S9(11)V99 COMP-3.
027100     05  DLR238-W-LINE-VALUE      PIC S9(13)V99 COMP-3.
027200 01  DLR238-DC-TOTALS.
027300     05  DLR238-D-ON-HAND         PIC S9(09)   COMP-3.
027400     05  DLR238-D-IN-TRANSIT      PIC S9(09)   COMP-3.
027500     05  DLR238-D-WK1-QTY         PIC S9(09)   COMP-3.
027600     05  DLR238-D-WK4-QTY         PIC S9(09)   COMP-3.
027700     05  DLR238-D-WK13-QTY        PIC S9(09)   COMP-3.
027800     05  DLR238-D-WK13-SALES      PIC S9(11)V99 COMP-3.
027900     05  DLR238-D-STORES          PIC 9(05).
028000 01  DLR238-COUNTERS.
028100     05  DLR238-INQUIRIES         PIC 9(07)  VALUE ZERO.
028200     05  DLR238-CARDS-INVALID     PIC 9(07)  VALUE ZERO.
028300     05  DLR238-NOTHING-FOUND     PIC 9(07)  VALUE ZERO.
028400     05  DLR238-LINES-NOT-HELD    PIC 9(07)  VALUE ZERO.
028500     05  DLR238-KEYS-NOT-HELD     PIC 9(07)  VALUE ZERO.
028600     05  DLR238-REG-NOT-HELD      PIC 9(07)  VALUE ZERO.
028700     05  DLR238-SECTION-ROWS      PIC 9(07)  VALUE ZERO.
028800     05  DLR238-INQUIRY-ROWS      PIC 9(07)  VALUE ZERO.
028900 01  DLR238-HEADING-1.
029000     05  FILLER                   PIC X(40)  VALUE
029100         'DLR238 - STOCK AND RECEIVING INQUIRY'.
029200     05  FILLER                   PIC X(10)  VALUE 'RUN DATE  '.
029300     05  DLR238-H-RUN-DATE        PIC 9(08).
029400 01  DLR238-KEY-LINE.
029500     05  FILLER                   PIC X(10)  VALUE '*** INQ   '.
029600     05  DLR238-K-TYPE            PIC X(01).
029700     05  FILLER                   PIC X(02)  VALUE SPACES.
029800     05  DLR238-K-TEXT            PIC X(80).
029900 01  DLR238-SECTION-LINE.
030000     05  FILLER                   PIC X(04)  VALUE '--- '.
030100     05  DLR238-X-TITLE           PIC X(40).
030200 01  DLR238-MESSAGE-LINE.
030300     05  FILLER                   PIC X(04)  VALUE SPACES.
030400     05  DLR238-M-TEXT            PIC X(60).
030500 01  DLR238-STOCK-HEADING.
030600     05  FILLER                   PIC X(40)  VALUE
030700         'LOCN  NAME                 ON HAND  IN T'.
030800     05  FILLER                   PIC X(40)  VALUE
030900         'RANSIT  LAST UPD  THIS WK   4 WKS   13 W'.
031000     05  FILLER                   PIC X(20)  VALUE
031100         'KS   13 WK SALES'.
031200 01  DLR238-STOCK-LINE.
031300     05  DLR238-P-LOCN            PIC ZZZ9.
031400     05  FILLER                   PIC X(02)  VALUE SPACES.
031500     05  DLR238-P-NAME            PIC X(16).
031600     05  DLR238-P-ON-HAND         PIC -ZZZZZZZ9.
031700     05  FILLER                   PIC X(01)  VALUE SPACES.
031800     05  DLR238-P-IN-TRANSIT      PIC -ZZZZZZZ9.
031900     05  FILLER                   PIC X(02)  VALUE SPACES.
032000     05  DLR238-P-LAST-UPD        PIC 9(08).
032100     05  FILLER                   PIC X(01)  VALUE SPACES.
032200     05  DLR238-P-WK1-QTY         PIC -ZZZZZZ9.
032300     05  DLR238-P-WK4-QTY         PIC -ZZZZZZ9.
032400     05  DLR238-P-WK13-QTY        PIC -ZZZZZZ9.
032500     05  FILLER                   PIC X(01)  VALUE SPACES.
032600     05  DLR238-P-WK13-SALES      PIC -ZZZZZZZZ9.99.
032700 01  DLR238-ORDER-HEADING.
032800     05  FILLER                   PIC X(40)  VALUE
032900         'PO NUMBER     VENDOR     DEPT EXP RCPT C'.
033000     05  FILLER                   PIC X(40)  VALUE
033100         'ANCEL BY ST    DC      DC QTY  PACK COST'.
033200 01  DLR238-ORDER-LINE.
033300     05  DLR238-O-PO-NO           PIC 9(12).
033400     05  FILLER                   PIC X(02)  VALUE SPACES.
033500     05  DLR238-O-VENDOR          PIC 9(10).
033600     05  FILLER                   PIC X(01)  VALUE SPACES.
033700     05  DLR238-O-DEPT            PIC X(04).
033800     05  FILLER                   PIC X(01)  VALUE SPACES.
033900     05  DLR238-O-EXP-DATE        PIC X(06).
034000     05  FILLER                   PIC X(03)  VALUE SPACES.
034100     05  DLR238-O-CANCEL-DATE     PIC X(06).
034200     05  FILLER                   PIC X(03)  VALUE SPACES.
034300     05  DLR238-O-STATUS          PIC X(01).
034400     05  FILLER                   PIC X(02)  VALUE SPACES.
034500     05  DLR238-O-DC              PIC ZZZ9.
034600     05  FILLER                   PIC X(01)  VALUE SPACES.
034700     05  DLR238-O-DC-QTY          PIC ZZZZZZZZZ9.
034800     05  FILLER                   PIC X(01)  VALUE SPACES.
034900     05  DLR238-O-PACK-COST       PIC ZZZZZZZZ9.9999.
035000 01  DLR238-PO-LINE-1.
035100     05  FILLER                   PIC X(10)  VALUE 'VENDOR    '.
035200     05  DLR238-Q-VENDOR          PIC 9(10).
035300     05  FILLER                   PIC X(07)  VALUE '  DEPT '.
035400     05  DLR238-Q-DEPT            PIC X(04).
035500     05  FILLER                   PIC X(11)  VALUE '  EXP RCPT '.
035600     05  DLR238-Q-EXP-DATE        PIC X(06).
035700     05  FILLER                   PIC X(12)  VALUE '  CANCEL BY '.
035800     05  DLR238-Q-CANCEL-DATE     PIC X(06).
035900     05  FILLER                   PIC X(09)  VALUE '  STATUS '.
036000     05  DLR238-Q-STATUS          PIC X(12).
036100 01  DLR238-PO-LINE-2.
036200     05  FILLER                   PIC X(10)  VALUE 'VALUE     '.
036300     05  DLR238-Q-VALUE           PIC -ZZZZZZZZZZZZ9.99.
036400     05  FILLER                   PIC X(02)  VALUE SPACES.
036500     05  DLR238-Q-CCY             PIC X(03).
036600     05  DLR238-Q-VALUE-CCY       PIC -ZZZZZZZZZZZZ9.99.
036700     05  FILLER                   PIC X(12)  VALUE '  FIRST SEEN'.
036800     05  FILLER                   PIC X(01)  VALUE SPACES.
036900     05  DLR238-Q-FIRST-SEEN      PIC 9(08).
037000     05  FILLER                   PIC X(11)  VALUE '  LAST SEEN'.
037100     05  FILLER                   PIC X(01)  VALUE SPACES.
037200     05  DLR238-Q-LAST-SEEN       PIC 9(08).
037300 01  DLR238-PO-DC-LINE.
037400     05  FILLER                   PIC X(10)  VALUE '  DC      '.
037500     05  DLR238-Q-DC              PIC ZZZ9.
037600     05  FILLER                   PIC X(10)  VALUE '  ORDERED '.
037700     05  DLR238-Q-DC-QTY          PIC ZZZZZZZZ9.
037800 01  DLR238-PRODUCT-HEADING.
037900     05  FILLER                   PIC X(40)  VALUE
038000         'KEYCODE   APN            DESCRIPTION    '.
038100     05  FILLER                   PIC X(40)  VALUE
038200         '                   PACK QTY      PACK CO'.
038300     05  FILLER                   PIC X(20)  VALUE
038400         'ST       LINE VALUE'.
038500 01  DLR238-PRODUCT-LINE.
038600     05  DLR238-R-KEYCODE         PIC X(08).
038700     05  FILLER                   PIC X(02)  VALUE SPACES.
038800     05  DLR238-R-APN             PIC 9(13).
038900     05  FILLER                   PIC X(02)  VALUE SPACES.
039000     05  DLR238-R-PROD-NAME       PIC X(30).
039100     05  FILLER                   PIC X(01)  VALUE SPACES.
039200     05  DLR238-R-PACK-QTY        PIC ZZZZ9.9999.
039300     05  FILLER                   PIC X(01)  VALUE SPACES.
039400     05  DLR238-R-PACK-COST       PIC ZZZZZZZZ9.9999.
039500     05  FILLER                   PIC X(01)  VALUE SPACES.
039600     05  DLR238-R-LINE-VALUE      PIC -ZZZZZZZZZZZ9.99.
039700 01  DLR238-RECEIPT-LINE.
039800     05  FILLER                   PIC X(08)  VALUE 'RECEIPT '.
039900     05  DLR238-C-RECEIPT-LOCN    PIC 9(04).
040000     05  FILLER                   PIC X(01)  VALUE '/'.
040100     05  DLR238-C-RECEIPT-NO      PIC 9(09).
040200     05  FILLER                   PIC X(02)  VALUE SPACES.
040300     05  DLR238-C-DATE            PIC X(10).
040400     05  FILLER                   PIC X(06)  VALUE '  SUP '.
040500     05  DLR238-C-SUP-ID          PIC 9(08).
040600     05  FILLER                   PIC X(05)  VALUE '  PO '.
040700     05  DLR238-C-ORDER-NO        PIC X(12).
040800     05  FILLER                   PIC X(06)  VALUE '  QTY '.
040900     05  DLR238-C-RECV-QTY        PIC ZZZZZZZZ9.
041000     05  FILLER                   PIC X(02)  VALUE SPACES.
041100     05  DLR238-C-ADJ-TEXT        PIC X(09).
041200 01  DLR238-ALLOC-LINE.
041300     05  FILLER                   PIC X(10)  VALUE '    STORE '.
041400     05  DLR238-A-STORE           PIC ZZZ9.
041500     05  FILLER                   PIC X(10)  VALUE '  KEYCODE '.
041600     05  DLR238-A-KEYCODE         PIC X(08).
041700     05  FILLER                   PIC X(10)  VALUE '  PRODUCT '.
041800     05  DLR238-A-PROD-NO         PIC 9(14).
041900     05  FILLER                   PIC X(08)  VALUE '  ALLOC '.
042000     05  DLR238-A-ALLOC-QTY       PIC ZZZZZZZZ9.
042100     05  FILLER                   PIC X(09)  VALUE '  ACTUAL '.
042200     05  DLR238-A-ACT-QTY         PIC ZZZZZZZZ9.
042300     05  FILLER                   PIC X(01)  VALUE SPACES.
042400     05  DLR238-A-ADJ-TEXT        PIC X(08).
042500 01  DLR238-SUGGEST-LINE.
042600     05  FILLER                   PIC X(06)  VALUE 'STORE '.
042700     05  DLR238-G-STORE           PIC ZZ9.
042800     05  FILLER                   PIC X(08)  VALUE '  VENDOR'.
042900     05  FILLER                   PIC X(01)  VALUE SPACES.
043000     05  DLR238-G-VENDOR          PIC 9(10).
043100     05  FILLER                   PIC X(12)  VALUE '  SUGGESTED '.
043200     05  DLR238-G-QTY             PIC -ZZZZZZZ9.
043300     05  FILLER                   PIC X(08)  VALUE '  RATE  '.
043400     05  DLR238-G-RATE            PIC -ZZZZZZZ9.
043500     05  FILLER                   PIC X(11)  VALUE '  ON HAND  '.
043600     05  DLR238-G-ON-HAND         PIC -ZZZZZZZ9.
043700     05  FILLER                   PIC X(07)  VALUE '  DATE '.
043800     05  DLR238-G-RUN-DATE        PIC 9(08).
043900 01  DLR238-HOLD-LINE.
044000     05  FILLER                   PIC X(14)
044100                                  VALUE 'SHORT-LIFE HLD'.
044200     05  FILLER                   PIC X(06)  VALUE '  LOC '.
044300     05  DLR238-J-STORE           PIC ZZZ9.
044400     05  FILLER                   PIC X(06)  VALUE '  SUP '.
044500     05  DLR238-J-SUP-ID          PIC 9(08).
044600     05  FILLER                   PIC X(09)  VALUE '  USE-BY '.
044700     05  DLR238-J-USE-BY          PIC 9(08).
044800     05  FILLER                   PIC X(07)  VALUE '  LIFE '.
044900     05  DLR238-J-LIFE-DAYS       PIC -ZZZ9.
045000     05  FILLER                   PIC X(06)  VALUE '  QTY '.
045100     05  DLR238-J-QTY             PIC -ZZZZZZZ9.99.
045200     05  FILLER                   PIC X(07)  VALUE '  HELD '.
045300     05  DLR238-J-HELD-DATE       PIC 9(08).
045400 01  DLR238-RECALL-LINE.
045500     05  FILLER                   PIC X(14)
045600                                  VALUE 'OPEN RECALL   '.
045700     05  DLR238-V-RECALL-ID       PIC X(08).
045800     05  FILLER                   PIC X(10)  VALUE '  KEYCODE '.
045900     05  DLR238-V-KEYCODE         PIC X(08).
046000     05  FILLER                   PIC X(09)  VALUE '  NOTICE '.
046100     05  DLR238-V-NOTICE-DATE     PIC 9(08).
046200     05  DLR238-V-STORE-TEXT      PIC X(44).
046300 01  DLR238-RECALL-STORE-TEXT.
046400     05  FILLER                   PIC X(08)  VALUE '  STORE '.
046500     05  DLR238-V-STORE           PIC ZZZ9.
046600     05  FILLER                   PIC X(06)  VALUE ' HELD '.
046700     05  DLR238-V-ON-HAND         PIC -ZZZZZZ9.
046800     05  FILLER                   PIC X(08)  VALUE ' PULLED '.
046900     05  DLR238-V-PULLED          PIC -ZZZZZZ9.
047000     05  FILLER                   PIC X(02)  VALUE SPACES.
047100 01  DLR238-BLANK-LINE            PIC X(01)  VALUE SPACES.
047200 PROCEDURE DIVISION.
047300 0000-MAINLINE.
047400     PERFORM 1000-INITIALIZE.
047500     PERFORM 2000-PROCESS-INQUIRY
047600         UNTIL DLR238-CARD-EOF.
047700     PERFORM 9000-TERMINATE.
047800     STOP RUN.
047900
048000 1000-INITIALIZE.
048100     OPEN INPUT  POSITION-MASTER.
048200     OPEN INPUT  SALES-HISTORY.
048300     OPEN INPUT  PO-LIFE-MASTER.
048400     OPEN INPUT  HISTORY-MASTER.
048500     OPEN INPUT  SUGGEST-FILE.
048600     OPEN OUTPUT INQUIRY-PRINT.
048700     ACCEPT DLR238-RUN-DATE FROM DATE YYYYMMDD.
048800     MOVE DLR238-RUN-DATE TO DLR238-H-RUN-DATE.
048900     WRITE INQUIRY-LINE FROM DLR238-HEADING-1.
049000     PERFORM 1100-COLLECT-WANTED-KEYS.
049100     PERFORM 1200-LOAD-ORDER-LINES.
049200     PERFORM 1300-LOAD-STORES.
049300     PERFORM 1400-LOAD-HOLDS.
049400     PERFORM 1500-LOAD-RECALLS.
049500     OPEN INPUT INQUIRY-CARDS.
049600     MOVE 'N' TO DLR238-CARD-EOF-SW.
049700     PERFORM 2100-READ-CARD.
049800 1000-EXIT.
049900     EXIT.
050000
050100*    A FIRST PASS OF THE CARDS NOTES THE KEYCODES AND PO NUMBERS
050200*    ASKED ABOUT, SO ONE PASS OF THE DOWNLOAD SERVES EVERY CARD.
050300 1100-COLLECT-WANTED-KEYS.
050400     OPEN INPUT INQUIRY-CARDS.
050500     PERFORM 2100-READ-CARD.
050600     PERFORM 1110-NOTE-ONE-CARD
050700         UNTIL DLR238-CARD-EOF.
050800     CLOSE INQUIRY-CARDS.
050900 1100-EXIT.
051000     EXIT.
051100
051200 1110-NOTE-ONE-CARD.
051300     PERFORM 2200-VALIDATE-CARD.
051400     IF  DLR238-CARD-OK
051500         IF  SIQ-BY-PO
051600             PERFORM 1120-NOTE-PO
051700         ELSE
051800             PERFORM 1130-NOTE-KEYCODE
051900         END-IF
052000     END-IF.
052100     PERFORM 2100-READ-CARD.
052200 1110-EXIT.
052300     EXIT.
052400
052500 1120-NOTE-PO.
052600     MOVE 'N' TO DLR238-FOUND-SW.
052700     SET DLR238-WPO-IX TO 1.
052800     SEARCH DLR238-WANT-PO-ENTRY
052900         AT END
053000             CONTINUE
053100         WHEN DLR238-WPO-IX > DLR238-WANT-PO-COUNT
053200             CONTINUE
053300         WHEN DLR238-WP-PO-NO (DLR238-WPO-IX) = SIQ-PO-NO-9
053400             MOVE 'Y' TO DLR238-FOUND-SW
053500     END-SEARCH.
053600     IF  NOT DLR238-FOUND
053700         IF  DLR238-WANT-PO-COUNT < 500
053800             ADD 1 TO DLR238-WANT-PO-COUNT
053900             MOVE SIQ-PO-NO-9
054000                 TO DLR238-WP-PO-NO (DLR238-WANT-PO-COUNT)
054100         ELSE
054200             ADD 1 TO DLR238-KEYS-NOT-HELD
054300         END-IF
054400     END-IF.
054500 1120-EXIT.
054600     EXIT.
054700
054800 1130-NOTE-KEYCODE.
054900     MOVE 'N' TO DLR238-FOUND-SW.
055000     SET DLR238-WKC-IX TO 1.
055100     SEARCH DLR238-WANT-KC-ENTRY
055200         AT END
055300             CONTINUE
055400         WHEN DLR238-WKC-IX > DLR238-WANT-KC-COUNT
055500             CONTINUE
055600         WHEN DLR238-WK-KEYCODE-NO (DLR238-WKC-IX)
055700                 = SIQ-KEYCODE-NO
055800             MOVE 'Y' TO DLR238-FOUND-SW
055900     END-SEARCH.
056000     IF  NOT DLR238-FOUND
056100         IF  DLR238-WANT-KC-COUNT < 500
056200             ADD 1 TO DLR238-WANT-KC-COUNT
056300             MOVE SIQ-KEYCODE-NO
056400                 TO DLR238-WK-KEYCODE-NO (DLR238-WANT-KC-COUNT)
056500         ELSE
056600             ADD 1 TO DLR238-KEYS-NOT-HELD
056700         END-IF
056800     END-IF.
056900 1130-EXIT.
057000     EXIT.
057100
057200*    THE PO RECORD NAMES THE ORDER, EACH PRODUCT RECORD IS A LINE
057300*    AND THE LOCATION RECORDS THAT FOLLOW IT SPLIT THE LINE DC BY
057400*    DC. THE KEYCODE IS THE AMS PRODUCT NUMBER (AS DLR169).
057500 1200-LOAD-ORDER-LINES.
057600     OPEN INPUT AMS-PODL-FILE.
057700     PERFORM 1210-READ-PODL.
057800     PERFORM 1220-EXAMINE-PODL
057900         UNTIL DLR238-PODL-EOF.
058000     CLOSE AMS-PODL-FILE.
058100 1200-EXIT.
058200     EXIT.
058300
058400 1210-READ-PODL.
058500     READ AMS-PODL-FILE
058600         AT END
058700             MOVE 'Y' TO DLR238-PODL-EOF-SW
058800     END-READ.
058900 1210-EXIT.
059000     EXIT.
059100
059200 1220-EXAMINE-PODL.
059300     EVALUATE Record-Type
059400         WHEN 'PO'
059500             MOVE PO TO DLR238-CURRENT-PO
059600             MOVE 'N' TO DLR238-LINE-HELD-SW
059700             MOVE 'N' TO DLR238-PO-WANTED-SW
059800             SET DLR238-WPO-IX TO 1
059900             SEARCH DLR238-WANT-PO-ENTRY
060000                 AT END
060100                     CONTINUE
060200                 WHEN DLR238-WPO-IX > DLR238-WANT-PO-COUNT
060300                     CONTINUE
060400                 WHEN DLR238-WP-PO-NO (DLR238-WPO-IX) = PO
060500                     MOVE 'Y' TO DLR238-PO-WANTED-SW
060600             END-SEARCH
060700         WHEN 'PR'
060800             PERFORM 1230-HOLD-IF-WANTED
060900         WHEN 'LO'
061000             IF  DLR238-LINE-HELD
061100                 PERFORM 1250-POST-ONE-LOCN
061200                     VARYING DLR238-OCC-SUB FROM 1 BY 1
061300                     UNTIL DLR238-OCC-SUB > 10
061400             END-IF
061500         WHEN OTHER
061600             CONTINUE
061700     END-EVALUATE.
061800     PERFORM 1210-READ-PODL.
061900 1220-EXIT.
062000     EXIT.
062100
062200 1230-HOLD-IF-WANTED.
062300     MOVE 'N' TO DLR238-LINE-HELD-SW.
062400     MOVE Product TO DLR238-W-KEYCODE.
062500     MOVE DLR238-PO-WANTED-SW TO DLR238-FOUND-SW.
062600     IF  NOT DLR238-FOUND
062700         SET DLR238-WKC-IX TO 1
062800         SEARCH DLR238-WANT-KC-ENTRY
062900             AT END
063000                 CONTINUE
063100             WHEN DLR238-WKC-IX > DLR238-WANT-KC-COUNT
063200                 CONTINUE
063300             WHEN DLR238-WK-KEYCODE-NO (DLR238-WKC-IX)
063400                     = DLR238-W-KEYCODE-X
063500                 MOVE 'Y' TO DLR238-FOUND-SW
063600         END-SEARCH
063700     END-IF.
063800     IF  DLR238-FOUND
063900         IF  DLR238-LINE-COUNT < 2000
064000             ADD 1 TO DLR238-LINE-COUNT
064100             SET DLR238-LINE-IX TO DLR238-LINE-COUNT
064200             MOVE 'Y' TO DLR238-LINE-HELD-SW
064300             MOVE DLR238-CURRENT-PO
064400                 TO DLR238-L-PO-NO (DLR238-LINE-IX)
064500             MOVE DLR238-W-KEYCODE-X
064600                 TO DLR238-L-KEYCODE-NO (DLR238-LINE-IX)
064700             MOVE APN          TO DLR238-L-APN (DLR238-LINE-IX)
064800             MOVE Product-Name
064900                 TO DLR238-L-PROD-NAME (DLR238-LINE-IX)
065000             MOVE Pack-Qty
065100                 TO DLR238-L-PACK-QTY (DLR238-LINE-IX)
065200             MOVE Pack-Cost
065300                 TO DLR238-L-PACK-COST (DLR238-LINE-IX)
065400             PERFORM 1240-CLEAR-ONE-LOCN
065500                 VARYING DLR238-SUB FROM 1 BY 1
065600                 UNTIL DLR238-SUB > 10
065700         ELSE
065800             ADD 1 TO DLR238-LINES-NOT-HELD
065900         END-IF
066000     END-IF.
066100 1230-EXIT.
066200     EXIT.
066300
066400 1240-CLEAR-ONE-LOCN.
066500     MOVE ZERO TO DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB).
066600     MOVE ZERO TO DLR238-L-DC-QTY (DLR238-LINE-IX DLR238-SUB).
066700 1240-EXIT.
066800     EXIT.
066900
067000*    A LINE SPLIT OVER MORE THAN ONE LOCATION RECORD FILLS THE
067100*    NEXT FREE SLOTS; A DC SEEN TWICE HAS ITS QUANTITIES ADDED.
067200 1250-POST-ONE-LOCN.
067300     IF  DC-Number (DLR238-OCC-SUB) IS NUMERIC
067400     AND DC-Number (DLR238-OCC-SUB) > ZERO
067500         MOVE 'N' TO DLR238-FOUND-SW
067600         PERFORM 1260-FIND-LOCN-SLOT
067700             VARYING DLR238-SUB FROM 1 BY 1
067800             UNTIL DLR238-SUB > 10
067900             OR    DLR238-FOUND
068000         IF  DLR238-FOUND
068100             SUBTRACT 1 FROM DLR238-SUB
068200             MOVE DC-Number (DLR238-OCC-SUB)
068300                 TO DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB)
068400             ADD Pack-Quantity (DLR238-OCC-SUB)
068500                 TO DLR238-L-DC-QTY (DLR238-LINE-IX DLR238-SUB)
068600         END-IF
068700     END-IF.
068800 1250-EXIT.
068900     EXIT.
069000
069100 1260-FIND-LOCN-SLOT.
069200     IF  DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB)
069300             = DC-Number (DLR238-OCC-SUB)
069400     OR  DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB) = ZERO
069500         MOVE 'Y' TO DLR238-FOUND-SW
069600     END-IF.
069700 1260-EXIT.
069800     EXIT.
069900
070000 1300-LOAD-STORES.
070100     OPEN INPUT STORE-MASTER-FILE.
070200     PERFORM 1310-READ-STORE.
070300     PERFORM 1320-HOLD-ONE-STORE
070400         UNTIL DLR238-STORE-EOF.
070500     CLOSE STORE-MASTER-FILE.
070600 1300-EXIT.
070700     EXIT.
070800
070900 1310-READ-STORE.
071000     READ STORE-MASTER-FILE
071100         AT END
071200             MOVE 'Y' TO DLR238-STORE-EOF-SW
071300     END-READ.
071400 1310-EXIT.
071500     EXIT.
071600
071700 1320-HOLD-ONE-STORE.
071800     IF  DLR238-STORE-COUNT < 999
071900         ADD 1 TO DLR238-STORE-COUNT
072000         SET DLR238-STORE-IX TO DLR238-STORE-COUNT
072100         MOVE DLSTORMF-STORE-NO
072200             TO DLR238-S-STORE-NO (DLR238-STORE-IX)
072300         MOVE DLSTORMF-STORE-NAME
072400             TO DLR238-S-STORE-NAME (DLR238-STORE-IX)
072500         MOVE DLSTORMF-SERVING-DC
072600             TO DLR238-S-SERVING-DC (DLR238-STORE-IX)
072700     END-IF.
072800     PERFORM 1310-READ-STORE.
072900 1320-EXIT.
073000     EXIT.
073100
073200 1400-LOAD-HOLDS.
073300     OPEN INPUT HOLD-REGISTER.
073400     MOVE 'N' TO DLR238-REG-EOF-SW.
073500     PERFORM 1410-READ-HOLD.
073600     PERFORM 1420-HOLD-ONE-HOLD
073700         UNTIL DLR238-REG-EOF.
073800     CLOSE HOLD-REGISTER.
073900 1400-EXIT.
074000     EXIT.
074100
074200 1410-READ-HOLD.
074300     READ HOLD-REGISTER
074400         AT END
074500             MOVE 'Y' TO DLR238-REG-EOF-SW
074600     END-READ.
074700 1410-EXIT.
074800     EXIT.
074900
075000 1420-HOLD-ONE-HOLD.
075100     IF  DLSLHOLD-HELD
075200         IF  DLR238-HOLD-COUNT < 1000
075300             ADD 1 TO DLR238-HOLD-COUNT
075400             SET DLR238-HOLD-IX TO DLR238-HOLD-COUNT
075500             MOVE DLSLHOLD-KEYCODE-NO
075600                 TO DLR238-H-KEYCODE-NO (DLR238-HOLD-IX)
075700             MOVE DLSLHOLD-ORDER-NO
075800                 TO DLR238-H-ORDER-NO (DLR238-HOLD-IX)
075900             MOVE DLSLHOLD-STORE-NO
076000                 TO DLR238-H-STORE-NO (DLR238-HOLD-IX)
076100             MOVE DLSLHOLD-SUP-ID
076200                 TO DLR238-H-SUP-ID (DLR238-HOLD-IX)
076300             MOVE DLSLHOLD-USE-BY-DATE
076400                 TO DLR238-H-USE-BY-DATE (DLR238-HOLD-IX)
076500             MOVE DLSLHOLD-LIFE-DAYS
076600                 TO DLR238-H-LIFE-DAYS (DLR238-HOLD-IX)
076700             MOVE DLSLHOLD-QTY-SHIPPED
076800                 TO DLR238-H-QTY (DLR238-HOLD-IX)
076900             MOVE DLSLHOLD-HELD-DATE
077000                 TO DLR238-H-HELD-DATE (DLR238-HOLD-IX)
077100         ELSE
077200             ADD 1 TO DLR238-REG-NOT-HELD
077300         END-IF
077400     END-IF.
077500     PERFORM 1410-READ-HOLD.
077600 1420-EXIT.
077700     EXIT.
077800
077900*    THE NOTICE ROW (STORE ZERO) IS READ BEFORE ITS STORE ROWS, SO
078000*    A CONFIRMED NOTICE'S STORE ROWS ARE PASSED OVER WITH IT.
078100 1500-LOAD-RECALLS.
078200     OPEN INPUT RECALL-REGISTER.
078300     MOVE 'N' TO DLR238-REG-EOF-SW.
078400     PERFORM 1510-READ-RECALL.
078500     PERFORM 1520-HOLD-ONE-RECALL
078600         UNTIL DLR238-REG-EOF.
078700     CLOSE RECALL-REGISTER.
078800 1500-EXIT.
078900     EXIT.
079000
079100 1510-READ-RECALL.
079200     READ RECALL-REGISTER
079300         AT END
079400             MOVE 'Y' TO DLR238-REG-EOF-SW
079500     END-READ.
079600 1510-EXIT.
079700     EXIT.
079800
079900 1520-HOLD-ONE-RECALL.
080000     IF  DLRCLREG-NOTICE-ROW
080100         MOVE 'N' TO DLR238-FOUND-SW
080200         IF  DLRCLREG-OPEN
080300             MOVE 'Y' TO DLR238-FOUND-SW
080400         END-IF
080500     END-IF.
080600     IF  DLR238-FOUND
080700         IF  DLR238-RECALL-COUNT < 1000
080800             ADD 1 TO DLR238-RECALL-COUNT
080900             SET DLR238-RCL-IX TO DLR238-RECALL-COUNT
081000             MOVE DLRCLREG-RECALL-ID
081100                 TO DLR238-R-RECALL-ID (DLR238-RCL-IX)
081200             MOVE DLRCLREG-STORE-NO
081300                 TO DLR238-R-STORE-NO (DLR238-RCL-IX)
081400             MOVE DLRCLREG-ROW-TYPE
081500                 TO DLR238-R-ROW-TYPE (DLR238-RCL-IX)
081600             MOVE DLRCLREG-KEYCODE-NO
081700                 TO DLR238-R-KEYCODE-NO (DLR238-RCL-IX)
081800             MOVE DLRCLREG-NOTICE-DATE
081900                 TO DLR238-R-NOTICE-DATE (DLR238-RCL-IX)
082000             MOVE DLRCLREG-STATUS
082100                 TO DLR238-R-STATUS (DLR238-RCL-IX)
082200             MOVE DLRCLREG-ON-HAND-QTY
082300                 TO DLR238-R-ON-HAND (DLR238-RCL-IX)
082400             MOVE DLRCLREG-PULLED-QTY
082500                 TO DLR238-R-PULLED (DLR238-RCL-IX)
082600         ELSE
082700             ADD 1 TO DLR238-REG-NOT-HELD
082800         END-IF
082900     END-IF.
083000     PERFORM 1510-READ-RECALL.
083100 1520-EXIT.
083200     EXIT.
083300
083400 2000-PROCESS-INQUIRY.
083500     ADD 1 TO DLR238-INQUIRIES.
083600     MOVE ZERO TO DLR238-INQUIRY-ROWS.
083700     PERFORM 2200-VALIDATE-CARD.
083800     PERFORM 2300-PRINT-KEY-LINE.
083900     IF  DLR238-CARD-OK
084000         EVALUATE TRUE
084100             WHEN SIQ-BY-STORE
084200                 PERFORM 3000-STORE-INQUIRY
084300             WHEN SIQ-BY-DC
084400                 PERFORM 4000-DC-INQUIRY
084500             WHEN SIQ-BY-PO
084600                 PERFORM 5000-PO-INQUIRY
084700         END-EVALUATE
084800         IF  DLR238-INQUIRY-ROWS = ZERO
084900             ADD 1 TO DLR238-NOTHING-FOUND
085000         END-IF
085100     ELSE
085200         ADD 1 TO DLR238-CARDS-INVALID
085300         MOVE 'INVALID INQUIRY CARD - NOT ANSWERED'
085400             TO DLR238-M-TEXT
085500         WRITE INQUIRY-LINE FROM DLR238-MESSAGE-LINE
085600     END-IF.
085700     PERFORM 2100-READ-CARD.
085800 2000-EXIT.
085900     EXIT.
086000
086100 2100-READ-CARD.
086200     READ INQUIRY-CARDS
086300         AT END
086400             MOVE 'Y' TO DLR238-CARD-EOF-SW
086500     END-READ.
086600 2100-EXIT.
086700     EXIT.
086800
086900 2200-VALIDATE-CARD.
087000     MOVE 'N' TO DLR238-CARD-OK-SW.
087100     EVALUATE TRUE
087200         WHEN SIQ-BY-STORE
087300         WHEN SIQ-BY-DC
087400             IF  SIQ-KEYCODE-NO NOT = SPACES
087500             AND SIQ-LOCN-NO IS NUMERIC
087600             AND SIQ-LOCN-NO-9 > ZERO
087700                 MOVE 'Y' TO DLR238-CARD-OK-SW
087800             END-IF
087900         WHEN SIQ-BY-PO
088000             IF  SIQ-PO-NO IS NUMERIC
088100             AND SIQ-PO-NO-9 > ZERO
088200                 MOVE 'Y' TO DLR238-CARD-OK-SW
088300             END-IF
088400         WHEN OTHER
088500             CONTINUE
088600     END-EVALUATE.
088700 2200-EXIT.
088800     EXIT.
088900
089000 2300-PRINT-KEY-LINE.
089100     MOVE SIQ-TYPE TO DLR238-K-TYPE.
089200     MOVE SPACES TO DLR238-K-TEXT.
089300     EVALUATE TRUE
089400         WHEN SIQ-BY-STORE
089500             STRING 'KEYCODE ' SIQ-KEYCODE-NO
089600                    '  STORE ' SIQ-LOCN-NO
089700                 DELIMITED BY SIZE INTO DLR238-K-TEXT
089800         WHEN SIQ-BY-DC
089900             STRING 'KEYCODE ' SIQ-KEYCODE-NO
090000                    '  DC ' SIQ-LOCN-NO
090100                 DELIMITED BY SIZE INTO DLR238-K-TEXT
090200         WHEN OTHER
090300             STRING 'PO NUMBER ' SIQ-PO-NO
090400                 DELIMITED BY SIZE INTO DLR238-K-TEXT
090500     END-EVALUATE.
090600     WRITE INQUIRY-LINE FROM DLR238-BLANK-LINE.
090700     WRITE INQUIRY-LINE FROM DLR238-KEY-LINE.
090800 2300-EXIT.
090900     EXIT.
091000
091100*    EVERY SECTION STARTS WITH A TITLE; A SECTION THAT FINDS
091200*    NOTHING SAYS SO RATHER THAN LEAVING THE DESK TO WONDER.
091300 2400-SECTION-TITLE.
091400     WRITE INQUIRY-LINE FROM DLR238-SECTION-LINE.
091500     MOVE ZERO TO DLR238-SECTION-ROWS.
091600 2400-EXIT.
091700     EXIT.
091800
091900 2500-SECTION-END.
092000     IF  DLR238-SECTION-ROWS = ZERO
092100         WRITE INQUIRY-LINE FROM DLR238-MESSAGE-LINE
092200     ELSE
092300         ADD DLR238-SECTION-ROWS TO DLR238-INQUIRY-ROWS
092400     END-IF.
092500 2500-EXIT.
092600     EXIT.
092700
092800 2600-FIND-STORE.
092900     MOVE 'N' TO DLR238-FOUND-SW.
093000     MOVE SPACES TO DLR238-W-STORE-NAME.
093100     MOVE ZERO TO DLR238-W-SERVING-DC.
093200     SET DLR238-STORE-IX TO 1.
093300     SEARCH DLR238-STORE-ENTRY
093400         AT END
093500             CONTINUE
093600         WHEN DLR238-STORE-IX > DLR238-STORE-COUNT
093700             CONTINUE
093800         WHEN DLR238-S-STORE-NO (DLR238-STORE-IX)
093900                 = DLR238-W-LOCN-NO
094000             MOVE 'Y' TO DLR238-FOUND-SW
094100             MOVE DLR238-S-STORE-NAME (DLR238-STORE-IX)
094200                 TO DLR238-W-STORE-NAME
094300             MOVE DLR238-S-SERVING-DC (DLR238-STORE-IX)
094400                 TO DLR238-W-SERVING-DC
094500     END-SEARCH.
094600 2600-EXIT.
094700     EXIT.
094800
094900******************************************************************
095000*    K - KEYCODE AT ONE STORE. ORDERS ARE THOSE WITH A QUANTITY  *
095100*    FOR THE STORE'S SERVING DC (ANY ORDER FOR THE KEYCODE WHEN  *
095200*    THE STORE IS SUPPLIED DIRECT).                              *
095300******************************************************************
095400 3000-STORE-INQUIRY.
095500     MOVE SIQ-LOCN-NO-9 TO DLR238-W-LOCN-NO.
095600     PERFORM 2600-FIND-STORE.
095700     MOVE 'STOCK POSITION AND RECENT SALES' TO DLR238-X-TITLE.
095800     PERFORM 2400-SECTION-TITLE.
095900     WRITE INQUIRY-LINE FROM DLR238-STOCK-HEADING.
096000     PERFORM 6000-READ-POSITION.
096100     IF  DLR238-POS-FOUND
096200     OR  DLR238-HIST-FOUND
096300         PERFORM 6100-PRINT-POSITION
096400     END-IF.
096500     MOVE 'NO STOCK POSITION OR SALES HISTORY ON FILE'
096600         TO DLR238-M-TEXT.
096700     PERFORM 2500-SECTION-END.
096800     MOVE DLR238-W-SERVING-DC TO DLR238-W-LOCN-NO.
096900     PERFORM 7000-LIST-KEYCODE-ORDERS.
097000     PERFORM 8000-FIND-KEYCODE-RECEIPTS.
097100     PERFORM 8200-PRINT-RECEIPTS.
097200     MOVE 'SUGGESTED ORDER' TO DLR238-X-TITLE.
097300     PERFORM 2400-SECTION-TITLE.
097400     IF  SIQ-LOCN-NO-9 < 1000
097500         MOVE SIQ-KEYCODE-NO TO DLSUGORD-KEYCODE-NO
097600         MOVE SIQ-LOCN-NO-9  TO DLSUGORD-STORE-NO
097700         READ SUGGEST-FILE
097800             INVALID KEY
097900                 CONTINUE
098000             NOT INVALID KEY
098100                 PERFORM 6300-PRINT-SUGGESTION
098200         END-READ
098300     END-IF.
098400     MOVE 'NO SUGGESTED ORDER ON FILE' TO DLR238-M-TEXT.
098500     PERFORM 2500-SECTION-END.
098600     PERFORM 6500-LIST-KEYCODE-HOLDS.
098700 3000-EXIT.
098800     EXIT.
098900
099000******************************************************************
099100*    D - KEYCODE THROUGH ONE DC: THE DC'S OWN POSITION, THEN     *
099200*    EVERY STORE DLSTORMF SAYS THE DC SERVES, WITH A DC TOTAL.   *
099300******************************************************************
099400 4000-DC-INQUIRY.
099500     INITIALIZE DLR238-DC-TOTALS.
099600     MOVE 'STOCK POSITION AND RECENT SALES' TO DLR238-X-TITLE.
099700     PERFORM 2400-SECTION-TITLE.
099800     WRITE INQUIRY-LINE FROM DLR238-STOCK-HEADING.
099900     MOVE SIQ-LOCN-NO-9 TO DLR238-W-LOCN-NO.
100000     MOVE 'DC' TO DLR238-W-STORE-NAME.
100100     PERFORM 6000-READ-POSITION.
100200     IF  DLR238-POS-FOUND
100300         PERFORM 6100-PRINT-POSITION
100400     END-IF.
100500     PERFORM 4100-DC-STORE-POSITION
100600         VARYING DLR238-STORE-IX FROM 1 BY 1
100700         UNTIL DLR238-STORE-IX > DLR238-STORE-COUNT.
100800     IF  DLR238-D-STORES > ZERO
100900         PERFORM 4200-PRINT-DC-TOTAL
101000     END-IF.
101100     MOVE 'NO STOCK POSITION OR SALES HISTORY ON FILE'
101200         TO DLR238-M-TEXT.
101300     PERFORM 2500-SECTION-END.
101400     MOVE SIQ-LOCN-NO-9 TO DLR238-W-LOCN-NO.
101500     PERFORM 7000-LIST-KEYCODE-ORDERS.
101600     PERFORM 8000-FIND-KEYCODE-RECEIPTS.
101700     PERFORM 8200-PRINT-RECEIPTS.
101800     PERFORM 4300-LIST-DC-SUGGESTIONS.
101900     PERFORM 6500-LIST-KEYCODE-HOLDS.
102000 4000-EXIT.
102100     EXIT.
102200
102300 4100-DC-STORE-POSITION.
102400     IF  DLR238-S-SERVING-DC (DLR238-STORE-IX) = SIQ-LOCN-NO-9
102500         MOVE DLR238-S-STORE-NO (DLR238-STORE-IX)
102600             TO DLR238-W-LOCN-NO
102700         MOVE DLR238-S-STORE-NAME (DLR238-STORE-IX)
102800             TO DLR238-W-STORE-NAME
102900         PERFORM 6000-READ-POSITION
103000         IF  DLR238-POS-FOUND
103100         OR  DLR238-HIST-FOUND
103200             PERFORM 6100-PRINT-POSITION
103300             ADD 1 TO DLR238-D-STORES
103400             ADD DLR238-W-ON-HAND     TO DLR238-D-ON-HAND
103500             ADD DLR238-W-IN-TRANSIT  TO DLR238-D-IN-TRANSIT
103600             ADD DLR238-W-WK1-QTY     TO DLR238-D-WK1-QTY
103700             ADD DLR238-W-WK4-QTY     TO DLR238-D-WK4-QTY
103800             ADD DLR238-W-WK13-QTY    TO DLR238-D-WK13-QTY
103900             ADD DLR238-W-WK13-SALES  TO DLR238-D-WK13-SALES
104000         END-IF
104100     END-IF.
104200 4100-EXIT.
104300     EXIT.
104400
104500 4200-PRINT-DC-TOTAL.
104600     MOVE SPACES TO DLR238-STOCK-LINE.
104700     MOVE SIQ-LOCN-NO-9       TO DLR238-P-LOCN.
104800     MOVE 'STORES TOTAL'      TO DLR238-P-NAME.
104900     MOVE DLR238-D-ON-HAND    TO DLR238-P-ON-HAND.
105000     MOVE DLR238-D-IN-TRANSIT TO DLR238-P-IN-TRANSIT.
105100     MOVE ZERO                TO DLR238-P-LAST-UPD.
105200     MOVE DLR238-D-WK1-QTY    TO DLR238-P-WK1-QTY.
105300     MOVE DLR238-D-WK4-QTY    TO DLR238-P-WK4-QTY.
105400     MOVE DLR238-D-WK13-QTY   TO DLR238-P-WK13-QTY.
105500     MOVE DLR238-D-WK13-SALES TO DLR238-P-WK13-SALES.
105600     WRITE INQUIRY-LINE FROM DLR238-STOCK-LINE.
105700 4200-EXIT.
105800     EXIT.
105900
106000*    DLSUGORD IS KEYED KEYCODE-MAJOR, SO THE KEYCODE'S ROWS ARE
106100*    READ FROM THE START OF ITS KEY AND THE DC'S STORES PICKED.
106200 4300-LIST-DC-SUGGESTIONS.
106300     MOVE 'SUGGESTED ORDERS FOR STORES SERVED' TO DLR238-X-TITLE.
106400     PERFORM 2400-SECTION-TITLE.
106500     MOVE 'N' TO DLR238-SUG-EOF-SW.
106600     MOVE SIQ-KEYCODE-NO TO DLSUGORD-KEYCODE-NO.
106700     MOVE ZERO           TO DLSUGORD-STORE-NO.
106800     START SUGGEST-FILE KEY IS NOT LESS THAN DLSUGORD-KEY
106900         INVALID KEY
107000             MOVE 'Y' TO DLR238-SUG-EOF-SW
107100     END-START.
107200     IF  NOT DLR238-SUG-EOF
107300         PERFORM 4310-READ-SUGGESTION-NEXT
107400         PERFORM 4320-TEST-ONE-SUGGESTION
107500             UNTIL DLR238-SUG-EOF
107600     END-IF.
107700     MOVE 'NO SUGGESTED ORDER ON FILE' TO DLR238-M-TEXT.
107800     PERFORM 2500-SECTION-END.
107900 4300-EXIT.
108000     EXIT.
108100
108200 4310-READ-SUGGESTION-NEXT.
108300     READ SUGGEST-FILE NEXT RECORD
108400         AT END
108500             MOVE 'Y' TO DLR238-SUG-EOF-SW
108600     END-READ.
108700     IF  NOT DLR238-SUG-EOF
108800     AND DLSUGORD-KEYCODE-NO NOT = SIQ-KEYCODE-NO
108900         MOVE 'Y' TO DLR238-SUG-EOF-SW
109000     END-IF.
109100 4310-EXIT.
109200     EXIT.
109300
109400 4320-TEST-ONE-SUGGESTION.
109500     MOVE DLSUGORD-STORE-NO TO DLR238-W-LOCN-NO.
109600     PERFORM 2600-FIND-STORE.
109700     IF  DLR238-FOUND
109800     AND DLR238-W-SERVING-DC = SIQ-LOCN-NO-9
109900         PERFORM 6300-PRINT-SUGGESTION
110000     END-IF.
110100     PERFORM 4310-READ-SUGGESTION-NEXT.
110200 4320-EXIT.
110300     EXIT.
110400
110500******************************************************************
110600*    P - ONE PURCHASE ORDER: THE DLPOLIFE ROW AND ITS DC SPLIT,  *
110700*    THE ORDER LINES FROM THE DOWNLOAD, THE RECEIPTS BOOKED TO   *
110800*    THE ORDER AND ANY HOLD OR RECALL ON ITS LINES.              *
110900******************************************************************
111000 5000-PO-INQUIRY.
111100     MOVE 'ORDER' TO DLR238-X-TITLE.
111200     PERFORM 2400-SECTION-TITLE.
111300     MOVE SIQ-PO-NO-9 TO DLPOLIFE-PO-NO.
111400     READ PO-LIFE-MASTER
111500         INVALID KEY
111600             CONTINUE
111700         NOT INVALID KEY
111800             PERFORM 5100-PRINT-PO
111900     END-READ.
112000     MOVE 'PO NOT ON DLPOLIFE' TO DLR238-M-TEXT.
112100     PERFORM 2500-SECTION-END.
112200     MOVE 'ORDER LINES ON TONIGHT''S DOWNLOAD' TO DLR238-X-TITLE.
112300     PERFORM 2400-SECTION-TITLE.
112400     WRITE INQUIRY-LINE FROM DLR238-PRODUCT-HEADING.
112500     PERFORM 5200-PRINT-PO-LINE
112600         VARYING DLR238-LINE-IX FROM 1 BY 1
112700         UNTIL DLR238-LINE-IX > DLR238-LINE-COUNT.
112800     MOVE 'NO LINES FOR THE PO ON THE DOWNLOAD' TO DLR238-M-TEXT.
112900     PERFORM 2500-SECTION-END.
113000     PERFORM 8100-FIND-ORDER-RECEIPTS.
113100     PERFORM 8200-PRINT-RECEIPTS.
113200     MOVE 'QUALITY HOLDS AND RECALLS' TO DLR238-X-TITLE.
113300     PERFORM 2400-SECTION-TITLE.
113400     MOVE SIQ-PO-NO-9 TO DLR238-W-PO-NO.
113500     PERFORM 5300-TEST-PO-HOLD
113600         VARYING DLR238-HOLD-IX FROM 1 BY 1
113700         UNTIL DLR238-HOLD-IX > DLR238-HOLD-COUNT.
113800     PERFORM 5400-TEST-PO-LINE-RECALLS
113900         VARYING DLR238-LINE-IX FROM 1 BY 1
114000         UNTIL DLR238-LINE-IX > DLR238-LINE-COUNT.
114100     MOVE 'NO QUALITY HOLD OR OPEN RECALL ON FILE'
114200         TO DLR238-M-TEXT.
114300     PERFORM 2500-SECTION-END.
114400 5000-EXIT.
114500     EXIT.
114600
114700 5100-PRINT-PO.
114800     ADD 1 TO DLR238-SECTION-ROWS.
114900     MOVE DLPOLIFE-VENDOR          TO DLR238-Q-VENDOR.
115000     MOVE DLPOLIFE-DEPARTMENT      TO DLR238-Q-DEPT.
115100     MOVE DLPOLIFE-EXP-RCPT-DATE   TO DLR238-Q-EXP-DATE.
115200     MOVE DLPOLIFE-CANCEL-BY-DATE  TO DLR238-Q-CANCEL-DATE.
115300     IF  DLPOLIFE-ON-FEED
115400         MOVE 'OPEN'         TO DLR238-Q-STATUS
115500     ELSE
115600         MOVE 'OFF THE FEED' TO DLR238-Q-STATUS
115700     END-IF.
115800     WRITE INQUIRY-LINE FROM DLR238-PO-LINE-1.
115900     MOVE DLPOLIFE-ORDER-VALUE     TO DLR238-Q-VALUE.
116000     MOVE DLPOLIFE-ORDER-CCY       TO DLR238-Q-CCY.
116100     MOVE DLPOLIFE-ORDER-VALUE-CCY TO DLR238-Q-VALUE-CCY.
116200     MOVE DLPOLIFE-FIRST-SEEN      TO DLR238-Q-FIRST-SEEN.
116300     MOVE DLPOLIFE-LAST-SEEN       TO DLR238-Q-LAST-SEEN.
116400     WRITE INQUIRY-LINE FROM DLR238-PO-LINE-2.
116500     IF  DLPOLIFE-QTY-HELD
116600         PERFORM 5110-PRINT-PO-DC
116700             VARYING DLR238-SUB FROM 1 BY 1
116800             UNTIL DLR238-SUB > DLPOLIFE-LOCN-COUNT
116900             OR    DLR238-SUB > 20
117000     END-IF.
117100 5100-EXIT.
117200     EXIT.
117300
117400 5110-PRINT-PO-DC.
117500     MOVE DLPOLIFE-DC-NO (DLR238-SUB)  TO DLR238-Q-DC.
117600     MOVE DLPOLIFE-DC-QTY (DLR238-SUB) TO DLR238-Q-DC-QTY.
117700     WRITE INQUIRY-LINE FROM DLR238-PO-DC-LINE.
117800 5110-EXIT.
117900     EXIT.
118000
118100 5200-PRINT-PO-LINE.
118200     IF  DLR238-L-PO-NO (DLR238-LINE-IX) = SIQ-PO-NO-9
118300         ADD 1 TO DLR238-SECTION-ROWS
118400         MOVE DLR238-L-KEYCODE-NO (DLR238-LINE-IX)
118500             TO DLR238-R-KEYCODE
118600         MOVE DLR238-L-APN (DLR238-LINE-IX)
118700             TO DLR238-R-APN
118800         MOVE DLR238-L-PROD-NAME (DLR238-LINE-IX)
118900             TO DLR238-R-PROD-NAME
119000         MOVE DLR238-L-PACK-QTY (DLR238-LINE-IX)
119100             TO DLR238-R-PACK-QTY
119200         MOVE DLR238-L-PACK-COST (DLR238-LINE-IX)
119300             TO DLR238-R-PACK-COST
119400         COMPUTE DLR238-W-LINE-VALUE ROUNDED =
119500             DLR238-L-PACK-QTY (DLR238-LINE-IX)
119600                 * DLR238-L-PACK-COST (DLR238-LINE-IX)
119700         MOVE DLR238-W-LINE-VALUE TO DLR238-R-LINE-VALUE
119800         WRITE INQUIRY-LINE FROM DLR238-PRODUCT-LINE
119900     END-IF.
120000 5200-EXIT.
120100     EXIT.
120200
120300 5300-TEST-PO-HOLD.
120400     IF  DLR238-H-ORDER-NO (DLR238-HOLD-IX) = DLR238-W-PO-NO-X
120500         PERFORM 6600-PRINT-HOLD
120600     END-IF.
120700 5300-EXIT.
120800     EXIT.
120900
121000 5400-TEST-PO-LINE-RECALLS.
121100     IF  DLR238-L-PO-NO (DLR238-LINE-IX) = SIQ-PO-NO-9
121200         MOVE DLR238-L-KEYCODE-NO (DLR238-LINE-IX)
121300             TO DLR238-W-KEYCODE-X
121400         PERFORM 6700-TEST-RECALL-NOTICE
121500             VARYING DLR238-RCL-IX FROM 1 BY 1
121600             UNTIL DLR238-RCL-IX > DLR238-RECALL-COUNT
121700     END-IF.
121800 5400-EXIT.
121900     EXIT.
122000
122100******************************************************************
122200*    SHARED PIECES - POSITION, SUGGESTION, HOLDS AND RECALLS     *
122300******************************************************************
122400*    POSITION ON DLINVPOS AND THE RECENT WEEKS FROM DLSALHST FOR
122500*    THE KEYCODE AT W-LOCN-NO. DLSALHST HOLDS STORES UP TO 999
122600*    ONLY; BUCKET 1 IS THE CURRENT FISCAL WEEK.
122700 6000-READ-POSITION.
122800     MOVE 'N' TO DLR238-POS-FOUND-SW.
122900     MOVE 'N' TO DLR238-HIST-FOUND-SW.
123000     MOVE ZERO TO DLR238-W-ON-HAND.
123100     MOVE ZERO TO DLR238-W-IN-TRANSIT.
123200     MOVE ZERO TO DLR238-W-WK1-QTY.
123300     MOVE ZERO TO DLR238-W-WK4-QTY.
123400     MOVE ZERO TO DLR238-W-WK13-QTY.
123500     MOVE ZERO TO DLR238-W-WK13-SALES.
123600     MOVE DLR238-W-LOCN-NO TO DLINVPOS-STR-NO.
123700     MOVE SIQ-KEYCODE-NO   TO DLINVPOS-KEYCODE-NO.
123800     READ POSITION-MASTER
123900         INVALID KEY
124000             MOVE ZERO TO DLINVPOS-LAST-UPD-DATE
124100         NOT INVALID KEY
124200             MOVE 'Y' TO DLR238-POS-FOUND-SW
124300             MOVE DLINVPOS-ON-HAND-QTY    TO DLR238-W-ON-HAND
124400             MOVE DLINVPOS-IN-TRANSIT-QTY TO DLR238-W-IN-TRANSIT
124500     END-READ.
124600     IF  DLR238-W-LOCN-NO < 1000
124700         MOVE SIQ-KEYCODE-NO   TO DLSALHST-KEYCODE-NO
124800         MOVE DLR238-W-LOCN-NO TO DLSALHST-STORE-NO
124900         READ SALES-HISTORY
125000             INVALID KEY
125100                 CONTINUE
125200             NOT INVALID KEY
125300                 MOVE 'Y' TO DLR238-HIST-FOUND-SW
125400                 PERFORM 6010-ADD-ONE-WEEK
125500                     VARYING DLR238-WEEK-SUB FROM 1 BY 1
125600                     UNTIL DLR238-WEEK-SUB > 13
125700         END-READ
125800     END-IF.
125900 6000-EXIT.
126000     EXIT.
126100
126200 6010-ADD-ONE-WEEK.
126300     IF  DLR238-WEEK-SUB = 1
126400         MOVE DLSALHST-WK-QTY (1) TO DLR238-W-WK1-QTY
126500     END-IF.
126600     IF  DLR238-WEEK-SUB < 5
126700         ADD DLSALHST-WK-QTY (DLR238-WEEK-SUB) TO DLR238-W-WK4-QTY
126800     END-IF.
126900     ADD DLSALHST-WK-QTY (DLR238-WEEK-SUB)   TO DLR238-W-WK13-QTY.
127000     ADD DLSALHST-WK-SALES (DLR238-WEEK-SUB)
127100         TO DLR238-W-WK13-SALES.
127200 6010-EXIT.
127300     EXIT.
127400
127500 6100-PRINT-POSITION.
127600     ADD 1 TO DLR238-SECTION-ROWS.
127700     MOVE DLR238-W-LOCN-NO       TO DLR238-P-LOCN.
127800     MOVE DLR238-W-STORE-NAME    TO DLR238-P-NAME.
127900     MOVE DLR238-W-ON-HAND       TO DLR238-P-ON-HAND.
128000     MOVE DLR238-W-IN-TRANSIT    TO DLR238-P-IN-TRANSIT.
128100     MOVE DLINVPOS-LAST-UPD-DATE TO DLR238-P-LAST-UPD.
128200     MOVE DLR238-W-WK1-QTY       TO DLR238-P-WK1-QTY.
128300     MOVE DLR238-W-WK4-QTY       TO DLR238-P-WK4-QTY.
128400     MOVE DLR238-W-WK13-QTY      TO DLR238-P-WK13-QTY.
128500     MOVE DLR238-W-WK13-SALES    TO DLR238-P-WK13-SALES.
128600     WRITE INQUIRY-LINE FROM DLR238-STOCK-LINE.
128700 6100-EXIT.
128800     EXIT.
128900
129000 6300-PRINT-SUGGESTION.
129100     ADD 1 TO DLR238-SECTION-ROWS.
129200     MOVE DLSUGORD-STORE-NO      TO DLR238-G-STORE.
129300     MOVE DLSUGORD-VENDOR-NO     TO DLR238-G-VENDOR.
129400     MOVE DLSUGORD-SUGGESTED-QTY TO DLR238-G-QTY.
129500     MOVE DLSUGORD-WEEKLY-RATE   TO DLR238-G-RATE.
129600     MOVE DLSUGORD-ON-HAND-QTY   TO DLR238-G-ON-HAND.
129700     MOVE DLSUGORD-RUN-DATE      TO DLR238-G-RUN-DATE.
129800     WRITE INQUIRY-LINE FROM DLR238-SUGGEST-LINE.
129900 6300-EXIT.
130000     EXIT.
130100
130200*    A HOLD OR RECALL ANYWHERE ON THE KEYCODE MATTERS TO THE DESK,
130300*    SO EVERY HELD ASN LINE AND EVERY OPEN RECALL NOTICE FOR THE
130400*    KEYCODE IS SHOWN, WITH THE STORE'S OWN RECALL ROW ON A K
130500*    CARD.
130600 6500-LIST-KEYCODE-HOLDS.
130700     MOVE 'QUALITY HOLDS AND RECALLS' TO DLR238-X-TITLE.
130800     PERFORM 2400-SECTION-TITLE.
130900     PERFORM 6510-TEST-KEYCODE-HOLD
131000         VARYING DLR238-HOLD-IX FROM 1 BY 1
131100         UNTIL DLR238-HOLD-IX > DLR238-HOLD-COUNT.
131200     MOVE SIQ-KEYCODE-NO TO DLR238-W-KEYCODE-X.
131300     PERFORM 6700-TEST-RECALL-NOTICE
131400         VARYING DLR238-RCL-IX FROM 1 BY 1
131500         UNTIL DLR238-RCL-IX > DLR238-RECALL-COUNT.
131600     MOVE 'NO QUALITY HOLD OR OPEN RECALL ON FILE'
131700         TO DLR238-M-TEXT.
131800     PERFORM 2500-SECTION-END.
131900 6500-EXIT.
132000     EXIT.
132100
132200 6510-TEST-KEYCODE-HOLD.
132300     IF  DLR238-H-KEYCODE-NO (DLR238-HOLD-IX) = SIQ-KEYCODE-NO
132400         PERFORM 6600-PRINT-HOLD
132500     END-IF.
132600 6510-EXIT.
132700     EXIT.
132800
132900 6600-PRINT-HOLD.
133000     ADD 1 TO DLR238-SECTION-ROWS.
133100     MOVE DLR238-H-STORE-NO (DLR238-HOLD-IX)    TO DLR238-J-STORE.
133200     MOVE DLR238-H-SUP-ID (DLR238-HOLD-IX)   TO DLR238-J-SUP-ID.
133300     MOVE DLR238-H-USE-BY-DATE (DLR238-HOLD-IX)
133400         TO DLR238-J-USE-BY.
133500     MOVE DLR238-H-LIFE-DAYS (DLR238-HOLD-IX)
133600         TO DLR238-J-LIFE-DAYS.
133700     MOVE DLR238-H-QTY (DLR238-HOLD-IX)         TO DLR238-J-QTY.
133800     MOVE DLR238-H-HELD-DATE (DLR238-HOLD-IX)
133900         TO DLR238-J-HELD-DATE.
134000     WRITE INQUIRY-LINE FROM DLR238-HOLD-LINE.
134100 6600-EXIT.
134200     EXIT.
134300
134400*    W-KEYCODE-X NAMES THE LINE. ON A K CARD THE STORE'S OWN ROW
134500*    OF THE RECALL IS LOOKED UP FOR ITS ON-HAND AND PULLED UNITS.
134600 6700-TEST-RECALL-NOTICE.
134700     IF  DLR238-R-ROW-TYPE (DLR238-RCL-IX) = 'N'
134800     AND DLR238-R-KEYCODE-NO (DLR238-RCL-IX) = DLR238-W-KEYCODE-X
134900         ADD 1 TO DLR238-SECTION-ROWS
135000         MOVE DLR238-R-RECALL-ID (DLR238-RCL-IX)
135100             TO DLR238-V-RECALL-ID
135200         MOVE DLR238-R-KEYCODE-NO (DLR238-RCL-IX)
135300             TO DLR238-V-KEYCODE
135400         MOVE DLR238-R-NOTICE-DATE (DLR238-RCL-IX)
135500             TO DLR238-V-NOTICE-DATE
135600         MOVE SPACES TO DLR238-V-STORE-TEXT
135700         IF  SIQ-BY-STORE
135800             PERFORM 6710-FIND-STORE-RECALL
135900         END-IF
136000         WRITE INQUIRY-LINE FROM DLR238-RECALL-LINE
136100     END-IF.
136200 6700-EXIT.
136300     EXIT.
136400
136500 6710-FIND-STORE-RECALL.
136600     SET DLR238-SUB TO DLR238-RCL-IX.
136700     PERFORM 6720-TEST-STORE-RECALL
136800         VARYING DLR238-SUB FROM DLR238-SUB BY 1
136900         UNTIL DLR238-SUB > DLR238-RECALL-COUNT.
137000 6710-EXIT.
137100     EXIT.
137200
137300 6720-TEST-STORE-RECALL.
137400     IF  DLR238-R-RECALL-ID (DLR238-SUB)
137500             = DLR238-R-RECALL-ID (DLR238-RCL-IX)
137600     AND DLR238-R-STORE-NO (DLR238-SUB) = SIQ-LOCN-NO-9
137700     AND DLR238-R-ROW-TYPE (DLR238-SUB) = 'S'
137800         MOVE SIQ-LOCN-NO-9 TO DLR238-V-STORE
137900         MOVE DLR238-R-ON-HAND (DLR238-SUB) TO DLR238-V-ON-HAND
138000         MOVE DLR238-R-PULLED (DLR238-SUB)  TO DLR238-V-PULLED
138100         MOVE DLR238-RECALL-STORE-TEXT TO DLR238-V-STORE-TEXT
138200     END-IF.
138300 6720-EXIT.
138400     EXIT.
138500
138600******************************************************************
138700*    OPEN ORDERS FOR THE KEYCODE. W-LOCN-NO IS THE DC WHOSE      *
138800*    QUANTITY IS SHOWN; ZERO SHOWS EVERY DC ON THE LINE.         *
138900******************************************************************
139000 7000-LIST-KEYCODE-ORDERS.
139100     MOVE 'OPEN ORDERS' TO DLR238-X-TITLE.
139200     PERFORM 2400-SECTION-TITLE.
139300     WRITE INQUIRY-LINE FROM DLR238-ORDER-HEADING.
139400     PERFORM 7100-TEST-ORDER-LINE
139500         VARYING DLR238-LINE-IX FROM 1 BY 1
139600         UNTIL DLR238-LINE-IX > DLR238-LINE-COUNT.
139700     MOVE 'NO OPEN ORDER FOR THE LINE' TO DLR238-M-TEXT.
139800     PERFORM 2500-SECTION-END.
139900 7000-EXIT.
140000     EXIT.
140100
140200 7100-TEST-ORDER-LINE.
140300     IF  DLR238-L-KEYCODE-NO (DLR238-LINE-IX) = SIQ-KEYCODE-NO
140400         MOVE DLR238-L-PO-NO (DLR238-LINE-IX) TO DLPOLIFE-PO-NO
140500         READ PO-LIFE-MASTER
140600             INVALID KEY
140700                 MOVE 'N' TO DLR238-FOUND-SW
140800             NOT INVALID KEY
140900                 MOVE 'Y' TO DLR238-FOUND-SW
141000         END-READ
141100         IF  DLR238-FOUND
141200         AND DLPOLIFE-ON-FEED
141300             PERFORM 7200-PRINT-ORDER-DC
141400                 VARYING DLR238-SUB FROM 1 BY 1
141500                 UNTIL DLR238-SUB > 10
141600         END-IF
141700     END-IF.
141800 7100-EXIT.
141900     EXIT.
142000
142100 7200-PRINT-ORDER-DC.
142200     IF  DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB) > ZERO
142300         IF  DLR238-W-LOCN-NO = ZERO
142400         OR  DLR238-W-LOCN-NO
142500                 = DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB)
142600             ADD 1 TO DLR238-SECTION-ROWS
142700             MOVE DLPOLIFE-PO-NO          TO DLR238-O-PO-NO
142800             MOVE DLPOLIFE-VENDOR         TO DLR238-O-VENDOR
142900             MOVE DLPOLIFE-DEPARTMENT     TO DLR238-O-DEPT
143000             MOVE DLPOLIFE-EXP-RCPT-DATE  TO DLR238-O-EXP-DATE
143100             MOVE DLPOLIFE-CANCEL-BY-DATE TO DLR238-O-CANCEL-DATE
143200             MOVE DLPOLIFE-STATUS         TO DLR238-O-STATUS
143300             MOVE DLR238-L-DC-NO (DLR238-LINE-IX DLR238-SUB)
143400                 TO DLR238-O-DC
143500             MOVE DLR238-L-DC-QTY (DLR238-LINE-IX DLR238-SUB)
143600                 TO DLR238-O-DC-QTY
143700             MOVE DLR238-L-PACK-COST (DLR238-LINE-IX)
143800                 TO DLR238-O-PACK-COST
143900             WRITE INQUIRY-LINE FROM DLR238-ORDER-LINE
144000         END-IF
144100     END-IF.
144200 7200-EXIT.
144300     EXIT.
144400
144500******************************************************************
144600*    RECEIPTS. THE ALTERNATE KEY GIVES THE RECEIPTS FOR THE      *
144700*    KEYCODE (ALLOCATION ROWS) OR THE ORDER (HEADER ROWS); EACH  *
144800*    RECEIPT IS THEN READ FROM ITS HEADER ON THE PRIME KEY.      *
144900******************************************************************
145000 8000-FIND-KEYCODE-RECEIPTS.
145100     MOVE ZERO TO DLR238-RCPT-COUNT.
145200     MOVE 'N' TO DLR238-HIST-EOF-SW.
145300     MOVE SIQ-KEYCODE-NO TO DLRCVHST-KEYCODE-NO.
145400     START HISTORY-MASTER KEY IS EQUAL TO DLRCVHST-KEYCODE-NO
145500         INVALID KEY
145600             MOVE 'Y' TO DLR238-HIST-EOF-SW
145700     END-START.
145800     IF  NOT DLR238-HIST-EOF
145900         PERFORM 8010-READ-HISTORY-NEXT
146000         PERFORM 8020-TEST-KEYCODE-ROW
146100             UNTIL DLR238-HIST-EOF
146200     END-IF.
146300 8000-EXIT.
146400     EXIT.
146500
146600 8010-READ-HISTORY-NEXT.
146700     READ HISTORY-MASTER NEXT RECORD
146800         AT END
146900             MOVE 'Y' TO DLR238-HIST-EOF-SW
147000     END-READ.
147100 8010-EXIT.
147200     EXIT.
147300
147400 8020-TEST-KEYCODE-ROW.
147500     IF  DLRCVHST-KEYCODE-NO NOT = SIQ-KEYCODE-NO
147600         MOVE 'Y' TO DLR238-HIST-EOF-SW
147700     ELSE
147800         IF  DLRCVHST-ALLOC-ROW
147900             EVALUATE TRUE
148000                 WHEN SIQ-BY-STORE
148100                     IF  DLRCVHST-STR-NO = SIQ-LOCN-NO-9
148200                         PERFORM 8050-NOTE-RECEIPT
148300                     END-IF
148400                 WHEN SIQ-BY-DC
148500                     IF  DLRCVHST-RECEIPT-LOCN = SIQ-LOCN-NO-9
148600                         PERFORM 8050-NOTE-RECEIPT
148700                     END-IF
148800             END-EVALUATE
148900         END-IF
149000         PERFORM 8010-READ-HISTORY-NEXT
149100     END-IF.
149200 8020-EXIT.
149300     EXIT.
149400
149500 8050-NOTE-RECEIPT.
149600     MOVE 'N' TO DLR238-FOUND-SW.
149700     SET DLR238-RCPT-IX TO 1.
149800     SEARCH DLR238-RCPT-ENTRY
149900         AT END
150000             CONTINUE
150100         WHEN DLR238-RCPT-IX > DLR238-RCPT-COUNT
150200             CONTINUE
150300         WHEN DLR238-T-RECEIPT-LOCN (DLR238-RCPT-IX)
150400                 = DLRCVHST-RECEIPT-LOCN
150500          AND DLR238-T-RECEIPT-NO (DLR238-RCPT-IX)
150600                 = DLRCVHST-RECEIPT-NO
150700             MOVE 'Y' TO DLR238-FOUND-SW
150800     END-SEARCH.
150900     IF  NOT DLR238-FOUND
151000         IF  DLR238-RCPT-COUNT NOT < DLR238-RCPT-MAX
151100             PERFORM 8060-DROP-OLDEST
151200                 VARYING DLR238-SUB FROM 1 BY 1
151300                 UNTIL DLR238-SUB NOT < DLR238-RCPT-COUNT
151400             SUBTRACT 1 FROM DLR238-RCPT-COUNT
151500         END-IF
151600         ADD 1 TO DLR238-RCPT-COUNT
151700         MOVE DLRCVHST-RECEIPT-LOCN
151800             TO DLR238-T-RECEIPT-LOCN (DLR238-RCPT-COUNT)
151900         MOVE DLRCVHST-RECEIPT-NO
152000             TO DLR238-T-RECEIPT-NO (DLR238-RCPT-COUNT)
152100     END-IF.
152200 8050-EXIT.
152300     EXIT.
152400
152500 8060-DROP-OLDEST.
152600     MOVE DLR238-RCPT-ENTRY (DLR238-SUB + 1)
152700         TO DLR238-RCPT-ENTRY (DLR238-SUB).
152800 8060-EXIT.
152900     EXIT.
153000
153100 8100-FIND-ORDER-RECEIPTS.
153200     MOVE ZERO TO DLR238-RCPT-COUNT.
153300     MOVE 'N' TO DLR238-HIST-EOF-SW.
153400     MOVE SIQ-PO-NO-9 TO DLR238-W-PO-NO.
153500     MOVE DLR238-W-PO-NO-X TO DLRCVHST-ORDER-NO.
153600     START HISTORY-MASTER KEY IS EQUAL TO DLRCVHST-ORDER-NO
153700         INVALID KEY
153800             MOVE 'Y' TO DLR238-HIST-EOF-SW
153900     END-START.
154000     IF  NOT DLR238-HIST-EOF
154100         PERFORM 8010-READ-HISTORY-NEXT
154200         PERFORM 8120-TEST-ORDER-ROW
154300             UNTIL DLR238-HIST-EOF
154400     END-IF.
154500 8100-EXIT.
154600     EXIT.
154700
154800 8120-TEST-ORDER-ROW.
154900     IF  DLRCVHST-ORDER-NO NOT = DLR238-W-PO-NO-X
155000         MOVE 'Y' TO DLR238-HIST-EOF-SW
155100     ELSE
155200         IF  DLRCVHST-HEADER-ROW
155300             PERFORM 8050-NOTE-RECEIPT
155400         END-IF
155500         PERFORM 8010-READ-HISTORY-NEXT
155600     END-IF.
155700 8120-EXIT.
155800     EXIT.
155900
156000 8200-PRINT-RECEIPTS.
156100     MOVE 'LAST RECEIPTS AND STORE ALLOCATIONS' TO DLR238-X-TITLE.
156200     PERFORM 2400-SECTION-TITLE.
156300     PERFORM 8210-PRINT-ONE-RECEIPT
156400         VARYING DLR238-RCPT-IX FROM DLR238-RCPT-COUNT BY -1
156500         UNTIL DLR238-RCPT-IX < 1.
156600     MOVE 'NO RECEIPT ON THE RECEIVING HISTORY' TO DLR238-M-TEXT.
156700     PERFORM 2500-SECTION-END.
156800 8200-EXIT.
156900     EXIT.
157000
157100*    LATEST RECEIPT FIRST. THE HEADER ROW (STORE AND PRODUCT ZERO)
157200*    LEADS THE RECEIPT ON THE PRIME KEY AND ITS ALLOCATION ROWS
157300*    FOLLOW IT.
157400 8210-PRINT-ONE-RECEIPT.
157500     ADD 1 TO DLR238-SECTION-ROWS.
157600     MOVE DLR238-T-RECEIPT-LOCN (DLR238-RCPT-IX)
157700         TO DLR238-W-RECEIPT-LOCN.
157800     MOVE DLR238-T-RECEIPT-NO (DLR238-RCPT-IX)
157900         TO DLR238-W-RECEIPT-NO.
158000     MOVE DLR238-W-RECEIPT-LOCN TO DLRCVHST-RECEIPT-LOCN.
158100     MOVE DLR238-W-RECEIPT-NO   TO DLRCVHST-RECEIPT-NO.
158200     MOVE ZERO TO DLRCVHST-STR-NO.
158300     MOVE ZERO TO DLRCVHST-PROD-NO.
158400     MOVE 'N' TO DLR238-HIST-EOF-SW.
158500     START HISTORY-MASTER KEY IS NOT LESS THAN DLRCVHST-KEY
158600         INVALID KEY
158700             MOVE 'Y' TO DLR238-HIST-EOF-SW
158800     END-START.
158900     IF  NOT DLR238-HIST-EOF
159000         PERFORM 8220-READ-RECEIPT-ROW
159100     END-IF.
159200     MOVE DLR238-W-RECEIPT-LOCN TO DLR238-C-RECEIPT-LOCN.
159300     MOVE DLR238-W-RECEIPT-NO   TO DLR238-C-RECEIPT-NO.
159400     IF  NOT DLR238-HIST-EOF
159500     AND DLRCVHST-HEADER-ROW
159600         MOVE DLRCVHST-RECEIPT-DATE  TO DLR238-C-DATE
159700         MOVE DLRCVHST-SUP-ID        TO DLR238-C-SUP-ID
159800         MOVE DLRCVHST-ORDER-NO      TO DLR238-C-ORDER-NO
159900         MOVE DLRCVHST-TOT-RECV-QTY  TO DLR238-C-RECV-QTY
160000         PERFORM 8240-SET-ADJ-TEXT
160100         MOVE DLR238-A-ADJ-TEXT      TO DLR238-C-ADJ-TEXT
160200         WRITE INQUIRY-LINE FROM DLR238-RECEIPT-LINE
160300         PERFORM 8220-READ-RECEIPT-ROW
160400     ELSE
160500         MOVE 'NO HEADER'            TO DLR238-C-DATE
160600         MOVE ZERO                   TO DLR238-C-SUP-ID
160700         MOVE SPACES                 TO DLR238-C-ORDER-NO
160800         MOVE ZERO                   TO DLR238-C-RECV-QTY
160900         MOVE SPACES                 TO DLR238-C-ADJ-TEXT
161000         WRITE INQUIRY-LINE FROM DLR238-RECEIPT-LINE
161100     END-IF.
161200     PERFORM 8230-PRINT-ALLOCATION
161300         UNTIL DLR238-HIST-EOF.
161400 8210-EXIT.
161500     EXIT.
161600
161700 8220-READ-RECEIPT-ROW.
161800     PERFORM 8010-READ-HISTORY-NEXT.
161900     IF  NOT DLR238-HIST-EOF
162000         IF  DLRCVHST-RECEIPT-LOCN NOT = DLR238-W-RECEIPT-LOCN
162100         OR  DLRCVHST-RECEIPT-NO   NOT = DLR238-W-RECEIPT-NO
162200             MOVE 'Y' TO DLR238-HIST-EOF-SW
162300         END-IF
162400     END-IF.
162500 8220-EXIT.
162600     EXIT.
162700
162800*    A STORE CARD SHOWS THE STORE'S OWN ALLOCATIONS OF THE
162900*    KEYCODE, A DC CARD EVERY STORE'S, A PO CARD EVERY LINE.
163000 8230-PRINT-ALLOCATION.
163100     IF  DLRCVHST-ALLOC-ROW
163200         MOVE 'N' TO DLR238-FOUND-SW
163300         EVALUATE TRUE
163400             WHEN SIQ-BY-PO
163500                 MOVE 'Y' TO DLR238-FOUND-SW
163600             WHEN DLRCVHST-KEYCODE-NO NOT = SIQ-KEYCODE-NO
163700                 CONTINUE
163800             WHEN SIQ-BY-DC
163900                 MOVE 'Y' TO DLR238-FOUND-SW
164000             WHEN DLRCVHST-STR-NO = SIQ-LOCN-NO-9
164100                 MOVE 'Y' TO DLR238-FOUND-SW
164200         END-EVALUATE
164300         IF  DLR238-FOUND
164400             MOVE DLRCVHST-STR-NO       TO DLR238-A-STORE
164500             MOVE DLRCVHST-KEYCODE-NO   TO DLR238-A-KEYCODE
164600             MOVE DLRCVHST-PROD-NO      TO DLR238-A-PROD-NO
164700             MOVE DLRCVHST-REC-ALC-QTY  TO DLR238-A-ALLOC-QTY
164800             MOVE DLRCVHST-ACT-RECV-QTY TO DLR238-A-ACT-QTY
164900             PERFORM 8240-SET-ADJ-TEXT
165000             WRITE INQUIRY-LINE FROM DLR238-ALLOC-LINE
165100         END-IF
165200     END-IF.
165300     PERFORM 8220-READ-RECEIPT-ROW.
165400 8230-EXIT.
165500     EXIT.
165600
165700 8240-SET-ADJ-TEXT.
165800     EVALUATE TRUE
165900         WHEN DLRCVHST-ADJUSTED
166000             MOVE 'ADJUSTED' TO DLR238-A-ADJ-TEXT
166100         WHEN DLRCVHST-REVERSED
166200             MOVE 'REVERSED' TO DLR238-A-ADJ-TEXT
166300         WHEN OTHER
166400             MOVE SPACES     TO DLR238-A-ADJ-TEXT
166500     END-EVALUATE.
166600 8240-EXIT.
166700     EXIT.
166800
166900 9000-TERMINATE.
167000     DISPLAY 'DLR238 INQUIRIES          = ' DLR238-INQUIRIES.
167100     DISPLAY 'DLR238 INVALID CARDS      = ' DLR238-CARDS-INVALID.
167200     DISPLAY 'DLR238 NOTHING ON FILE    = ' DLR238-NOTHING-FOUND.
167300     DISPLAY 'DLR238 ORDER LINES HELD   = ' DLR238-LINE-COUNT.
167400     DISPLAY 'DLR238 ORDER LINES LOST   = ' DLR238-LINES-NOT-HELD.
167500     DISPLAY 'DLR238 CARD KEYS NOT HELD = ' DLR238-KEYS-NOT-HELD.
167600     DISPLAY 'DLR238 REGISTER ROWS LOST = ' DLR238-REG-NOT-HELD.
167700     CLOSE INQUIRY-CARDS
167800           POSITION-MASTER
167900           SALES-HISTORY
168000           PO-LIFE-MASTER
168100           HISTORY-MASTER
168200           SUGGEST-FILE
168300           INQUIRY-PRINT.
168400 9000-EXIT.
168500     EXIT.
