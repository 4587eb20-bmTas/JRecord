000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR213.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR213 - VENDOR COST CHANGE INTAKE AND REPRICING EXPOSURE    *
001000*                                                                *
001100*   APPLIES THE BUYING OFFICE'S COST CHANGE CARDS TO THE         *
001200*   DLVNDCST VENDOR COST MASTER:                                 *
001300*     N - NEW COST NOTIFIED BY THE VENDOR (VENDOR, APN, NEW      *
001400*         PACK COST, UNITS PER PACK, EFFECTIVE DATE), CHECKED    *
001500*         AGAINST DLVENDMF AND DLPRODM;                          *
001600*     D - A BUYER DISPUTES A CHANGE BEFORE ITS EFFECTIVE DATE;   *
001700*     R - THE DISPUTE IS RELEASED AND THE CHANGE STANDS;         *
001800*     W - THE VENDOR WITHDRAWS THE CHANGE.                       *
001900*   FOR EACH NEW CHANGE THE OPEN DLPOLIFE ORDERS DUE ON OR AFTER *
002000*   THE EFFECTIVE DATE ARE FOUND ON THE AMS PO DOWNLOAD AND      *
002100*   THEIR LINES FOR THE APN VALUED AT THE ORDERED AND THE NEW    *
002200*   PACK COST, AND THE CHANGE IS SUMMARISED WITH ITS GROSS       *
002300*   MARGIN BEFORE AND AFTER AGAINST THE DLRETPRM UNIT RETAIL OF  *
002400*   THE KEYCODE.                                                 *
002410*   PACK COSTS ARE IN THE VENDOR'S DLVENDMF QUOTE CURRENCY AND   *
002420*   ARE TAKEN TO LOCAL THROUGH DLFXRATE AT THE RUN DATE BEFORE   *
002430*   THE EXPOSURE AND THE MARGIN ARE WORKED OUT. A FOREIGN VENDOR *
002440*   WITH NO RATE ON FILE IS VALUED AT FACE AND LISTED.           *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002810*  02 | 15/10/26 | DLPOLIFE READ AS KEYED FILE  | R. GEALL       *
002820*  03 | 15/10/26 | COSTS CONVERTED THROUGH      | R. GEALL       *
002830*     |          | DLFXRATE FOR EXPOSURE AND    |                *
002840*     |          | MARGIN                       |                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT COST-CARDS        ASSIGN TO COSTCARD
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT PRODUCT-MASTER    ASSIGN TO PRODMAST
004200                              ORGANIZATION IS SEQUENTIAL.
004210     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
004220                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT COST-MASTER       ASSIGN TO DLVNDCST
004400                              ORGANIZATION IS INDEXED
004500                              ACCESS MODE IS DYNAMIC
004600                              RECORD KEY IS DLVNDCST-KEY.
004700     SELECT BUYER-MASTER      ASSIGN TO DLBUYAUT
004800                              ORGANIZATION IS INDEXED
004900                              ACCESS MODE IS RANDOM
005000                              RECORD KEY IS DLBUYAUT-BUYER-ID.
005100     SELECT POLIFE-FILE       ASSIGN TO DLPOLIFE
005200                              ORGANIZATION IS INDEXED
005210                              ACCESS MODE IS SEQUENTIAL
005220                              RECORD KEY IS DLPOLIFE-PO-NO.
005300     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
005400                              ORGANIZATION IS SEQUENTIAL.
005500     SELECT RETAIL-MASTER     ASSIGN TO DLRETPM
005600                              ORGANIZATION IS INDEXED
005700                              ACCESS MODE IS RANDOM
005800                              RECORD KEY IS DLRETPRM-KEYCODE-NO.
005900     SELECT COST-REPORT       ASSIGN TO CSTCHRPT
006000                              ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  COST-CARDS
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  COST-CARD-REC.
006700     05  CCC-ACTION              PIC X(01).
006800         88  CCC-NEW-COST               VALUE 'N'.
006900         88  CCC-DISPUTE                VALUE 'D'.
007000         88  CCC-RELEASE                VALUE 'R'.
007100         88  CCC-WITHDRAW               VALUE 'W'.
007200     05  CCC-VENDOR-NO           PIC X(10).
007300     05  CCC-VENDOR-NO-9 REDEFINES CCC-VENDOR-NO
007400                                 PIC 9(10).
007500     05  CCC-APN                 PIC X(13).
007600     05  CCC-APN-9 REDEFINES CCC-APN
007700                                 PIC 9(13).
007800*        OPTIONAL - WHEN GIVEN IT MUST BE THE APN'S PRODUCT.
007900     05  CCC-PRODUCT-NO          PIC X(08).
008000     05  CCC-PRODUCT-NO-9 REDEFINES CCC-PRODUCT-NO
008100                                 PIC 9(08).
008200     05  CCC-PACK-COST           PIC X(13).
008300     05  CCC-PACK-COST-9 REDEFINES CCC-PACK-COST
008400                                 PIC 9(09)V9(04).
008500*        SELLING UNITS IN ONE PACK - BLANK OR ZERO MEANS ONE.
008600     05  CCC-PACK-UNITS          PIC X(05).
008700     05  CCC-PACK-UNITS-9 REDEFINES CCC-PACK-UNITS
008800                                 PIC 9(05).
008900     05  CCC-EFF-DATE            PIC X(08).
009000     05  CCC-EFF-DATE-9 REDEFINES CCC-EFF-DATE
009100                                 PIC 9(08).
009200     05  CCC-EFF-PARTS REDEFINES CCC-EFF-DATE.
009300         10  CCC-EFF-CCYY        PIC 9(04).
009400         10  CCC-EFF-MM          PIC 9(02).
009500         10  CCC-EFF-DD          PIC 9(02).
009600     05  CCC-BUYER-ID            PIC X(06).
009700     05  CCC-REASON              PIC X(16).
009800 FD  VENDOR-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  DLVENDMF-RECORD.
010200     COPY DLVENDMF.
010210 FD  FXRATE-FILE
010220     RECORDING MODE IS F
010230     LABEL RECORDS ARE STANDARD.
010240 01  DLFXRATE-RECORD.
010250     COPY DLFXRATE.
010300 FD  PRODUCT-MASTER
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD.
010600 01  PRODUCT-MASTER-RECORD.
010700     COPY DLPRODM.
010800 FD  COST-MASTER
010900     LABEL RECORDS ARE STANDARD.
011000 01  DLVNDCST-RECORD.
011100     COPY DLVNDCST.
011200 FD  BUYER-MASTER
011300     LABEL RECORDS ARE STANDARD.
011400 01  DLBUYAUT-RECORD.
011500     COPY DLBUYAUT.
011600 FD  POLIFE-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  DLPOLIFE-RECORD.
012000     COPY DLPOLIFE.
012100 FD  AMS-PODL-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400     COPY AMSPODL.
012500 FD  RETAIL-MASTER
012600     LABEL RECORDS ARE STANDARD.
012700 01  DLRETPRM-RECORD.
012800     COPY DLRETPRM.
012900 FD  COST-REPORT
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD.
013200 01  COST-LINE                   PIC X(132).
013300 WORKING-STORAGE SECTION.
013400 01  DLR213-SWITCHES.
013500     05  DLR213-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
013600         88  DLR213-CARD-EOF                 VALUE 'Y'.
013700     05  DLR213-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
013800         88  DLR213-VEND-EOF                 VALUE 'Y'.
013900     05  DLR213-PROD-EOF-SW       PIC X(01)  VALUE 'N'.
014000         88  DLR213-PROD-EOF                 VALUE 'Y'.
014100     05  DLR213-POL-EOF-SW        PIC X(01)  VALUE 'N'.
014200         88  DLR213-POL-EOF                  VALUE 'Y'.
014300     05  DLR213-PODL-EOF-SW       PIC X(01)  VALUE 'N'.
014400         88  DLR213-PODL-EOF                 VALUE 'Y'.
014500     05  DLR213-FOUND-SW          PIC X(01)  VALUE 'N'.
014600         88  DLR213-FOUND                    VALUE 'Y'.
014700     05  DLR213-SCAN-END-SW       PIC X(01)  VALUE 'N'.
014800         88  DLR213-SCAN-END                 VALUE 'Y'.
014900     05  DLR213-PO-ACTIVE-SW      PIC X(01)  VALUE 'N'.
015000         88  DLR213-PO-ACTIVE                VALUE 'Y'.
015100     05  DLR213-RETAIL-FOUND-SW   PIC X(01)  VALUE 'N'.
015200         88  DLR213-RETAIL-FOUND             VALUE 'Y'.
015210     05  DLR213-FX-EOF-SW         PIC X(01)  VALUE 'N'.
015220         88  DLR213-FX-EOF                   VALUE 'Y'.
015230     05  DLR213-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
015240         88  DLR213-RATE-FOUND               VALUE 'Y'.
015300 01  DLR213-RUN-DATE              PIC 9(08)  VALUE ZERO.
015400 01  DLR213-REJECT-TEXT           PIC X(36).
015500 01  DLR213-VEND-CONTROL.
015600     05  DLR213-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015700 01  DLR213-VEND-TABLE.
015800     05  DLR213-VEND-ENTRY OCCURS 1000 TIMES
015900                           INDEXED BY DLR213-VEND-IX.
016000         10  DLR213-V-VENDOR-NO   PIC 9(10).
016100         10  DLR213-V-STATUS      PIC X(01).
016110         10  DLR213-V-CCY         PIC X(03).
016115         10  DLR213-V-NO-RATE-SW  PIC X(01).
016120 01  DLR213-FX-CONTROL.
016125     05  DLR213-FX-COUNT          PIC S9(04)  COMP  VALUE ZERO.
016130 01  DLR213-FX-TABLE.
016135     05  DLR213-FX-ENTRY OCCURS 50 TIMES
016140                         INDEXED BY DLR213-FX-IX.
016145         10  DLR213-X-CCY         PIC X(03).
016150         10  DLR213-X-RATE        PIC S9(7)V9(10) COMP-3.
016155         10  DLR213-X-BEST-EFF    PIC 9(08).
016200*    THE CARDS ARE HELD SO ONE PASS OF DLPRODM CAN CHECK EVERY
016300*    APN, AND SO EACH NEW CHANGE CAN GATHER ITS EXPOSURE.
016400 01  DLR213-CARD-CONTROL.
016500     05  DLR213-CARD-COUNT        PIC S9(04)  COMP  VALUE ZERO.
016600 01  DLR213-CARD-TABLE.
016700     05  DLR213-CARD-ENTRY OCCURS 500 TIMES
016800                           INDEXED BY DLR213-CARD-IX
016900                                      DLR213-BEST-IX.
017000         10  DLR213-C-IMAGE       PIC X(80).
017100         10  DLR213-C-APN-SW      PIC X(01).
017200         10  DLR213-C-PRODUCT-NO  PIC 9(08).
017300         10  DLR213-C-ACCEPTED-SW PIC X(01).
017400         10  DLR213-C-VENDOR-NO   PIC 9(10).
017500         10  DLR213-C-APN         PIC 9(13).
017600         10  DLR213-C-EFF-DATE    PIC 9(08).
017700         10  DLR213-C-NEW-COST    PIC S9(09)V9(04) COMP-3.
017800         10  DLR213-C-PREV-COST   PIC S9(09)V9(04) COMP-3.
017900         10  DLR213-C-PREV-FROM-PO-SW
018000                                  PIC X(01).
018100         10  DLR213-C-PACK-UNITS  PIC 9(05).
018200         10  DLR213-C-PO-LINES    PIC S9(07)  COMP-3.
018300         10  DLR213-C-OLD-VALUE   PIC S9(13)V99 COMP-3.
018400         10  DLR213-C-NEW-VALUE   PIC S9(13)V99 COMP-3.
018500*    OPEN ORDERS OF THE VENDORS WITH A NEW CHANGE.
018600 01  DLR213-PO-CONTROL.
018700     05  DLR213-PO-COUNT          PIC S9(04)  COMP  VALUE ZERO.
018800 01  DLR213-PO-TABLE.
018900     05  DLR213-PO-ENTRY OCCURS 5000 TIMES
019000                         INDEXED BY DLR213-PO-IX.
019100         10  DLR213-P-PO-NO       PIC 9(12).
019200         10  DLR213-P-VENDOR      PIC 9(10).
019300         10  DLR213-P-EXP-DATE    PIC 9(08).
019400 01  DLR213-DATE-FIELDS.
019500     05  DLR213-EXP-YYMMDD        PIC 9(06).
019600     05  DLR213-PO-VENDOR         PIC 9(10).
019700     05  DLR213-PO-EXP-DATE       PIC 9(08).
019710*    THE VENDOR WHOSE COSTS ARE IN HAND, ITS QUOTE CURRENCY AND
019720*    THE RATE TAKING THEM TO LOCAL (ONE FOR A LOCAL VENDOR).
019730 01  DLR213-RATE-FIELDS.
019740     05  DLR213-RATE-VENDOR       PIC 9(10).
019750     05  DLR213-RATE-CCY          PIC X(03).
019760     05  DLR213-VEND-RATE         PIC S9(7)V9(10) COMP-3.
019800 01  DLR213-KEYCODE-NO            PIC X(08).
019900 01  DLR213-KEYCODE-DIGITS REDEFINES DLR213-KEYCODE-NO
020000                                  PIC 9(08).
020100 01  DLR213-VALUE-FIELDS.
020200     05  DLR213-OLD-LINE-VALUE    PIC S9(13)V99 COMP-3.
020300     05  DLR213-NEW-LINE-VALUE    PIC S9(13)V99 COMP-3.
020400     05  DLR213-INCREASE          PIC S9(13)V99 COMP-3.
020500     05  DLR213-TOTAL-INCREASE    PIC S9(13)V99 COMP-3
020600                                             VALUE ZERO.
020700     05  DLR213-UNIT-COST         PIC S9(09)V9(04) COMP-3.
020800     05  DLR213-MARGIN-PCT        PIC S9(05)V9  COMP-3.
020900 01  DLR213-COUNTERS.
021000     05  DLR213-CARDS-READ        PIC 9(07)  VALUE ZERO.
021100     05  DLR213-CARDS-NOT-HELD    PIC 9(07)  VALUE ZERO.
021200     05  DLR213-NOTIFIED          PIC 9(07)  VALUE ZERO.
021300     05  DLR213-DISPUTED          PIC 9(07)  VALUE ZERO.
021400     05  DLR213-RELEASED          PIC 9(07)  VALUE ZERO.
021500     05  DLR213-WITHDRAWN         PIC 9(07)  VALUE ZERO.
021600     05  DLR213-REJECTED          PIC 9(07)  VALUE ZERO.
021700     05  DLR213-EXPOSED-LINES     PIC 9(07)  VALUE ZERO.
021800     05  DLR213-POS-NOT-HELD      PIC 9(07)  VALUE ZERO.
021900     05  DLR213-POS-UNDATED       PIC 9(07)  VALUE ZERO.
021910     05  DLR213-NO-RATE-VENDORS   PIC 9(07)  VALUE ZERO.
022000 01  DLR213-HEADING-1.
022100     05  FILLER                   PIC X(53)  VALUE
022200         'DLR213 - VENDOR COST CHANGES AND EXPOSURE        RUN '.
022300     05  DLR213-H-RUN-DATE        PIC 9(08).
022400 01  DLR213-HEADING-2.
022500     05  FILLER                   PIC X(40)  VALUE
022600         'COST CHANGE CARDS'.
022700 01  DLR213-HEADING-3.
022800     05  FILLER                   PIC X(40)  VALUE
022900         'ACTION             VENDOR     APN       '.
023000     05  FILLER                   PIC X(40)  VALUE
023100         '    PRODUCT   NEW PACK COST UNITS EFF DA'.
023200     05  FILLER                   PIC X(20)  VALUE
023300         'TE BUYER  NOTE'.
023400 01  DLR213-HEADING-4.
023500     05  FILLER                   PIC X(40)  VALUE
023600         'OPEN ORDER EXPOSURE'.
023700 01  DLR213-HEADING-5.
023800     05  FILLER                   PIC X(40)  VALUE
023900         'PO NO        VENDOR     APN           EX'.
024000     05  FILLER                   PIC X(40)  VALUE
024100         'P DATE   PACK QTY     ORDERED VALUE    N'.
024200     05  FILLER                   PIC X(40)  VALUE
024300         'EW COST VALUE          INCREASE'.
024400 01  DLR213-HEADING-6.
024500     05  FILLER                   PIC X(40)  VALUE
024600         'COST CHANGE SUMMARY AND MARGIN IMPACT'.
024700 01  DLR213-HEADING-7.
024800     05  FILLER                   PIC X(40)  VALUE
024900         'VENDOR     APN           EFF DATE  OLD P'.
025000     05  FILLER                   PIC X(40)  VALUE
025100         'ACK COST  NEW PACK COST LINES  ORDERED V'.
025200     05  FILLER                   PIC X(51)  VALUE
025300         'ALUE      NEW VALUE     RETAIL OLD GM% NEW GM% CCY'.
025400 01  DLR213-REJECT-LINE.
025500     05  DLR213-R-CARD            PIC X(80).
025600     05  FILLER                   PIC X(02)  VALUE SPACES.
025700     05  DLR213-R-TEXT            PIC X(36).
025800 01  DLR213-ACTION-LINE.
025900     05  DLR213-A-ACTION          PIC X(18).
026000     05  FILLER                   PIC X(01)  VALUE SPACES.
026100     05  DLR213-A-VENDOR-NO       PIC 9(10).
026200     05  FILLER                   PIC X(01)  VALUE SPACES.
026300     05  DLR213-A-APN             PIC 9(13).
026400     05  FILLER                   PIC X(01)  VALUE SPACES.
026500     05  DLR213-A-PRODUCT-NO      PIC 9(08).
026600     05  FILLER                   PIC X(01)  VALUE SPACES.
026700     05  DLR213-A-PACK-COST       PIC ZZZZZZZZ9.9999.
026800     05  FILLER                   PIC X(01)  VALUE SPACES.
026900     05  DLR213-A-PACK-UNITS      PIC ZZZZ9.
027000     05  FILLER                   PIC X(01)  VALUE SPACES.
027100     05  DLR213-A-EFF-DATE        PIC 9(08).
027200     05  FILLER                   PIC X(01)  VALUE SPACES.
027300     05  DLR213-A-BUYER-ID        PIC X(06).
027400     05  FILLER                   PIC X(01)  VALUE SPACES.
027500     05  DLR213-A-NOTE            PIC X(30).
027600 01  DLR213-EXPOSURE-LINE.
027700     05  DLR213-E-PO-NO           PIC 9(12).
027800     05  FILLER                   PIC X(01)  VALUE SPACES.
027900     05  DLR213-E-VENDOR-NO       PIC 9(10).
028000     05  FILLER                   PIC X(01)  VALUE SPACES.
028100     05  DLR213-E-APN             PIC 9(13).
028200     05  FILLER                   PIC X(01)  VALUE SPACES.
028300     05  DLR213-E-EXP-DATE        PIC 9(08).
028400     05  FILLER                   PIC X(01)  VALUE SPACES.
028500     05  DLR213-E-PACK-QTY        PIC ZZZZ9.9999.
028600     05  FILLER                   PIC X(01)  VALUE SPACES.
028700     05  DLR213-E-OLD-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
028800     05  FILLER                   PIC X(01)  VALUE SPACES.
028900     05  DLR213-E-NEW-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
029000     05  FILLER                   PIC X(01)  VALUE SPACES.
029100     05  DLR213-E-INCREASE        PIC -Z,ZZZ,ZZZ,ZZ9.99.
029200 01  DLR213-SUMMARY-LINE.
029300     05  DLR213-S-VENDOR-NO       PIC 9(10).
029400     05  FILLER                   PIC X(01)  VALUE SPACES.
029500     05  DLR213-S-APN             PIC 9(13).
029600     05  FILLER                   PIC X(01)  VALUE SPACES.
029700     05  DLR213-S-EFF-DATE        PIC 9(08).
029800     05  FILLER                   PIC X(01)  VALUE SPACES.
029900     05  DLR213-S-OLD-COST        PIC ZZZZZZZZ9.9999.
030000     05  FILLER                   PIC X(01)  VALUE SPACES.
030100     05  DLR213-S-NEW-COST        PIC ZZZZZZZZ9.9999.
030200     05  FILLER                   PIC X(01)  VALUE SPACES.
030300     05  DLR213-S-PO-LINES        PIC ZZZZ9.
030400     05  FILLER                   PIC X(01)  VALUE SPACES.
030500     05  DLR213-S-OLD-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
030600     05  FILLER                   PIC X(01)  VALUE SPACES.
030700     05  DLR213-S-NEW-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
030800     05  FILLER                   PIC X(01)  VALUE SPACES.
030900     05  DLR213-S-RETAIL          PIC ZZZZZZ9.99.
031000     05  FILLER                   PIC X(01)  VALUE SPACES.
031100     05  DLR213-S-OLD-GM          PIC -ZZZ9.9.
031200     05  FILLER                   PIC X(01)  VALUE SPACES.
031300     05  DLR213-S-NEW-GM          PIC -ZZZ9.9.
031310     05  FILLER                   PIC X(01)  VALUE SPACES.
031320     05  DLR213-S-CCY             PIC X(03).
031400 01  DLR213-TOTAL-LINE.
031500     05  DLR213-T-LABEL           PIC X(40).
031600     05  DLR213-T-COUNT           PIC ZZZZZZZZ9.
031700 01  DLR213-VALUE-TOTAL-LINE.
031800     05  DLR213-T-V-LABEL         PIC X(40).
031900     05  DLR213-T-VALUE           PIC -Z,ZZZ,ZZZ,ZZ9.99.
031910 01  DLR213-NO-RATE-LINE.
031920     05  FILLER                   PIC X(40)  VALUE
031930         '  NO RATE - COSTS AT FACE VALUE  VENDOR '.
031940     05  DLR213-N-VENDOR-NO       PIC 9(10).
031950     05  FILLER                   PIC X(01)  VALUE SPACES.
031960     05  DLR213-N-CCY             PIC X(03).
032000 01  DLR213-BLANK-LINE            PIC X(01)  VALUE SPACE.
032100 PROCEDURE DIVISION.
032200 0000-MAINLINE.
032300     PERFORM 1000-INITIALIZE.
032400     PERFORM 2000-APPLY-CARD
032500         VARYING DLR213-CARD-IX FROM 1 BY 1
032600         UNTIL DLR213-CARD-IX > DLR213-CARD-COUNT.
032700     IF  DLR213-NOTIFIED > ZERO
032800         PERFORM 3000-GATHER-EXPOSURE
032900         PERFORM 4000-SUMMARISE-CHANGES
033000     END-IF.
033100     PERFORM 8000-PRINT-TOTALS.
033200     PERFORM 9000-TERMINATE.
033300     STOP RUN.
033400
033500 1000-INITIALIZE.
033600     ACCEPT DLR213-RUN-DATE FROM DATE YYYYMMDD.
033700     PERFORM 1100-LOAD-VENDORS.
033710     PERFORM 1400-LOAD-FX-RATES.
033800     PERFORM 1200-LOAD-CARDS.
033900     PERFORM 1300-CHECK-APNS.
034000     OPEN I-O    COST-MASTER.
034100     OPEN INPUT  BUYER-MASTER.
034200     OPEN OUTPUT COST-REPORT.
034300     MOVE DLR213-RUN-DATE TO DLR213-H-RUN-DATE.
034400     WRITE COST-LINE FROM DLR213-HEADING-1.
034500     WRITE COST-LINE FROM DLR213-BLANK-LINE.
034600     WRITE COST-LINE FROM DLR213-HEADING-2.
034700     WRITE COST-LINE FROM DLR213-HEADING-3.
034800 1000-EXIT.
034900     EXIT.
035000
035100 1100-LOAD-VENDORS.
035200     OPEN INPUT VENDOR-FILE.
035300     PERFORM 1110-READ-VENDOR.
035400     PERFORM 1120-POST-ONE-VENDOR
035500         UNTIL DLR213-VEND-EOF.
035600     CLOSE VENDOR-FILE.
035700 1100-EXIT.
035800     EXIT.
035900
036000 1110-READ-VENDOR.
036100     READ VENDOR-FILE
036200         AT END
036300             MOVE 'Y' TO DLR213-VEND-EOF-SW
036400     END-READ.
036500 1110-EXIT.
036600     EXIT.
036700
036800 1120-POST-ONE-VENDOR.
036900     IF  DLR213-VEND-COUNT < 1000
037000         ADD 1 TO DLR213-VEND-COUNT
037100         SET DLR213-VEND-IX TO DLR213-VEND-COUNT
037200         MOVE DLVENDMF-VENDOR-NO
037300             TO DLR213-V-VENDOR-NO (DLR213-VEND-IX)
037400         MOVE DLVENDMF-TRADING-STATUS
037500             TO DLR213-V-STATUS (DLR213-VEND-IX)
037510         MOVE DLVENDMF-CURRENCY
037520             TO DLR213-V-CCY (DLR213-VEND-IX)
037530         MOVE 'N' TO DLR213-V-NO-RATE-SW (DLR213-VEND-IX)
037600     END-IF.
037700     PERFORM 1110-READ-VENDOR.
037800 1120-EXIT.
037900     EXIT.
038000
038100 1200-LOAD-CARDS.
038200     OPEN INPUT COST-CARDS.
038300     PERFORM 1210-READ-CARD.
038400     PERFORM 1220-HOLD-ONE-CARD
038500         UNTIL DLR213-CARD-EOF.
038600     CLOSE COST-CARDS.
038700 1200-EXIT.
038800     EXIT.
038900
039000 1210-READ-CARD.
039100     READ COST-CARDS
039200         AT END
039300             MOVE 'Y' TO DLR213-CARD-EOF-SW
039400     END-READ.
039500 1210-EXIT.
039600     EXIT.
039700
039800 1220-HOLD-ONE-CARD.
039900     ADD 1 TO DLR213-CARDS-READ.
040000     IF  DLR213-CARD-COUNT < 500
040100         ADD 1 TO DLR213-CARD-COUNT
040200         SET DLR213-CARD-IX TO DLR213-CARD-COUNT
040300         MOVE COST-CARD-REC TO DLR213-C-IMAGE (DLR213-CARD-IX)
040400         MOVE 'N'  TO DLR213-C-APN-SW (DLR213-CARD-IX)
040500         MOVE ZERO TO DLR213-C-PRODUCT-NO (DLR213-CARD-IX)
040600         MOVE 'N'  TO DLR213-C-ACCEPTED-SW (DLR213-CARD-IX)
040700     ELSE
040800         ADD 1 TO DLR213-CARDS-NOT-HELD
040900         DISPLAY 'DLR213 CARD NOT HELD - TABLE FULL '
041000             COST-CARD-REC
041100     END-IF.
041200     PERFORM 1210-READ-CARD.
041300 1220-EXIT.
041400     EXIT.
041500
041600*    ONE PASS OF THE PRODUCT MASTER MARKS EVERY CARD WHOSE APN
041700*    IS KNOWN AND NOTES THE PRODUCT NUMBER BEHIND IT.
041800 1300-CHECK-APNS.
041900     OPEN INPUT PRODUCT-MASTER.
042000     PERFORM 1310-READ-PRODUCT.
042100     PERFORM 1320-MATCH-ONE-PRODUCT
042200         UNTIL DLR213-PROD-EOF.
042300     CLOSE PRODUCT-MASTER.
042400 1300-EXIT.
042500     EXIT.
042600
042700 1310-READ-PRODUCT.
042800     READ PRODUCT-MASTER
042900         AT END
043000             MOVE 'Y' TO DLR213-PROD-EOF-SW
043100     END-READ.
043200 1310-EXIT.
043300     EXIT.
043400
043500 1320-MATCH-ONE-PRODUCT.
043600     PERFORM 1330-TEST-ONE-CARD
043700         VARYING DLR213-CARD-IX FROM 1 BY 1
043800         UNTIL DLR213-CARD-IX > DLR213-CARD-COUNT.
043900     PERFORM 1310-READ-PRODUCT.
044000 1320-EXIT.
044100     EXIT.
044200
044300 1330-TEST-ONE-CARD.
044400     MOVE DLR213-C-IMAGE (DLR213-CARD-IX) TO COST-CARD-REC.
044500     IF  CCC-APN IS NUMERIC
044600     AND CCC-APN-9 = DLPRODM-APN
044700         MOVE 'Y' TO DLR213-C-APN-SW (DLR213-CARD-IX)
044800         MOVE DLPRODM-PRODUCT-NO
044900             TO DLR213-C-PRODUCT-NO (DLR213-CARD-IX)
045000     END-IF.
045100 1330-EXIT.
045200     EXIT.
045300
045302*    ONE TABLE ROW PER CURRENCY, KEEPING THE LATEST RATE
045304*    EFFECTIVE ON OR BEFORE THE RUN DATE.
045306 1400-LOAD-FX-RATES.
045308     OPEN INPUT FXRATE-FILE.
045310     PERFORM 1410-READ-FXRATE.
045312     PERFORM 1420-POST-ONE-RATE
045314         UNTIL DLR213-FX-EOF.
045316     CLOSE FXRATE-FILE.
045318 1400-EXIT.
045320     EXIT.
045322
045324 1410-READ-FXRATE.
045326     READ FXRATE-FILE
045328         AT END
045330             MOVE 'Y' TO DLR213-FX-EOF-SW
045332     END-READ.
045334 1410-EXIT.
045336     EXIT.
045338
045340 1420-POST-ONE-RATE.
045342     IF  DLFXRATE-EFF-DATE <= DLR213-RUN-DATE
045344         SET DLR213-FX-IX TO 1
045346         SEARCH DLR213-FX-ENTRY
045348             AT END
045350                 IF  DLR213-FX-COUNT < 50
045352                     ADD 1 TO DLR213-FX-COUNT
045354                     SET DLR213-FX-IX TO DLR213-FX-COUNT
045356                     MOVE DLFXRATE-CCY
045358                         TO DLR213-X-CCY (DLR213-FX-IX)
045360                     MOVE DLFXRATE-RATE
045362                         TO DLR213-X-RATE (DLR213-FX-IX)
045364                     MOVE DLFXRATE-EFF-DATE
045366                         TO DLR213-X-BEST-EFF (DLR213-FX-IX)
045368                 END-IF
045370             WHEN DLR213-X-CCY (DLR213-FX-IX) = DLFXRATE-CCY
045372                 IF  DLFXRATE-EFF-DATE
045374                         >= DLR213-X-BEST-EFF (DLR213-FX-IX)
045376                     MOVE DLFXRATE-RATE
045378                         TO DLR213-X-RATE (DLR213-FX-IX)
045380                     MOVE DLFXRATE-EFF-DATE
045382                         TO DLR213-X-BEST-EFF (DLR213-FX-IX)
045384                 END-IF
045386         END-SEARCH
045388     END-IF.
045390     PERFORM 1410-READ-FXRATE.
045392 1420-EXIT.
045394     EXIT.
045400 2000-APPLY-CARD.
045500     MOVE DLR213-C-IMAGE (DLR213-CARD-IX) TO COST-CARD-REC.
045600     MOVE SPACES TO DLR213-REJECT-TEXT.
045700     EVALUATE TRUE
045800         WHEN NOT CCC-NEW-COST
045900         AND  NOT CCC-DISPUTE
046000         AND  NOT CCC-RELEASE
046100         AND  NOT CCC-WITHDRAW
046200             MOVE 'ACTION NOT N, D, R OR W'
046300                 TO DLR213-REJECT-TEXT
046400         WHEN CCC-VENDOR-NO NOT NUMERIC
046500             MOVE 'VENDOR NOT NUMERIC'
046600                 TO DLR213-REJECT-TEXT
046700         WHEN CCC-APN NOT NUMERIC
046800             MOVE 'APN NOT NUMERIC'
046900                 TO DLR213-REJECT-TEXT
047000         WHEN CCC-EFF-DATE NOT NUMERIC
047100         OR   CCC-EFF-MM < 1
047200         OR   CCC-EFF-MM > 12
047300         OR   CCC-EFF-DD < 1
047400         OR   CCC-EFF-DD > 31
047500             MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
047600                 TO DLR213-REJECT-TEXT
047700         WHEN CCC-NEW-COST
047800             PERFORM 2100-CHECK-NEW-COST
047900         WHEN OTHER
048000             CONTINUE
048100     END-EVALUATE.
048200     IF  DLR213-REJECT-TEXT = SPACES
048300         MOVE CCC-VENDOR-NO-9 TO DLVNDCST-VENDOR-NO
048400         MOVE CCC-APN-9       TO DLVNDCST-APN
048500         MOVE CCC-EFF-DATE-9  TO DLVNDCST-EFF-DATE
048600         PERFORM 2300-READ-MASTER
048700         EVALUATE TRUE
048800             WHEN CCC-NEW-COST
048900                 PERFORM 2400-ADD-CHANGE
049000             WHEN CCC-DISPUTE
049100                 PERFORM 2500-DISPUTE-CHANGE
049200             WHEN CCC-RELEASE
049300                 PERFORM 2600-RELEASE-DISPUTE
049400             WHEN OTHER
049500                 PERFORM 2700-WITHDRAW-CHANGE
049600         END-EVALUATE
049700     END-IF.
049800     IF  DLR213-REJECT-TEXT NOT = SPACES
049900         PERFORM 2900-WRITE-REJECT
050000     END-IF.
050100 2000-EXIT.
050200     EXIT.
050300
050400*    A CHANGE MUST BE NOTIFIED BEFORE IT TAKES EFFECT, SO THE
050500*    BUYER HAS THE CHANCE TO DISPUTE IT.
050600 2100-CHECK-NEW-COST.
050700     PERFORM 2110-FIND-VENDOR.
050800     EVALUATE TRUE
050900         WHEN NOT DLR213-FOUND
051000             MOVE 'VENDOR NOT ON DLVENDMF'
051100                 TO DLR213-REJECT-TEXT
051200         WHEN DLR213-V-STATUS (DLR213-VEND-IX) = 'C'
051300             MOVE 'VENDOR CLOSED'
051400                 TO DLR213-REJECT-TEXT
051500         WHEN DLR213-C-APN-SW (DLR213-CARD-IX) NOT = 'Y'
051600             MOVE 'APN NOT ON PRODUCT MASTER'
051700                 TO DLR213-REJECT-TEXT
051800         WHEN CCC-PRODUCT-NO NOT = SPACES
051900         AND (CCC-PRODUCT-NO NOT NUMERIC
052000          OR  CCC-PRODUCT-NO-9
052100                  NOT = DLR213-C-PRODUCT-NO (DLR213-CARD-IX))
052200             MOVE 'PRODUCT DOES NOT MATCH APN'
052300                 TO DLR213-REJECT-TEXT
052400         WHEN CCC-PACK-COST NOT NUMERIC
052500             MOVE 'PACK COST NOT NUMERIC'
052600                 TO DLR213-REJECT-TEXT
052700         WHEN CCC-PACK-COST-9 = ZERO
052800             MOVE 'PACK COST MUST NOT BE ZERO'
052900                 TO DLR213-REJECT-TEXT
053000         WHEN CCC-PACK-UNITS NOT = SPACES
053100         AND  CCC-PACK-UNITS NOT NUMERIC
053200             MOVE 'UNITS PER PACK NOT NUMERIC'
053300                 TO DLR213-REJECT-TEXT
053400         WHEN CCC-EFF-DATE-9 NOT > DLR213-RUN-DATE
053500             MOVE 'EFFECTIVE DATE NOT IN THE FUTURE'
053600                 TO DLR213-REJECT-TEXT
053700         WHEN OTHER
053800             CONTINUE
053900     END-EVALUATE.
054000 2100-EXIT.
054100     EXIT.
054200
054300 2110-FIND-VENDOR.
054400     MOVE 'N' TO DLR213-FOUND-SW.
054500     SET DLR213-VEND-IX TO 1.
054600     SEARCH DLR213-VEND-ENTRY
054700         AT END
054800             CONTINUE
054900         WHEN DLR213-VEND-IX > DLR213-VEND-COUNT
055000             CONTINUE
055100         WHEN DLR213-V-VENDOR-NO (DLR213-VEND-IX)
055200                 = CCC-VENDOR-NO-9
055300             MOVE 'Y' TO DLR213-FOUND-SW
055400     END-SEARCH.
055500 2110-EXIT.
055600     EXIT.
055700
055800 2300-READ-MASTER.
055900     READ COST-MASTER
056000         INVALID KEY
056100             MOVE 'N' TO DLR213-FOUND-SW
056200         NOT INVALID KEY
056300             MOVE 'Y' TO DLR213-FOUND-SW
056400     END-READ.
056500 2300-EXIT.
056600     EXIT.
056700
056800*    A CHANGE ALREADY ON FILE FOR THE SAME DATE IS REFUSED
056900*    UNLESS THE VENDOR HAD WITHDRAWN IT, WHEN IT IS RE-ENTERED.
057000 2400-ADD-CHANGE.
057100     IF  DLR213-FOUND
057200     AND NOT DLVNDCST-WITHDRAWN
057300         MOVE 'CHANGE ALREADY ON FILE FOR THE DATE'
057400             TO DLR213-REJECT-TEXT
057500     ELSE
057600         PERFORM 2410-FIND-PREVIOUS-COST
057700         MOVE SPACES TO DLVNDCST-RECORD
057800         MOVE CCC-VENDOR-NO-9 TO DLVNDCST-VENDOR-NO
057900         MOVE CCC-APN-9       TO DLVNDCST-APN
058000         MOVE CCC-EFF-DATE-9  TO DLVNDCST-EFF-DATE
058100         MOVE DLR213-C-PRODUCT-NO (DLR213-CARD-IX)
058200             TO DLVNDCST-PRODUCT-NO
058300         MOVE CCC-PACK-COST-9 TO DLVNDCST-PACK-COST
058400         MOVE DLR213-C-PREV-COST (DLR213-CARD-IX)
058500             TO DLVNDCST-PREV-PACK-COST
058600         IF  CCC-PACK-UNITS = SPACES
058700         OR  CCC-PACK-UNITS-9 = ZERO
058800             MOVE 1 TO DLVNDCST-PACK-UNITS
058900         ELSE
059000             MOVE CCC-PACK-UNITS-9 TO DLVNDCST-PACK-UNITS
059100         END-IF
059200         SET DLVNDCST-STANDING TO TRUE
059300         MOVE DLR213-RUN-DATE TO DLVNDCST-NOTIFIED-DATE
059400         MOVE ZERO            TO DLVNDCST-DISPUTE-DATE
059500         MOVE DLR213-RUN-DATE TO DLVNDCST-LAST-MAINT-DATE
059600         IF  DLR213-FOUND
059700             REWRITE DLVNDCST-RECORD
059800                 INVALID KEY
059900                     DISPLAY 'DLR213 DLVNDCST REWRITE FAILED '
060000                         DLVNDCST-KEY
060100             END-REWRITE
060200         ELSE
060300             WRITE DLVNDCST-RECORD
060400                 INVALID KEY
060500                     DISPLAY 'DLR213 DLVNDCST WRITE FAILED '
060600                         DLVNDCST-KEY
060700             END-WRITE
060800         END-IF
060900         MOVE 'Y' TO DLR213-C-ACCEPTED-SW (DLR213-CARD-IX)
061000         MOVE CCC-VENDOR-NO-9
061100             TO DLR213-C-VENDOR-NO (DLR213-CARD-IX)
061200         MOVE CCC-APN-9 TO DLR213-C-APN (DLR213-CARD-IX)
061300         MOVE CCC-EFF-DATE-9
061400             TO DLR213-C-EFF-DATE (DLR213-CARD-IX)
061500         MOVE CCC-PACK-COST-9
061600             TO DLR213-C-NEW-COST (DLR213-CARD-IX)
061700         MOVE DLVNDCST-PACK-UNITS
061800             TO DLR213-C-PACK-UNITS (DLR213-CARD-IX)
061900         MOVE ZERO TO DLR213-C-PO-LINES (DLR213-CARD-IX)
062000         MOVE ZERO TO DLR213-C-OLD-VALUE (DLR213-CARD-IX)
062100         MOVE ZERO TO DLR213-C-NEW-VALUE (DLR213-CARD-IX)
062200         ADD 1 TO DLR213-NOTIFIED
062300         MOVE 'CHANGE NOTIFIED' TO DLR213-A-ACTION
062400         MOVE SPACES            TO DLR213-A-NOTE
062500         PERFORM 2800-WRITE-ACTION
062600     END-IF.
062700 2400-EXIT.
062800     EXIT.
062900
063000*    THE COST BEING REPLACED IS THE LATEST STANDING CHANGE
063100*    EFFECTIVE BEFORE THIS ONE FOR THE SAME VENDOR AND APN.
063200 2410-FIND-PREVIOUS-COST.
063300     MOVE ZERO TO DLR213-C-PREV-COST (DLR213-CARD-IX).
063400     MOVE 'N'  TO DLR213-C-PREV-FROM-PO-SW (DLR213-CARD-IX).
063500     MOVE 'N'  TO DLR213-SCAN-END-SW.
063600     MOVE CCC-VENDOR-NO-9 TO DLVNDCST-VENDOR-NO.
063700     MOVE CCC-APN-9       TO DLVNDCST-APN.
063800     MOVE ZERO            TO DLVNDCST-EFF-DATE.
063900     START COST-MASTER KEY IS NOT LESS THAN DLVNDCST-KEY
064000         INVALID KEY
064100             MOVE 'Y' TO DLR213-SCAN-END-SW
064200     END-START.
064300     PERFORM 2420-TEST-ONE-EARLIER
064400         UNTIL DLR213-SCAN-END.
064500 2410-EXIT.
064600     EXIT.
064700
064800 2420-TEST-ONE-EARLIER.
064900     READ COST-MASTER NEXT RECORD
065000         AT END
065100             MOVE 'Y' TO DLR213-SCAN-END-SW
065200     END-READ.
065300     IF  NOT DLR213-SCAN-END
065400         IF  DLVNDCST-VENDOR-NO NOT = CCC-VENDOR-NO-9
065500         OR  DLVNDCST-APN NOT = CCC-APN-9
065600         OR  DLVNDCST-EFF-DATE NOT < CCC-EFF-DATE-9
065700             MOVE 'Y' TO DLR213-SCAN-END-SW
065800         ELSE
065900             IF  DLVNDCST-STANDING
066000                 MOVE DLVNDCST-PACK-COST
066100                     TO DLR213-C-PREV-COST (DLR213-CARD-IX)
066200             END-IF
066300         END-IF
066400     END-IF.
066500 2420-EXIT.
066600     EXIT.
066700
066800*    ONLY A BUYER ON DLBUYAUT, AND ONLY WHILE THE CHANGE HAS
066900*    NOT YET TAKEN EFFECT.
067000 2500-DISPUTE-CHANGE.
067100     EVALUATE TRUE
067200         WHEN NOT DLR213-FOUND
067300             MOVE 'CHANGE NOT ON FILE'
067400                 TO DLR213-REJECT-TEXT
067500         WHEN NOT DLVNDCST-STANDING
067600             MOVE 'CHANGE NOT STANDING'
067700                 TO DLR213-REJECT-TEXT
067800         WHEN DLVNDCST-EFF-DATE NOT > DLR213-RUN-DATE
067900             MOVE 'CHANGE ALREADY IN EFFECT'
068000                 TO DLR213-REJECT-TEXT
068100         WHEN CCC-REASON = SPACES
068200             MOVE 'NO DISPUTE REASON'
068300                 TO DLR213-REJECT-TEXT
068400         WHEN OTHER
068500             PERFORM 2510-CHECK-BUYER
068600     END-EVALUATE.
068700     IF  DLR213-REJECT-TEXT = SPACES
068800         SET DLVNDCST-DISPUTED TO TRUE
068900         MOVE CCC-BUYER-ID    TO DLVNDCST-DISPUTE-BUYER
069000         MOVE CCC-REASON      TO DLVNDCST-DISPUTE-REASON
069100         MOVE DLR213-RUN-DATE TO DLVNDCST-DISPUTE-DATE
069200         PERFORM 2550-REWRITE-MASTER
069300         ADD 1 TO DLR213-DISPUTED
069400         MOVE 'CHANGE DISPUTED' TO DLR213-A-ACTION
069500         MOVE CCC-REASON        TO DLR213-A-NOTE
069600         PERFORM 2800-WRITE-ACTION
069700     END-IF.
069800 2500-EXIT.
069900     EXIT.
070000
070100 2510-CHECK-BUYER.
070200     MOVE CCC-BUYER-ID TO DLBUYAUT-BUYER-ID.
070300     READ BUYER-MASTER
070400         INVALID KEY
070500             MOVE 'BUYER NOT ON DLBUYAUT'
070600                 TO DLR213-REJECT-TEXT
070700         NOT INVALID KEY
070800             IF  NOT DLBUYAUT-ACTIVE
070900                 MOVE 'BUYER NOT ACTIVE'
071000                     TO DLR213-REJECT-TEXT
071100             END-IF
071200     END-READ.
071300 2510-EXIT.
071400     EXIT.
071500
071600 2550-REWRITE-MASTER.
071700     MOVE DLR213-RUN-DATE TO DLVNDCST-LAST-MAINT-DATE.
071800     REWRITE DLVNDCST-RECORD
071900         INVALID KEY
072000             DISPLAY 'DLR213 DLVNDCST REWRITE FAILED '
072100                 DLVNDCST-KEY
072200     END-REWRITE.
072300 2550-EXIT.
072400     EXIT.
072500
072600 2600-RELEASE-DISPUTE.
072700     EVALUATE TRUE
072800         WHEN NOT DLR213-FOUND
072900             MOVE 'CHANGE NOT ON FILE'
073000                 TO DLR213-REJECT-TEXT
073100         WHEN NOT DLVNDCST-DISPUTED
073200             MOVE 'CHANGE NOT DISPUTED'
073300                 TO DLR213-REJECT-TEXT
073400         WHEN OTHER
073500             SET DLVNDCST-STANDING TO TRUE
073600             PERFORM 2550-REWRITE-MASTER
073700             ADD 1 TO DLR213-RELEASED
073800             MOVE 'DISPUTE RELEASED' TO DLR213-A-ACTION
073900             MOVE CCC-REASON         TO DLR213-A-NOTE
074000             PERFORM 2800-WRITE-ACTION
074100     END-EVALUATE.
074200 2600-EXIT.
074300     EXIT.
074400
074500 2700-WITHDRAW-CHANGE.
074600     EVALUATE TRUE
074700         WHEN NOT DLR213-FOUND
074800             MOVE 'CHANGE NOT ON FILE'
074900                 TO DLR213-REJECT-TEXT
075000         WHEN DLVNDCST-WITHDRAWN
075100             MOVE 'CHANGE ALREADY WITHDRAWN'
075200                 TO DLR213-REJECT-TEXT
075300         WHEN OTHER
075400             SET DLVNDCST-WITHDRAWN TO TRUE
075500             PERFORM 2550-REWRITE-MASTER
075600             ADD 1 TO DLR213-WITHDRAWN
075700             MOVE 'CHANGE WITHDRAWN' TO DLR213-A-ACTION
075800             MOVE CCC-REASON         TO DLR213-A-NOTE
075900             PERFORM 2800-WRITE-ACTION
076000     END-EVALUATE.
076100 2700-EXIT.
076200     EXIT.
076300
076400 2800-WRITE-ACTION.
076500     MOVE DLVNDCST-VENDOR-NO   TO DLR213-A-VENDOR-NO.
076600     MOVE DLVNDCST-APN         TO DLR213-A-APN.
076700     MOVE DLVNDCST-PRODUCT-NO  TO DLR213-A-PRODUCT-NO.
076800     MOVE DLVNDCST-PACK-COST   TO DLR213-A-PACK-COST.
076900     MOVE DLVNDCST-PACK-UNITS  TO DLR213-A-PACK-UNITS.
077000     MOVE DLVNDCST-EFF-DATE    TO DLR213-A-EFF-DATE.
077100     MOVE CCC-BUYER-ID         TO DLR213-A-BUYER-ID.
077200     WRITE COST-LINE FROM DLR213-ACTION-LINE.
077300 2800-EXIT.
077400     EXIT.
077500
077600 2900-WRITE-REJECT.
077700     ADD 1 TO DLR213-REJECTED.
077800     MOVE COST-CARD-REC      TO DLR213-R-CARD.
077900     MOVE DLR213-REJECT-TEXT TO DLR213-R-TEXT.
078000     WRITE COST-LINE FROM DLR213-REJECT-LINE.
078100 2900-EXIT.
078200     EXIT.
078300
078400*    THE OPEN ORDERS OF EVERY VENDOR WITH A NEW CHANGE ARE HELD
078500*    FROM DLPOLIFE, THEN THEIR PRODUCT LINES ARE FOUND ON THE
078600*    DOWNLOAD. A LINE DUE ON OR AFTER THE EFFECTIVE DATE WILL BE
078700*    RECEIVED - AND INVOICED - AT THE NEW COST.
078800 3000-GATHER-EXPOSURE.
078900     OPEN INPUT POLIFE-FILE.
079000     PERFORM 3010-READ-POLIFE.
079100     PERFORM 3020-HOLD-ONE-PO
079200         UNTIL DLR213-POL-EOF.
079300     CLOSE POLIFE-FILE.
079400     WRITE COST-LINE FROM DLR213-BLANK-LINE.
079500     WRITE COST-LINE FROM DLR213-HEADING-4.
079600     WRITE COST-LINE FROM DLR213-HEADING-5.
079700     OPEN INPUT AMS-PODL-FILE.
079800     PERFORM 3110-READ-PODL.
079900     PERFORM 3100-VALUE-ONE-RECORD
080000         UNTIL DLR213-PODL-EOF.
080100     CLOSE AMS-PODL-FILE.
080200 3000-EXIT.
080300     EXIT.
080400
080500 3010-READ-POLIFE.
080600     READ POLIFE-FILE
080700         AT END
080800             MOVE 'Y' TO DLR213-POL-EOF-SW
080900     END-READ.
081000 3010-EXIT.
081100     EXIT.
081200
081300*    THE DOWNLOAD CARRIES 2-DIGIT YEARS; ALL LIVE ORDERS ARE
081400*    POST-2000, SO THE CENTURY IS EXPANDED AS 20YY (AS DLR076).
081500 3020-HOLD-ONE-PO.
081600     IF  DLPOLIFE-ON-FEED
081700         MOVE DLPOLIFE-VENDOR TO DLR213-PO-VENDOR
081800         MOVE 'N' TO DLR213-FOUND-SW
081900         PERFORM 3030-TEST-VENDOR-CHANGED
082000             VARYING DLR213-CARD-IX FROM 1 BY 1
082100             UNTIL DLR213-CARD-IX > DLR213-CARD-COUNT
082200             OR    DLR213-FOUND
082300         IF  DLR213-FOUND
082400             IF  DLPOLIFE-EXP-RCPT-DATE IS NUMERIC
082500                 PERFORM 3040-ADD-PO
082600             ELSE
082700                 ADD 1 TO DLR213-POS-UNDATED
082800             END-IF
082900         END-IF
083000     END-IF.
083100     PERFORM 3010-READ-POLIFE.
083200 3020-EXIT.
083300     EXIT.
083400
083500 3030-TEST-VENDOR-CHANGED.
083600     IF  DLR213-C-ACCEPTED-SW (DLR213-CARD-IX) = 'Y'
083700     AND DLR213-C-VENDOR-NO (DLR213-CARD-IX) = DLR213-PO-VENDOR
083800         MOVE 'Y' TO DLR213-FOUND-SW
083900     END-IF.
084000 3030-EXIT.
084100     EXIT.
084200
084300 3040-ADD-PO.
084400     IF  DLR213-PO-COUNT < 5000
084500         ADD 1 TO DLR213-PO-COUNT
084600         SET DLR213-PO-IX TO DLR213-PO-COUNT
084700         MOVE DLPOLIFE-PO-NO TO DLR213-P-PO-NO (DLR213-PO-IX)
084800         MOVE DLPOLIFE-VENDOR
084900             TO DLR213-P-VENDOR (DLR213-PO-IX)
085000         MOVE DLPOLIFE-EXP-RCPT-DATE TO DLR213-EXP-YYMMDD
085100         COMPUTE DLR213-P-EXP-DATE (DLR213-PO-IX) =
085200             20000000 + DLR213-EXP-YYMMDD
085300     ELSE
085400         ADD 1 TO DLR213-POS-NOT-HELD
085500     END-IF.
085600 3040-EXIT.
085700     EXIT.
085800
085900 3100-VALUE-ONE-RECORD.
086000     EVALUATE RECORD-TYPE
086100         WHEN 'PO'
086200             PERFORM 3200-FIND-OPEN-PO
086300         WHEN 'PR'
086400             IF  DLR213-PO-ACTIVE
086500                 PERFORM 3300-VALUE-LINE
086600             END-IF
086700         WHEN OTHER
086800             CONTINUE
086900     END-EVALUATE.
087000     PERFORM 3110-READ-PODL.
087100 3100-EXIT.
087200     EXIT.
087300
087400 3110-READ-PODL.
087500     READ AMS-PODL-FILE
087600         AT END
087700             MOVE 'Y' TO DLR213-PODL-EOF-SW
087800     END-READ.
087900 3110-EXIT.
088000     EXIT.
088100
088200 3200-FIND-OPEN-PO.
088300     MOVE 'N' TO DLR213-PO-ACTIVE-SW.
088400     SET DLR213-PO-IX TO 1.
088500     SEARCH DLR213-PO-ENTRY
088600         AT END
088700             CONTINUE
088800         WHEN DLR213-PO-IX > DLR213-PO-COUNT
088900             CONTINUE
089000         WHEN DLR213-P-PO-NO (DLR213-PO-IX) = PO
089100             MOVE 'Y' TO DLR213-PO-ACTIVE-SW
089200             MOVE DLR213-P-VENDOR (DLR213-PO-IX)
089300                 TO DLR213-PO-VENDOR
089400             MOVE DLR213-P-EXP-DATE (DLR213-PO-IX)
089500                 TO DLR213-PO-EXP-DATE
089510             MOVE DLR213-PO-VENDOR TO DLR213-RATE-VENDOR
089520             PERFORM 3500-FIND-VENDOR-RATE
089600             MOVE DLR213-P-PO-NO (DLR213-PO-IX)
089700                 TO DLR213-E-PO-NO
089800     END-SEARCH.
089900 3200-EXIT.
090000     EXIT.
090100
090200*    WHERE TWO CHANGES FOR THE APN ARE NOTIFIED TOGETHER, THE
090300*    LATEST ONE IN FORCE ON THE DUE DATE PRICES THE LINE.
090310*    PACK COSTS ARE IN THE VENDOR'S QUOTE CURRENCY; THE LINE
090320*    VALUES ARE TAKEN AT THEIR LOCAL EQUIVALENT.
090400 3300-VALUE-LINE.
090500     SET DLR213-BEST-IX TO 1.
090600     MOVE 'N' TO DLR213-FOUND-SW.
090700     PERFORM 3310-TEST-ONE-CHANGE
090800         VARYING DLR213-CARD-IX FROM 1 BY 1
090900         UNTIL DLR213-CARD-IX > DLR213-CARD-COUNT.
091000     IF  DLR213-FOUND
091100         ADD 1 TO DLR213-EXPOSED-LINES
091200         ADD 1 TO DLR213-C-PO-LINES (DLR213-BEST-IX)
091300         IF  DLR213-C-PREV-COST (DLR213-BEST-IX) = ZERO
091400             MOVE Pack-Cost
091500                 TO DLR213-C-PREV-COST (DLR213-BEST-IX)
091600             MOVE 'Y'
091700                 TO DLR213-C-PREV-FROM-PO-SW (DLR213-BEST-IX)
091800         END-IF
091900         COMPUTE DLR213-OLD-LINE-VALUE ROUNDED =
092000             Pack-Qty * Pack-Cost
092010                 * DLR213-VEND-RATE
092100         COMPUTE DLR213-NEW-LINE-VALUE ROUNDED =
092200             Pack-Qty * DLR213-C-NEW-COST (DLR213-BEST-IX)
092210                 * DLR213-VEND-RATE
092300         COMPUTE DLR213-INCREASE =
092400             DLR213-NEW-LINE-VALUE - DLR213-OLD-LINE-VALUE
092500         ADD DLR213-OLD-LINE-VALUE
092600             TO DLR213-C-OLD-VALUE (DLR213-BEST-IX)
092700         ADD DLR213-NEW-LINE-VALUE
092800             TO DLR213-C-NEW-VALUE (DLR213-BEST-IX)
092900         ADD DLR213-INCREASE TO DLR213-TOTAL-INCREASE
093000         MOVE DLR213-PO-VENDOR       TO DLR213-E-VENDOR-NO
093100         MOVE APN                    TO DLR213-E-APN
093200         MOVE DLR213-PO-EXP-DATE     TO DLR213-E-EXP-DATE
093300         MOVE Pack-Qty               TO DLR213-E-PACK-QTY
093400         MOVE DLR213-OLD-LINE-VALUE  TO DLR213-E-OLD-VALUE
093500         MOVE DLR213-NEW-LINE-VALUE  TO DLR213-E-NEW-VALUE
093600         MOVE DLR213-INCREASE        TO DLR213-E-INCREASE
093700         WRITE COST-LINE FROM DLR213-EXPOSURE-LINE
093800     END-IF.
093900 3300-EXIT.
094000     EXIT.
094100
094200 3310-TEST-ONE-CHANGE.
094300     IF  DLR213-C-ACCEPTED-SW (DLR213-CARD-IX) = 'Y'
094400     AND DLR213-C-VENDOR-NO (DLR213-CARD-IX) = DLR213-PO-VENDOR
094500     AND DLR213-C-APN (DLR213-CARD-IX) = APN
094600     AND DLR213-C-EFF-DATE (DLR213-CARD-IX)
094700             NOT > DLR213-PO-EXP-DATE
094800         IF  NOT DLR213-FOUND
094900         OR  DLR213-C-EFF-DATE (DLR213-CARD-IX)
095000                 > DLR213-C-EFF-DATE (DLR213-BEST-IX)
095100             SET DLR213-BEST-IX TO DLR213-CARD-IX
095200             MOVE 'Y' TO DLR213-FOUND-SW
095300         END-IF
095400     END-IF.
095500 3310-EXIT.
095600     EXIT.
095700
095702*    A VENDOR QUOTING IN A FOREIGN CURRENCY HAS ITS COSTS TAKEN
095704*    TO LOCAL AT THE RATE IN FORCE ON THE RUN DATE; WITH NO RATE
095706*    ON FILE THEY STAY AT FACE VALUE AND THE VENDOR IS LISTED.
095708 3500-FIND-VENDOR-RATE.
095710     MOVE 1      TO DLR213-VEND-RATE.
095712     MOVE SPACES TO DLR213-RATE-CCY.
095714     SET DLR213-VEND-IX TO 1.
095716     SEARCH DLR213-VEND-ENTRY
095718         AT END
095720             CONTINUE
095722         WHEN DLR213-VEND-IX > DLR213-VEND-COUNT
095724             CONTINUE
095726         WHEN DLR213-V-VENDOR-NO (DLR213-VEND-IX)
095728                 = DLR213-RATE-VENDOR
095730             MOVE DLR213-V-CCY (DLR213-VEND-IX) TO DLR213-RATE-CCY
095732     END-SEARCH.
095734     IF  DLR213-RATE-CCY NOT = SPACES
095736         PERFORM 3510-APPLY-RATE
095738     END-IF.
095740 3500-EXIT.
095742     EXIT.
095744
095746 3510-APPLY-RATE.
095748     MOVE 'N' TO DLR213-RATE-FOUND-SW.
095750     SET DLR213-FX-IX TO 1.
095752     SEARCH DLR213-FX-ENTRY
095754         AT END
095756             CONTINUE
095758         WHEN DLR213-FX-IX > DLR213-FX-COUNT
095760             CONTINUE
095762         WHEN DLR213-X-CCY (DLR213-FX-IX) = DLR213-RATE-CCY
095764             MOVE 'Y' TO DLR213-RATE-FOUND-SW
095766     END-SEARCH.
095768     IF  DLR213-RATE-FOUND
095770         MOVE DLR213-X-RATE (DLR213-FX-IX) TO DLR213-VEND-RATE
095772     ELSE
095774         IF  DLR213-V-NO-RATE-SW (DLR213-VEND-IX) NOT = 'Y'
095776             MOVE 'Y' TO DLR213-V-NO-RATE-SW (DLR213-VEND-IX)
095778             ADD 1 TO DLR213-NO-RATE-VENDORS
095780         END-IF
095782     END-IF.
095784 3510-EXIT.
095786     EXIT.
095800 4000-SUMMARISE-CHANGES.
095900     OPEN INPUT RETAIL-MASTER.
096000     WRITE COST-LINE FROM DLR213-BLANK-LINE.
096100     WRITE COST-LINE FROM DLR213-HEADING-6.
096200     WRITE COST-LINE FROM DLR213-HEADING-7.
096300     PERFORM 4100-SUMMARISE-ONE-CHANGE
096400         VARYING DLR213-CARD-IX FROM 1 BY 1
096500         UNTIL DLR213-CARD-IX > DLR213-CARD-COUNT.
096600     CLOSE RETAIL-MASTER.
096700 4000-EXIT.
096800     EXIT.
096900
097000*    GROSS MARGIN PER CENT = (UNIT RETAIL - UNIT COST) / UNIT
097100*    RETAIL, THE UNIT COST BEING THE PACK COST OVER THE UNITS IN
097200*    THE PACK. THE KEYCODE IS THE PRODUCT NUMBER (AS DLR169).
097210*    THE PACK COSTS ARE TAKEN TO LOCAL CURRENCY FIRST, AS THE
097220*    RETAIL IS HELD IN LOCAL.
097300 4100-SUMMARISE-ONE-CHANGE.
097400     IF  DLR213-C-ACCEPTED-SW (DLR213-CARD-IX) = 'Y'
097410         MOVE DLR213-C-VENDOR-NO (DLR213-CARD-IX)
097420             TO DLR213-RATE-VENDOR
097430         PERFORM 3500-FIND-VENDOR-RATE
097440         MOVE DLR213-RATE-CCY TO DLR213-S-CCY
097500         MOVE DLR213-C-VENDOR-NO (DLR213-CARD-IX)
097600             TO DLR213-S-VENDOR-NO
097700         MOVE DLR213-C-APN (DLR213-CARD-IX) TO DLR213-S-APN
097800         MOVE DLR213-C-EFF-DATE (DLR213-CARD-IX)
097900             TO DLR213-S-EFF-DATE
098000         MOVE DLR213-C-PREV-COST (DLR213-CARD-IX)
098100             TO DLR213-S-OLD-COST
098200         MOVE DLR213-C-NEW-COST (DLR213-CARD-IX)
098300             TO DLR213-S-NEW-COST
098400         MOVE DLR213-C-PO-LINES (DLR213-CARD-IX)
098500             TO DLR213-S-PO-LINES
098600         MOVE DLR213-C-OLD-VALUE (DLR213-CARD-IX)
098700             TO DLR213-S-OLD-VALUE
098800         MOVE DLR213-C-NEW-VALUE (DLR213-CARD-IX)
098900             TO DLR213-S-NEW-VALUE
099000         MOVE DLR213-C-PRODUCT-NO (DLR213-CARD-IX)
099100             TO DLR213-KEYCODE-DIGITS
099200         MOVE DLR213-KEYCODE-NO TO DLRETPRM-KEYCODE-NO
099300         READ RETAIL-MASTER
099400             INVALID KEY
099500                 MOVE 'N' TO DLR213-RETAIL-FOUND-SW
099600             NOT INVALID KEY
099700                 MOVE 'Y' TO DLR213-RETAIL-FOUND-SW
099800         END-READ
099900         MOVE ZERO TO DLR213-S-RETAIL
100000         MOVE ZERO TO DLR213-S-OLD-GM
100100         MOVE ZERO TO DLR213-S-NEW-GM
100200         IF  DLR213-RETAIL-FOUND
100300         AND DLRETPRM-EXPECTED-RETAIL > ZERO
100400             MOVE DLRETPRM-EXPECTED-RETAIL TO DLR213-S-RETAIL
100500             IF  DLR213-C-PREV-COST (DLR213-CARD-IX) > ZERO
100600                 COMPUTE DLR213-UNIT-COST ROUNDED =
100700                     DLR213-C-PREV-COST (DLR213-CARD-IX)
100710                         * DLR213-VEND-RATE
100800                         / DLR213-C-PACK-UNITS (DLR213-CARD-IX)
100900                 PERFORM 4200-COMPUTE-MARGIN
101000                 MOVE DLR213-MARGIN-PCT TO DLR213-S-OLD-GM
101100             END-IF
101200             COMPUTE DLR213-UNIT-COST ROUNDED =
101300                 DLR213-C-NEW-COST (DLR213-CARD-IX)
101310                     * DLR213-VEND-RATE
101400                     / DLR213-C-PACK-UNITS (DLR213-CARD-IX)
101500             PERFORM 4200-COMPUTE-MARGIN
101600             MOVE DLR213-MARGIN-PCT TO DLR213-S-NEW-GM
101700         END-IF
101800         WRITE COST-LINE FROM DLR213-SUMMARY-LINE
101900         IF  DLR213-C-PREV-FROM-PO-SW (DLR213-CARD-IX) = 'Y'
102000             PERFORM 4300-RECORD-PREVIOUS-COST
102100         END-IF
102200     END-IF.
102300 4100-EXIT.
102400     EXIT.
102500
102600 4200-COMPUTE-MARGIN.
102700     COMPUTE DLR213-MARGIN-PCT ROUNDED =
102800         (DLRETPRM-EXPECTED-RETAIL - DLR213-UNIT-COST) * 100
102900             / DLRETPRM-EXPECTED-RETAIL
103000         ON SIZE ERROR
103100             MOVE ZERO TO DLR213-MARGIN-PCT
103200     END-COMPUTE.
103300 4200-EXIT.
103400     EXIT.
103500
103600*    WITH NO EARLIER CHANGE ON FILE THE COST REPLACED IS TAKEN
103700*    FROM THE VENDOR'S OPEN ORDERS AND KEPT ON THE MASTER ROW,
103800*    SO DLR123 CAN RE-PRICE RECEIPTS OF THOSE ORDERS.
103900 4300-RECORD-PREVIOUS-COST.
104000     MOVE DLR213-C-VENDOR-NO (DLR213-CARD-IX)
104100         TO DLVNDCST-VENDOR-NO.
104200     MOVE DLR213-C-APN (DLR213-CARD-IX) TO DLVNDCST-APN.
104300     MOVE DLR213-C-EFF-DATE (DLR213-CARD-IX)
104400         TO DLVNDCST-EFF-DATE.
104500     PERFORM 2300-READ-MASTER.
104600     IF  DLR213-FOUND
104700         MOVE DLR213-C-PREV-COST (DLR213-CARD-IX)
104800             TO DLVNDCST-PREV-PACK-COST
104900         PERFORM 2550-REWRITE-MASTER
105000     END-IF.
105100 4300-EXIT.
105200     EXIT.
105300
105400 8000-PRINT-TOTALS.
105500     WRITE COST-LINE FROM DLR213-BLANK-LINE.
105600     MOVE 'CARDS READ' TO DLR213-T-LABEL.
105700     MOVE DLR213-CARDS-READ TO DLR213-T-COUNT.
105800     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
105900     MOVE 'COST CHANGES NOTIFIED' TO DLR213-T-LABEL.
106000     MOVE DLR213-NOTIFIED TO DLR213-T-COUNT.
106100     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
106200     MOVE 'CHANGES DISPUTED' TO DLR213-T-LABEL.
106300     MOVE DLR213-DISPUTED TO DLR213-T-COUNT.
106400     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
106500     MOVE 'DISPUTES RELEASED' TO DLR213-T-LABEL.
106600     MOVE DLR213-RELEASED TO DLR213-T-COUNT.
106700     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
106800     MOVE 'CHANGES WITHDRAWN' TO DLR213-T-LABEL.
106900     MOVE DLR213-WITHDRAWN TO DLR213-T-COUNT.
107000     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
107100     MOVE 'CARDS REJECTED' TO DLR213-T-LABEL.
107200     MOVE DLR213-REJECTED TO DLR213-T-COUNT.
107300     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
107400     MOVE 'CARDS NOT HELD - TABLE FULL' TO DLR213-T-LABEL.
107500     MOVE DLR213-CARDS-NOT-HELD TO DLR213-T-COUNT.
107600     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
107700     MOVE 'OPEN ORDER LINES EXPOSED' TO DLR213-T-LABEL.
107800     MOVE DLR213-EXPOSED-LINES TO DLR213-T-COUNT.
107900     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
108000     MOVE 'OPEN ORDERS WITH NO DUE DATE' TO DLR213-T-LABEL.
108100     MOVE DLR213-POS-UNDATED TO DLR213-T-COUNT.
108200     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
108300     MOVE 'OPEN ORDERS NOT HELD - TABLE FULL' TO DLR213-T-LABEL.
108400     MOVE DLR213-POS-NOT-HELD TO DLR213-T-COUNT.
108500     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
108600     MOVE 'TOTAL OPEN ORDER COST INCREASE'
108700         TO DLR213-T-V-LABEL.
108800     MOVE DLR213-TOTAL-INCREASE TO DLR213-T-VALUE.
108900     WRITE COST-LINE FROM DLR213-VALUE-TOTAL-LINE.
108910     MOVE 'FOREIGN VENDORS WITH NO DLFXRATE RATE'
108920         TO DLR213-T-LABEL.
108930     MOVE DLR213-NO-RATE-VENDORS TO DLR213-T-COUNT.
108940     WRITE COST-LINE FROM DLR213-TOTAL-LINE.
108950     PERFORM 8100-LIST-NO-RATE-VENDOR
108960         VARYING DLR213-VEND-IX FROM 1 BY 1
108970         UNTIL DLR213-VEND-IX > DLR213-VEND-COUNT.
109000 8000-EXIT.
109100     EXIT.
109200
109210 8100-LIST-NO-RATE-VENDOR.
109220     IF  DLR213-V-NO-RATE-SW (DLR213-VEND-IX) = 'Y'
109230         MOVE DLR213-V-VENDOR-NO (DLR213-VEND-IX)
109240             TO DLR213-N-VENDOR-NO
109250         MOVE DLR213-V-CCY (DLR213-VEND-IX) TO DLR213-N-CCY
109260         WRITE COST-LINE FROM DLR213-NO-RATE-LINE
109270     END-IF.
109280 8100-EXIT.
109290     EXIT.
109300 9000-TERMINATE.
109400     DISPLAY 'DLR213 CARDS READ        = ' DLR213-CARDS-READ.
109500     DISPLAY 'DLR213 CHANGES NOTIFIED  = ' DLR213-NOTIFIED.
109600     DISPLAY 'DLR213 CARDS REJECTED    = ' DLR213-REJECTED.
109650     DISPLAY 'DLR213 VENDORS NO RATE   = ' DLR213-NO-RATE-VENDORS.
109700     IF  DLR213-REJECTED > ZERO
109800     OR  DLR213-CARDS-NOT-HELD > ZERO
109810     OR  DLR213-NO-RATE-VENDORS > ZERO
109900         MOVE 4 TO RETURN-CODE
110000     END-IF.
110100     CLOSE COST-MASTER
110200           BUYER-MASTER
110300           COST-REPORT.
110400 9000-EXIT.
110500     EXIT.
