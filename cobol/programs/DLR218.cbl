000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR218.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR218 - EARMARK AND LIEN REGISTER WITH WITHDRAWAL BLOCKING  *
001000*                                                                *
001100*   KEEPS THE REGISTER OF LIENS PLEDGING TERM DEPOSITS AS LOAN   *
001200*   SECURITY AS AN OLD/NEW GENERATION PAIR IN THE DLR136 STYLE.  *
001300*   THE LIENCARD PLACE / RELEASE CARDS MAINTAIN IT (DEPOSIT,     *
001400*   LIEN REFERENCE, AMOUNT IN THE DEPOSIT CURRENCY, LIEN HOLDER, *
001500*   REASON, EXPIRY). AQTRANS IS THEN PASSED A DEPOSIT AT A TIME: *
001600*   THE REGISTER IS RECONCILED AGAINST THE LATEST START-DEPOSIT  *
001700*   RECORD'S TRN-SD-EMARK-FULL-IND / TRN-SD-EMARK-AMT, AND ANY   *
001800*   WDL / PW / ROL DEBIT THAT WOULD TAKE THE DEPOSIT BELOW THE   *
001900*   EARMARKED AMOUNT (THE GREATER OF THE REGISTER TOTAL AND THE  *
002000*   AQTRANS EARMARK - ANY DEBIT AT ALL IF FULLY EARMARKED) IS    *
002100*   REJECTED TO THE LIENBLKD FILE, WHICH DLR137 HONOURS, AND TO  *
002200*   THE BLOCKED-TRANSACTION REPORT BY BRANCH. A LIEN PAST ITS    *
002300*   EXPIRY STILL BLOCKS UNTIL IT IS RELEASED, BUT IS LISTED SO   *
002400*   THE LENDING UNIT RENEWS OR RELEASES IT.                      *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002830*  02 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002860*     |          | COPYBOOK DLLIENBK            |                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT LIEN-CARDS        ASSIGN TO LIENCARD
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT REGISTER-IN       ASSIGN TO LIENREGI
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT REGISTER-OUT      ASSIGN TO LIENREGO
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT BLOCKED-FILE      ASSIGN TO LIENBLKD
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT LIEN-REPORT       ASSIGN TO LIENRPT
005000                              ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LIEN-CARDS
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  LIEN-CARD-REC.
005700     05  LNC-ACTION              PIC X(01).
005800         88  LNC-PLACE                  VALUE 'P'.
005900         88  LNC-RELEASE                VALUE 'R'.
006000     05  LNC-DEP-NO              PIC X(11).
006100     05  LNC-LIEN-REF            PIC X(10).
006200     05  LNC-AMOUNT              PIC 9(13)V99.
006300     05  LNC-HOLDER              PIC X(15).
006400     05  LNC-REASON              PIC X(15).
006500     05  LNC-EXPIRY              PIC 9(08).
006600     05  FILLER                  PIC X(05).
006700 FD  AQTRANS-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000     COPY AQTRANS.
007100 FD  CCY-ATTR-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLCCYATT-RECORD.
007500     COPY DLCCYATT.
007600 FD  REGISTER-IN
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  REGISTER-IN-REC.
008000     05  LRI-DEP-NO              PIC X(11).
008100     05  LRI-LIEN-REF            PIC X(10).
008200     05  LRI-ACC-NO              PIC X(20).
008300     05  LRI-PROD-TYP            PIC X(02).
008400     05  LRI-BRANCH              PIC X(04).
008500     05  LRI-CCY                 PIC X(03).
008600     05  LRI-AMOUNT              PIC S9(13)V99 COMP-3.
008700     05  LRI-HOLDER              PIC X(15).
008800     05  LRI-REASON              PIC X(15).
008900     05  LRI-EXPIRY              PIC 9(08).
009000     05  LRI-PLACED-DATE         PIC 9(08).
009100     05  LRI-RECON-DATE          PIC 9(08).
009200 FD  REGISTER-OUT
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  REGISTER-OUT-REC.
009600     05  LRO-DEP-NO              PIC X(11).
009700     05  LRO-LIEN-REF            PIC X(10).
009800     05  LRO-ACC-NO              PIC X(20).
009900     05  LRO-PROD-TYP            PIC X(02).
010000     05  LRO-BRANCH              PIC X(04).
010100     05  LRO-CCY                 PIC X(03).
010200     05  LRO-AMOUNT              PIC S9(13)V99 COMP-3.
010300     05  LRO-HOLDER              PIC X(15).
010400     05  LRO-REASON              PIC X(15).
010500     05  LRO-EXPIRY              PIC 9(08).
010600     05  LRO-PLACED-DATE         PIC 9(08).
010700     05  LRO-RECON-DATE          PIC 9(08).
010800 FD  BLOCKED-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100 01  DLLIENBK-RECORD.
011200     COPY DLLIENBK.
012000 FD  LIEN-REPORT
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD.
012300 01  LIEN-LINE                   PIC X(132).
012400 WORKING-STORAGE SECTION.
012500 01  DLR218-SWITCHES.
012600     05  DLR218-EOF-SW            PIC X(01)  VALUE 'N'.
012700         88  DLR218-EOF                      VALUE 'Y'.
012800     05  DLR218-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
012900         88  DLR218-CARD-EOF                 VALUE 'Y'.
013000     05  DLR218-REG-EOF-SW        PIC X(01)  VALUE 'N'.
013100         88  DLR218-REG-EOF                  VALUE 'Y'.
013200     05  DLR218-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
013300         88  DLR218-ATT-EOF                  VALUE 'Y'.
013400     05  DLR218-HELD-SW           PIC X(01)  VALUE 'N'.
013500         88  DLR218-DEPOSIT-HELD             VALUE 'Y'.
013600     05  DLR218-FOUND-SW          PIC X(01)  VALUE 'N'.
013700         88  DLR218-FOUND                    VALUE 'Y'.
013800 01  DLR218-RUN-DATE              PIC 9(08)  VALUE ZERO.
013900*    CURRENCY ATTRIBUTES - DECIMALS TO SCALE AQTRANS MINOR UNITS.
014000 01  DLR218-ATT-CONTROL.
014100     05  DLR218-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014200 01  DLR218-ATT-TABLE.
014300     05  DLR218-ATT-ENTRY OCCURS 50 TIMES
014400                          INDEXED BY DLR218-ATT-IX.
014500         10  DLR218-A-CCY         PIC X(03).
014600         10  DLR218-A-DECIMALS    PIC 9(01).
014700 01  DLR218-CCY-FIELDS.
014800     05  DLR218-CCY-DECIMALS      PIC 9(01).
014900     05  DLR218-SCALE-DIVISOR     PIC 9(06).
015000*    THE LIEN REGISTER, HELD WHILE THE CARDS AND AQTRANS ARE
015100*    APPLIED AND WRITTEN BACK AS THE NEW GENERATION. A LIEN
015200*    RELEASED THIS RUN IS DROPPED FROM THE NEW GENERATION.
015300 01  DLR218-REG-CONTROL.
015400     05  DLR218-REG-COUNT         PIC S9(04)  COMP  VALUE ZERO.
015500 01  DLR218-REG-TABLE.
015600     05  DLR218-REG-ENTRY OCCURS 2000 TIMES
015700                          INDEXED BY DLR218-REG-IX.
015800         10  DLR218-G-DEP-NO      PIC X(11).
015900         10  DLR218-G-LIEN-REF    PIC X(10).
016000         10  DLR218-G-ACC-NO      PIC X(20).
016100         10  DLR218-G-PROD-TYP    PIC X(02).
016200         10  DLR218-G-BRANCH      PIC X(04).
016300         10  DLR218-G-CCY         PIC X(03).
016400         10  DLR218-G-AMOUNT      PIC S9(13)V99 COMP-3.
016500         10  DLR218-G-HOLDER      PIC X(15).
016600         10  DLR218-G-REASON      PIC X(15).
016700         10  DLR218-G-EXPIRY      PIC 9(08).
016800         10  DLR218-G-PLACED-DATE PIC 9(08).
016900         10  DLR218-G-RECON-DATE  PIC 9(08).
017000         10  DLR218-G-STATUS      PIC X(01).
017100             88  DLR218-G-ACTIVE             VALUE 'A'.
017200             88  DLR218-G-RELEASED           VALUE 'R'.
017300*    THE DEPOSIT BEING PASSED - ITS LATEST START-DEPOSIT
017400*    EARMARK AND THE WITHDRAWAL DEBITS HELD UNTIL THE WHOLE
017500*    DEPOSIT HAS BEEN READ, SINCE THE SD RECORD MAY SORT AFTER
017600*    THEM ON TRANS-REF.
017700 01  DLR218-DEPOSIT.
017800     05  DLR218-D-KEY.
017900         10  DLR218-D-PROD-TYP    PIC X(02).
018000         10  DLR218-D-ACC-NO      PIC X(20).
018100         10  DLR218-D-DEP-NO      PIC X(11).
018200     05  DLR218-D-SD-SW           PIC X(01).
018300         88  DLR218-D-SD-SEEN                VALUE 'Y'.
018400     05  DLR218-D-STAMP           PIC 9(14).
018500     05  DLR218-D-BRANCH          PIC X(04).
018600     05  DLR218-D-CCY             PIC X(03).
018700     05  DLR218-D-CCY-DEC         PIC 9(01).
018800     05  DLR218-D-EMARK-FULL-IND  PIC X(01).
018900         88  DLR218-D-FULLY-EARMARKED        VALUE 'Y'.
019000     05  DLR218-D-RAW-SD-BAL      PIC S9(15)     COMP-3.
019100     05  DLR218-D-RAW-EMARK-AMT   PIC S9(15)     COMP-3.
019200     05  DLR218-D-REG-LIENS       PIC S9(04)     COMP.
019300     05  DLR218-D-REG-TOTAL       PIC S9(13)V99  COMP-3.
019400     05  DLR218-D-AQT-EMARK       PIC S9(13)V99  COMP-3.
019500     05  DLR218-D-EARMARKED       PIC S9(13)V99  COMP-3.
019600     05  DLR218-D-DEBIT-COUNT     PIC S9(04)     COMP.
019700 01  DLR218-DEBIT-TABLE.
019800     05  DLR218-DR-ENTRY OCCURS 200 TIMES
019900                         INDEXED BY DLR218-DX.
020000         10  DLR218-X-TRANS-REF   PIC X(13).
020100         10  DLR218-X-VER-NO      PIC X(02).
020200         10  DLR218-X-PROD-TRNTYP PIC X(04).
020300         10  DLR218-X-BRANCH      PIC X(04).
020400         10  DLR218-X-RAW-BAL     PIC S9(15)     COMP-3.
020500         10  DLR218-X-RAW-AMT     PIC S9(15)     COMP-3.
020600 01  DLR218-RECORD-KEY.
020700     05  DLR218-K-PROD-TYP        PIC X(02).
020800     05  DLR218-K-ACC-NO          PIC X(20).
020900     05  DLR218-K-DEP-NO          PIC X(11).
021000 01  DLR218-RECORD-STAMP          PIC 9(14).
021100 01  DLR218-BALANCE-BEFORE        PIC S9(13)V99  COMP-3.
021200 01  DLR218-DEBIT-AMT             PIC S9(13)V99  COMP-3.
021300 01  DLR218-BALANCE-AFTER         PIC S9(13)V99  COMP-3.
021400*    BLOCKED DEBITS, HELD SO THE REPORT CAN BE PRINTED BRANCH
021500*    BY BRANCH FOR THE BRANCH MANAGERS.
021600 01  DLR218-BLOCK-CONTROL.
021700     05  DLR218-BLOCK-COUNT       PIC S9(04)  COMP  VALUE ZERO.
021800     05  DLR218-BRANCH-COUNT      PIC S9(04)  COMP  VALUE ZERO.
021900 01  DLR218-BLOCK-TABLE.
022000     05  DLR218-BLOCK-ENTRY OCCURS 500 TIMES
022100                            INDEXED BY DLR218-BX.
022200         10  DLR218-B-BRANCH      PIC X(04).
022300         10  DLR218-B-IMAGE       PIC X(128).
022400 01  DLR218-BRANCH-TABLE.
022500     05  DLR218-BRANCH-ENTRY OCCURS 500 TIMES
022600                             INDEXED BY DLR218-NX.
022700         10  DLR218-N-BRANCH      PIC X(04).
022800 01  DLR218-COUNTERS.
022900     05  DLR218-TRANS-READ        PIC 9(09)  VALUE ZERO.
023000     05  DLR218-CARDS-READ        PIC 9(07)  VALUE ZERO.
023100     05  DLR218-LIENS-PLACED      PIC 9(07)  VALUE ZERO.
023200     05  DLR218-LIENS-RELEASED    PIC 9(07)  VALUE ZERO.
023300     05  DLR218-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
023400     05  DLR218-RECON-CHECKED     PIC 9(07)  VALUE ZERO.
023500     05  DLR218-RECON-EXCEPTIONS  PIC 9(07)  VALUE ZERO.
023600     05  DLR218-DEBITS-CHECKED    PIC 9(07)  VALUE ZERO.
023700     05  DLR218-DEBITS-BLOCKED    PIC 9(07)  VALUE ZERO.
023800     05  DLR218-DEBITS-UNCHECKED  PIC 9(07)  VALUE ZERO.
023900     05  DLR218-BLOCKS-NOT-LISTED PIC 9(07)  VALUE ZERO.
024000     05  DLR218-LIENS-EXPIRED     PIC 9(07)  VALUE ZERO.
024100     05  DLR218-LIENS-WRITTEN     PIC 9(07)  VALUE ZERO.
024200 01  DLR218-HEADING-1.
024300     05  FILLER                   PIC X(53)  VALUE
024400         'DLR218 - EARMARK AND LIEN REGISTER               RUN '.
024500     05  DLR218-H-RUN-DATE        PIC 9(08).
024600 01  DLR218-CARD-HEADING.
024700     05  FILLER                   PIC X(40)  VALUE
024800         'ACTION  DEPOSIT NO  LIEN REF            '.
024900     05  FILLER                   PIC X(40)  VALUE
025000         '   AMOUNT HOLDER          EXPIRY   RESUL'.
025100     05  FILLER                   PIC X(01)  VALUE 'T'.
025200 01  DLR218-CARD-LINE.
025300     05  DLR218-C-ACTION          PIC X(07).
025400     05  FILLER                   PIC X(01)  VALUE SPACES.
025500     05  DLR218-C-DEP-NO          PIC X(11).
025600     05  FILLER                   PIC X(01)  VALUE SPACES.
025700     05  DLR218-C-LIEN-REF        PIC X(10).
025800     05  FILLER                   PIC X(01)  VALUE SPACES.
025900     05  DLR218-C-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026000     05  FILLER                   PIC X(01)  VALUE SPACES.
026100     05  DLR218-C-HOLDER          PIC X(15).
026200     05  FILLER                   PIC X(01)  VALUE SPACES.
026300     05  DLR218-C-EXPIRY          PIC 9(08).
026400     05  FILLER                   PIC X(01)  VALUE SPACES.
026500     05  DLR218-C-TEXT            PIC X(30).
026600 01  DLR218-RECON-HEADING.
026700     05  FILLER                   PIC X(40)  VALUE
026800         'ACCOUNT NO           DEPOSIT NO  CCY    '.
026900     05  FILLER                   PIC X(40)  VALUE
027000         '        REGISTER             AQTRANS F E'.
027100     05  FILLER                   PIC X(08)  VALUE 'XCEPTION'.
027200 01  DLR218-RECON-LINE.
027300     05  DLR218-R-ACC-NO          PIC X(20).
027400     05  FILLER                   PIC X(01)  VALUE SPACES.
027500     05  DLR218-R-DEP-NO          PIC X(11).
027600     05  FILLER                   PIC X(01)  VALUE SPACES.
027700     05  DLR218-R-CCY             PIC X(03).
027800     05  FILLER                   PIC X(01)  VALUE SPACES.
027900     05  DLR218-R-REGISTER        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
028000     05  FILLER                   PIC X(01)  VALUE SPACES.
028100     05  DLR218-R-AQTRANS         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
028200     05  FILLER                   PIC X(01)  VALUE SPACES.
028300     05  DLR218-R-FULL-IND        PIC X(01).
028400     05  FILLER                   PIC X(01)  VALUE SPACES.
028500     05  DLR218-R-TEXT            PIC X(34).
028600 01  DLR218-BLOCK-HEADING.
028700     05  FILLER                   PIC X(40)  VALUE
028800         'ACCOUNT NO           DEPOSIT NO  TRANS R'.
028900     05  FILLER                   PIC X(40)  VALUE
029000         'EF     TYPE CCY             BALANCE     '.
029100     05  FILLER                   PIC X(35)  VALUE
029200         '          DEBIT           EARMARKED'.
029300 01  DLR218-BLOCK-LINE.
029400     05  DLR218-L-ACC-NO          PIC X(20).
029500     05  FILLER                   PIC X(01)  VALUE SPACES.
029600     05  DLR218-L-DEP-NO          PIC X(11).
029700     05  FILLER                   PIC X(01)  VALUE SPACES.
029800     05  DLR218-L-TRANS-REF       PIC X(13).
029900     05  FILLER                   PIC X(01)  VALUE SPACES.
030000     05  DLR218-L-PROD-TRNTYP     PIC X(04).
030100     05  FILLER                   PIC X(01)  VALUE SPACES.
030200     05  DLR218-L-CCY             PIC X(03).
030300     05  FILLER                   PIC X(01)  VALUE SPACES.
030400     05  DLR218-L-BALANCE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030500     05  FILLER                   PIC X(01)  VALUE SPACES.
030600     05  DLR218-L-DEBIT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030700     05  FILLER                   PIC X(01)  VALUE SPACES.
030800     05  DLR218-L-EARMARKED       PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
030900     05  FILLER                   PIC X(01)  VALUE SPACES.
031000     05  DLR218-L-FULL-TEXT       PIC X(12).
031100 01  DLR218-BRANCH-LINE.
031200     05  FILLER                   PIC X(07)  VALUE 'BRANCH '.
031300     05  DLR218-N-LINE-BRANCH     PIC X(04).
031400 01  DLR218-EXPIRED-HEADING.
031500     05  FILLER                   PIC X(40)  VALUE
031600         'BRCH ACCOUNT NO           DEPOSIT NO  LI'.
031700     05  FILLER                   PIC X(40)  VALUE
031800         'EN REF   HOLDER                      AMO'.
031900     05  FILLER                   PIC X(19)  VALUE
032000         'UNT EXPIRY   REASON'.
032100 01  DLR218-EXPIRED-LINE.
032200     05  DLR218-E-BRANCH          PIC X(04).
032300     05  FILLER                   PIC X(01)  VALUE SPACES.
032400     05  DLR218-E-ACC-NO          PIC X(20).
032500     05  FILLER                   PIC X(01)  VALUE SPACES.
032600     05  DLR218-E-DEP-NO          PIC X(11).
032700     05  FILLER                   PIC X(01)  VALUE SPACES.
032800     05  DLR218-E-LIEN-REF        PIC X(10).
032900     05  FILLER                   PIC X(01)  VALUE SPACES.
033000     05  DLR218-E-HOLDER          PIC X(15).
033100     05  FILLER                   PIC X(01)  VALUE SPACES.
033200     05  DLR218-E-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
033300     05  FILLER                   PIC X(01)  VALUE SPACES.
033400     05  DLR218-E-EXPIRY          PIC 9(08).
033500     05  FILLER                   PIC X(01)  VALUE SPACES.
033600     05  DLR218-E-REASON          PIC X(15).
033700 01  DLR218-TOTAL-LINE.
033800     05  DLR218-T-LABEL           PIC X(40).
033900     05  DLR218-T-COUNT           PIC ZZZZZZZZ9.
034000 01  DLR218-MESSAGE-LINE          PIC X(80).
034100 01  DLR218-BLANK-LINE            PIC X(01)  VALUE SPACE.
034200 PROCEDURE DIVISION.
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZE.
034500     PERFORM 1300-APPLY-CARD
034600         UNTIL DLR218-CARD-EOF.
034700     PERFORM 2000-PROCESS-TRANS
034800         UNTIL DLR218-EOF.
034900     IF  DLR218-DEPOSIT-HELD
035000         PERFORM 2500-CLOSE-DEPOSIT
035100     END-IF.
035200     PERFORM 4000-PRINT-BLOCKED.
035300     PERFORM 5000-PRINT-EXPIRED.
035400     PERFORM 6000-WRITE-NEW-REGISTER
035500         VARYING DLR218-REG-IX FROM 1 BY 1
035600         UNTIL DLR218-REG-IX > DLR218-REG-COUNT.
035700     PERFORM 8000-PRINT-TOTALS.
035800     PERFORM 9000-TERMINATE.
035900     STOP RUN.
036000
036100 1000-INITIALIZE.
036200     ACCEPT DLR218-RUN-DATE FROM DATE YYYYMMDD.
036300     PERFORM 1100-LOAD-CCY-ATTRS.
036400     PERFORM 1200-LOAD-REGISTER.
036500     OPEN INPUT  LIEN-CARDS.
036600     OPEN INPUT  AQTRANS-FILE.
036700     OPEN OUTPUT REGISTER-OUT.
036800     OPEN OUTPUT BLOCKED-FILE.
036900     OPEN OUTPUT LIEN-REPORT.
037000     MOVE DLR218-RUN-DATE TO DLR218-H-RUN-DATE.
037100     WRITE LIEN-LINE FROM DLR218-HEADING-1.
037200     WRITE LIEN-LINE FROM DLR218-BLANK-LINE.
037300     MOVE 'LIEN CARDS APPLIED' TO DLR218-MESSAGE-LINE.
037400     WRITE LIEN-LINE FROM DLR218-MESSAGE-LINE.
037500     WRITE LIEN-LINE FROM DLR218-CARD-HEADING.
037600     PERFORM 1310-READ-CARD.
037700     PERFORM 2100-READ-AQTRANS.
037800 1000-EXIT.
037900     EXIT.
038000
038100 1100-LOAD-CCY-ATTRS.
038200     OPEN INPUT CCY-ATTR-FILE.
038300     PERFORM 1110-READ-CCY-ATTR.
038400     PERFORM 1120-HOLD-ONE-CCY-ATTR
038500         UNTIL DLR218-ATT-EOF.
038600     CLOSE CCY-ATTR-FILE.
038700 1100-EXIT.
038800     EXIT.
038900
039000 1110-READ-CCY-ATTR.
039100     READ CCY-ATTR-FILE
039200         AT END
039300             MOVE 'Y' TO DLR218-ATT-EOF-SW
039400     END-READ.
039500 1110-EXIT.
039600     EXIT.
039700
039800 1120-HOLD-ONE-CCY-ATTR.
039900     IF  DLR218-ATT-COUNT < 50
040000         ADD 1 TO DLR218-ATT-COUNT
040100         SET DLR218-ATT-IX TO DLR218-ATT-COUNT
040200         MOVE DLCCYATT-CCY
040300             TO DLR218-A-CCY (DLR218-ATT-IX)
040400         MOVE DLCCYATT-DECIMALS
040500             TO DLR218-A-DECIMALS (DLR218-ATT-IX)
040600     END-IF.
040700     PERFORM 1110-READ-CCY-ATTR.
040800 1120-EXIT.
040900     EXIT.
041000
041100 1200-LOAD-REGISTER.
041200     OPEN INPUT REGISTER-IN.
041300     PERFORM 1210-READ-REGISTER.
041400     PERFORM 1220-HOLD-ONE-LIEN
041500         UNTIL DLR218-REG-EOF.
041600     CLOSE REGISTER-IN.
041700 1200-EXIT.
041800     EXIT.
041900
042000 1210-READ-REGISTER.
042100     READ REGISTER-IN
042200         AT END
042300             MOVE 'Y' TO DLR218-REG-EOF-SW
042400     END-READ.
042500 1210-EXIT.
042600     EXIT.
042700
042800 1220-HOLD-ONE-LIEN.
042900     IF  DLR218-REG-COUNT < 2000
043000         ADD 1 TO DLR218-REG-COUNT
043100         SET DLR218-REG-IX TO DLR218-REG-COUNT
043200         MOVE LRI-DEP-NO      TO DLR218-G-DEP-NO (DLR218-REG-IX)
043300         MOVE LRI-LIEN-REF    TO DLR218-G-LIEN-REF (DLR218-REG-IX)
043400         MOVE LRI-ACC-NO      TO DLR218-G-ACC-NO (DLR218-REG-IX)
043500         MOVE LRI-PROD-TYP    TO DLR218-G-PROD-TYP (DLR218-REG-IX)
043600         MOVE LRI-BRANCH      TO DLR218-G-BRANCH (DLR218-REG-IX)
043700         MOVE LRI-CCY         TO DLR218-G-CCY (DLR218-REG-IX)
043800         MOVE LRI-AMOUNT      TO DLR218-G-AMOUNT (DLR218-REG-IX)
043900         MOVE LRI-HOLDER      TO DLR218-G-HOLDER (DLR218-REG-IX)
044000         MOVE LRI-REASON      TO DLR218-G-REASON (DLR218-REG-IX)
044100         MOVE LRI-EXPIRY      TO DLR218-G-EXPIRY (DLR218-REG-IX)
044200         MOVE LRI-PLACED-DATE
044300             TO DLR218-G-PLACED-DATE (DLR218-REG-IX)
044400         MOVE LRI-RECON-DATE
044500             TO DLR218-G-RECON-DATE (DLR218-REG-IX)
044600         SET DLR218-G-ACTIVE (DLR218-REG-IX) TO TRUE
044700     ELSE
044800         DISPLAY 'DLR218 LIEN REGISTER TABLE FULL - '
044900             LRI-DEP-NO ' ' LRI-LIEN-REF ' NOT LOADED'
045000         MOVE 8 TO RETURN-CODE
045100     END-IF.
045200     PERFORM 1210-READ-REGISTER.
045300 1220-EXIT.
045400     EXIT.
045500
045600*    A PLACE CARD ADDS A LIEN THAT IS NOT ALREADY ON THE
045700*    REGISTER; A RELEASE CARD TAKES AN ACTIVE ONE OFF. THE
045800*    ACCOUNT, BRANCH AND CURRENCY ARE FILLED IN FROM AQTRANS.
045900 1300-APPLY-CARD.
046000     ADD 1 TO DLR218-CARDS-READ.
046100     MOVE SPACES       TO DLR218-CARD-LINE.
046200     MOVE LNC-DEP-NO   TO DLR218-C-DEP-NO.
046300     MOVE LNC-LIEN-REF TO DLR218-C-LIEN-REF.
046400     MOVE LNC-HOLDER   TO DLR218-C-HOLDER.
046500     IF  LNC-AMOUNT NUMERIC
046600         MOVE LNC-AMOUNT TO DLR218-C-AMOUNT
046700     END-IF.
046800     IF  LNC-EXPIRY NUMERIC
046900         MOVE LNC-EXPIRY TO DLR218-C-EXPIRY
047000     END-IF.
047100     PERFORM 1400-FIND-LIEN.
047200     EVALUATE TRUE
047300         WHEN LNC-PLACE
047400             MOVE 'PLACE'   TO DLR218-C-ACTION
047500             PERFORM 1500-PLACE-LIEN
047600         WHEN LNC-RELEASE
047700             MOVE 'RELEASE' TO DLR218-C-ACTION
047800             PERFORM 1600-RELEASE-LIEN
047900         WHEN OTHER
048000             MOVE LNC-ACTION TO DLR218-C-ACTION
048100             MOVE 'REJECTED - UNKNOWN ACTION'
048200                 TO DLR218-C-TEXT
048300             ADD 1 TO DLR218-CARDS-REJECTED
048400     END-EVALUATE.
048500     WRITE LIEN-LINE FROM DLR218-CARD-LINE.
048600     PERFORM 1310-READ-CARD.
048700 1300-EXIT.
048800     EXIT.
048900
049000 1310-READ-CARD.
049100     READ LIEN-CARDS
049200         AT END
049300             MOVE 'Y' TO DLR218-CARD-EOF-SW
049400     END-READ.
049500 1310-EXIT.
049600     EXIT.
049700
049800 1400-FIND-LIEN.
049900     MOVE 'N' TO DLR218-FOUND-SW.
050000     SET DLR218-REG-IX TO 1.
050100     SEARCH DLR218-REG-ENTRY
050200         AT END
050300             CONTINUE
050400         WHEN DLR218-REG-IX > DLR218-REG-COUNT
050500             CONTINUE
050600         WHEN DLR218-G-DEP-NO (DLR218-REG-IX) = LNC-DEP-NO
050700         AND  DLR218-G-LIEN-REF (DLR218-REG-IX) = LNC-LIEN-REF
050800         AND  DLR218-G-ACTIVE (DLR218-REG-IX)
050900             MOVE 'Y' TO DLR218-FOUND-SW
051000     END-SEARCH.
051100 1400-EXIT.
051200     EXIT.
051300
051400 1500-PLACE-LIEN.
051500     EVALUATE TRUE
051600         WHEN LNC-DEP-NO = SPACES
051700         OR   LNC-LIEN-REF = SPACES
051800         OR   LNC-AMOUNT NOT NUMERIC
051900         OR   LNC-EXPIRY NOT NUMERIC
052000             MOVE 'REJECTED - INCOMPLETE CARD' TO DLR218-C-TEXT
052100             ADD 1 TO DLR218-CARDS-REJECTED
052200         WHEN LNC-AMOUNT = ZERO
052300             MOVE 'REJECTED - NO AMOUNT' TO DLR218-C-TEXT
052400             ADD 1 TO DLR218-CARDS-REJECTED
052500         WHEN DLR218-FOUND
052600             MOVE 'REJECTED - ALREADY ON REGISTER'
052700                 TO DLR218-C-TEXT
052800             ADD 1 TO DLR218-CARDS-REJECTED
052900         WHEN DLR218-REG-COUNT NOT < 2000
053000             MOVE 'REJECTED - REGISTER FULL' TO DLR218-C-TEXT
053100             ADD 1 TO DLR218-CARDS-REJECTED
053200         WHEN OTHER
053300             ADD 1 TO DLR218-REG-COUNT
053400             SET DLR218-REG-IX TO DLR218-REG-COUNT
053500             MOVE LNC-DEP-NO   TO DLR218-G-DEP-NO (DLR218-REG-IX)
053600             MOVE LNC-LIEN-REF
053700                 TO DLR218-G-LIEN-REF (DLR218-REG-IX)
053800             MOVE SPACES       TO DLR218-G-ACC-NO (DLR218-REG-IX)
053900             MOVE SPACES    TO DLR218-G-PROD-TYP (DLR218-REG-IX)
054000             MOVE SPACES       TO DLR218-G-BRANCH (DLR218-REG-IX)
054100             MOVE SPACES       TO DLR218-G-CCY (DLR218-REG-IX)
054200             MOVE LNC-AMOUNT   TO DLR218-G-AMOUNT (DLR218-REG-IX)
054300             MOVE LNC-HOLDER   TO DLR218-G-HOLDER (DLR218-REG-IX)
054400             MOVE LNC-REASON   TO DLR218-G-REASON (DLR218-REG-IX)
054500             MOVE LNC-EXPIRY   TO DLR218-G-EXPIRY (DLR218-REG-IX)
054600             MOVE DLR218-RUN-DATE
054700                 TO DLR218-G-PLACED-DATE (DLR218-REG-IX)
054800             MOVE ZERO
054900                 TO DLR218-G-RECON-DATE (DLR218-REG-IX)
055000             SET DLR218-G-ACTIVE (DLR218-REG-IX) TO TRUE
055100             MOVE 'LIEN PLACED' TO DLR218-C-TEXT
055200             ADD 1 TO DLR218-LIENS-PLACED
055300     END-EVALUATE.
055400 1500-EXIT.
055500     EXIT.
055600
055700 1600-RELEASE-LIEN.
055800     IF  DLR218-FOUND
055900         SET DLR218-G-RELEASED (DLR218-REG-IX) TO TRUE
056000         MOVE 'LIEN RELEASED' TO DLR218-C-TEXT
056100         ADD 1 TO DLR218-LIENS-RELEASED
056200     ELSE
056300         MOVE 'REJECTED - NOT ON REGISTER' TO DLR218-C-TEXT
056400         ADD 1 TO DLR218-CARDS-REJECTED
056500     END-IF.
056600 1600-EXIT.
056700     EXIT.
056800
056900*    AQTRANS IS IN PRODUCT / ACCOUNT / DEPOSIT ORDER, SO A
057000*    DEPOSIT'S RECORDS ARRIVE TOGETHER; IT IS RECONCILED AND
057100*    ITS DEBITS TESTED ON THE CHANGE OF KEY.
057200 2000-PROCESS-TRANS.
057300     ADD 1 TO DLR218-TRANS-READ.
057400     MOVE TRANS-PROD-TYP TO DLR218-K-PROD-TYP.
057500     MOVE TRANS-ACC-NO   TO DLR218-K-ACC-NO.
057600     MOVE TRANS-DEP-NO   TO DLR218-K-DEP-NO.
057700     IF  DLR218-RECORD-KEY NOT = DLR218-D-KEY
057800     OR  NOT DLR218-DEPOSIT-HELD
057900         IF  DLR218-DEPOSIT-HELD
058000             PERFORM 2500-CLOSE-DEPOSIT
058100         END-IF
058200         PERFORM 2200-START-DEPOSIT
058300     END-IF.
058400     IF  TRANS-BASIC-TRNTYP = 'SD  '
058500         PERFORM 2300-TAKE-EARMARK
058600     END-IF.
058700     IF  TRANS-BASIC-TRNTYP = 'DR  '
058800     AND (TRANS-PROD-TRNTYP = 'WDL '
058900         OR TRANS-PROD-TRNTYP = 'PW  '
059000         OR TRANS-PROD-TRNTYP = 'ROL ')
059100         PERFORM 2400-HOLD-DEBIT
059200     END-IF.
059300     PERFORM 2100-READ-AQTRANS.
059400 2000-EXIT.
059500     EXIT.
059600
059700 2100-READ-AQTRANS.
059800     READ AQTRANS-FILE
059900         AT END
060000             MOVE 'Y' TO DLR218-EOF-SW
060100     END-READ.
060200 2100-EXIT.
060300     EXIT.
060400
060500 2200-START-DEPOSIT.
060600     MOVE DLR218-RECORD-KEY TO DLR218-D-KEY.
060700     MOVE 'Y'               TO DLR218-HELD-SW.
060800     MOVE 'N'               TO DLR218-D-SD-SW.
060900     MOVE ZERO              TO DLR218-D-STAMP.
061000     MOVE TRANS-PROC-BRCH   TO DLR218-D-BRANCH.
061100     MOVE TRN-DEP-CCY       TO DLR218-D-CCY.
061200     MOVE TRN-DEP-CCY-DEC   TO DLR218-D-CCY-DEC.
061300     MOVE 'N'               TO DLR218-D-EMARK-FULL-IND.
061400     MOVE ZERO              TO DLR218-D-RAW-SD-BAL
061500                               DLR218-D-RAW-EMARK-AMT
061600                               DLR218-D-REG-LIENS
061700                               DLR218-D-REG-TOTAL
061800                               DLR218-D-AQT-EMARK
061900                               DLR218-D-EARMARKED
062000                               DLR218-D-DEBIT-COUNT.
062100 2200-EXIT.
062200     EXIT.
062300
062400*    THE LATEST START-DEPOSIT RECORD (BY SYSTEM DATE AND TIME)
062500*    CARRIES THE EARMARK THE DEPOSIT SYSTEM CURRENTLY HOLDS.
062600 2300-TAKE-EARMARK.
062700     COMPUTE DLR218-RECORD-STAMP =
062800         TRANS-DTE-SYS * 1000000 + TRANS-TIME-SYS.
062900     IF  DLR218-RECORD-STAMP >= DLR218-D-STAMP
063000         MOVE DLR218-RECORD-STAMP   TO DLR218-D-STAMP
063100         MOVE 'Y'                   TO DLR218-D-SD-SW
063200         MOVE TRANS-PROC-BRCH       TO DLR218-D-BRANCH
063300         MOVE TRN-SD-CCY            TO DLR218-D-CCY
063400         MOVE TRN-SD-CCY-DEC        TO DLR218-D-CCY-DEC
063500         MOVE TRN-SD-EMARK-FULL-IND TO DLR218-D-EMARK-FULL-IND
063600         MOVE TRN-SD-BAL            TO DLR218-D-RAW-SD-BAL
063700         MOVE TRN-SD-EMARK-AMT      TO DLR218-D-RAW-EMARK-AMT
063800     END-IF.
063900 2300-EXIT.
064000     EXIT.
064100
064200*    TRN-DR-BAL IS THE LEDGER BALANCE BEFORE THE DEBIT; WHERE
064300*    IT IS NOT CARRIED THE DATA-ENTRY BALANCE IS USED.
064400 2400-HOLD-DEBIT.
064500     IF  DLR218-D-DEBIT-COUNT < 200
064600         ADD 1 TO DLR218-D-DEBIT-COUNT
064700         SET DLR218-DX TO DLR218-D-DEBIT-COUNT
064800         MOVE TRANS-REF         TO DLR218-X-TRANS-REF (DLR218-DX)
064900         MOVE TRANS-VER-NO      TO DLR218-X-VER-NO (DLR218-DX)
065000         MOVE TRANS-PROD-TRNTYP
065100             TO DLR218-X-PROD-TRNTYP (DLR218-DX)
065200         MOVE TRANS-PROC-BRCH   TO DLR218-X-BRANCH (DLR218-DX)
065300         MOVE TRN-DR-AMT        TO DLR218-X-RAW-AMT (DLR218-DX)
065400         IF  TRN-DR-BAL NOT = ZERO
065500             MOVE TRN-DR-BAL    TO DLR218-X-RAW-BAL (DLR218-DX)
065600         ELSE
065700             MOVE TRN-DEP-BAL   TO DLR218-X-RAW-BAL (DLR218-DX)
065800         END-IF
065900     ELSE
066000         ADD 1 TO DLR218-DEBITS-UNCHECKED
066100     END-IF.
066200 2400-EXIT.
066300     EXIT.
066400
066500*    THE EARMARKED AMOUNT A DEBIT MUST NOT BREACH IS THE LARGER
066600*    OF THE REGISTER TOTAL AND THE AQTRANS EARMARK, SO A LIEN
066700*    MISSING FROM EITHER SIDE STILL PROTECTS THE DEPOSIT.
066800 2500-CLOSE-DEPOSIT.
066900     PERFORM 2900-SET-DIVISOR.
067000     PERFORM 2600-SUM-REGISTER
067100         VARYING DLR218-REG-IX FROM 1 BY 1
067200         UNTIL DLR218-REG-IX > DLR218-REG-COUNT.
067300     IF  DLR218-D-SD-SEEN
067400         IF  DLR218-D-FULLY-EARMARKED
067500             COMPUTE DLR218-D-AQT-EMARK ROUNDED =
067600                 DLR218-D-RAW-SD-BAL / DLR218-SCALE-DIVISOR
067700         ELSE
067800             COMPUTE DLR218-D-AQT-EMARK ROUNDED =
067900                 DLR218-D-RAW-EMARK-AMT / DLR218-SCALE-DIVISOR
068000         END-IF
068100         IF  DLR218-D-REG-LIENS > ZERO
068200         OR  DLR218-D-AQT-EMARK > ZERO
068300         OR  DLR218-D-FULLY-EARMARKED
068400             PERFORM 2700-RECONCILE-DEPOSIT
068500         END-IF
068600     END-IF.
068700     IF  DLR218-D-REG-TOTAL > DLR218-D-AQT-EMARK
068800         MOVE DLR218-D-REG-TOTAL TO DLR218-D-EARMARKED
068900     ELSE
069000         MOVE DLR218-D-AQT-EMARK TO DLR218-D-EARMARKED
069100     END-IF.
069200     IF  DLR218-D-EARMARKED > ZERO
069300     OR  DLR218-D-FULLY-EARMARKED
069400         PERFORM 2800-TEST-ONE-DEBIT
069500             VARYING DLR218-DX FROM 1 BY 1
069600             UNTIL DLR218-DX > DLR218-D-DEBIT-COUNT
069700     ELSE
069800         ADD DLR218-D-DEBIT-COUNT TO DLR218-DEBITS-CHECKED
069900     END-IF.
070000     MOVE 'N' TO DLR218-HELD-SW.
070100 2500-EXIT.
070200     EXIT.
070300
070400 2600-SUM-REGISTER.
070500     IF  DLR218-G-DEP-NO (DLR218-REG-IX) = DLR218-D-DEP-NO
070600     AND DLR218-G-ACTIVE (DLR218-REG-IX)
070700         ADD 1 TO DLR218-D-REG-LIENS
070800         ADD DLR218-G-AMOUNT (DLR218-REG-IX)
070900             TO DLR218-D-REG-TOTAL
071000         MOVE DLR218-D-ACC-NO   TO DLR218-G-ACC-NO (DLR218-REG-IX)
071100         MOVE DLR218-D-PROD-TYP
071200             TO DLR218-G-PROD-TYP (DLR218-REG-IX)
071300         MOVE DLR218-D-BRANCH   TO DLR218-G-BRANCH (DLR218-REG-IX)
071400         MOVE DLR218-D-CCY      TO DLR218-G-CCY (DLR218-REG-IX)
071500         IF  DLR218-D-SD-SEEN
071600             MOVE DLR218-RUN-DATE
071700                 TO DLR218-G-RECON-DATE (DLR218-REG-IX)
071800         END-IF
071900     END-IF.
072000 2600-EXIT.
072100     EXIT.
072200
072300*    A FULLY EARMARKED DEPOSIT NEEDS LIENS COVERING ITS WHOLE
072400*    BALANCE; OTHERWISE THE REGISTER TOTAL MUST EQUAL THE
072500*    AQTRANS EARMARK AMOUNT.
072600 2700-RECONCILE-DEPOSIT.
072700     ADD 1 TO DLR218-RECON-CHECKED.
072800     MOVE SPACES TO DLR218-R-TEXT.
072900     EVALUATE TRUE
073000         WHEN DLR218-D-FULLY-EARMARKED
073100         AND  DLR218-D-REG-LIENS = ZERO
073200             MOVE 'FULLY EARMARKED - NO LIEN ON FILE'
073300                 TO DLR218-R-TEXT
073400         WHEN DLR218-D-FULLY-EARMARKED
073500         AND  DLR218-D-REG-TOTAL < DLR218-D-AQT-EMARK
073600             MOVE 'LIENS SHORT OF FULL EARMARK'
073700                 TO DLR218-R-TEXT
073800         WHEN DLR218-D-FULLY-EARMARKED
073900             CONTINUE
074000         WHEN DLR218-D-REG-LIENS = ZERO
074100             MOVE 'EARMARKED - NO LIEN ON FILE'
074200                 TO DLR218-R-TEXT
074300         WHEN DLR218-D-AQT-EMARK = ZERO
074400             MOVE 'LIEN ON FILE - NOT EARMARKED'
074500                 TO DLR218-R-TEXT
074600         WHEN DLR218-D-REG-TOTAL NOT = DLR218-D-AQT-EMARK
074700             MOVE 'REGISTER DIFFERS FROM AQTRANS'
074800                 TO DLR218-R-TEXT
074900     END-EVALUATE.
075000     IF  DLR218-R-TEXT NOT = SPACES
075100         ADD 1 TO DLR218-RECON-EXCEPTIONS
075200         IF  DLR218-RECON-EXCEPTIONS = 1
075300             WRITE LIEN-LINE FROM DLR218-BLANK-LINE
075400             MOVE 'EARMARK RECONCILIATION EXCEPTIONS'
075500                 TO DLR218-MESSAGE-LINE
075600             WRITE LIEN-LINE FROM DLR218-MESSAGE-LINE
075700             WRITE LIEN-LINE FROM DLR218-RECON-HEADING
075800         END-IF
075900         MOVE DLR218-D-ACC-NO         TO DLR218-R-ACC-NO
076000         MOVE DLR218-D-DEP-NO         TO DLR218-R-DEP-NO
076100         MOVE DLR218-D-CCY            TO DLR218-R-CCY
076200         MOVE DLR218-D-REG-TOTAL      TO DLR218-R-REGISTER
076300         MOVE DLR218-D-AQT-EMARK      TO DLR218-R-AQTRANS
076400         MOVE DLR218-D-EMARK-FULL-IND TO DLR218-R-FULL-IND
076500         WRITE LIEN-LINE FROM DLR218-RECON-LINE
076600     END-IF.
076700 2700-EXIT.
076800     EXIT.
076900
077000 2800-TEST-ONE-DEBIT.
077100     ADD 1 TO DLR218-DEBITS-CHECKED.
077200     COMPUTE DLR218-BALANCE-BEFORE ROUNDED =
077300         DLR218-X-RAW-BAL (DLR218-DX) / DLR218-SCALE-DIVISOR.
077400     COMPUTE DLR218-DEBIT-AMT ROUNDED =
077500         DLR218-X-RAW-AMT (DLR218-DX) / DLR218-SCALE-DIVISOR.
077600     COMPUTE DLR218-BALANCE-AFTER =
077700         DLR218-BALANCE-BEFORE - DLR218-DEBIT-AMT.
077800     IF  (DLR218-D-FULLY-EARMARKED
077900         AND DLR218-DEBIT-AMT > ZERO)
078000     OR  DLR218-BALANCE-AFTER < DLR218-D-EARMARKED
078100         PERFORM 2850-BLOCK-DEBIT
078200     END-IF.
078300 2800-EXIT.
078400     EXIT.
078500
078600 2850-BLOCK-DEBIT.
078700     ADD 1 TO DLR218-DEBITS-BLOCKED.
078800     MOVE DLR218-D-ACC-NO   TO DLLIENBK-ACC-NO.
078900     MOVE DLR218-D-DEP-NO   TO DLLIENBK-DEP-NO.
079000     MOVE DLR218-X-TRANS-REF (DLR218-DX)   TO DLLIENBK-TRANS-REF.
079100     MOVE DLR218-X-VER-NO (DLR218-DX)      TO DLLIENBK-VER-NO.
079200     MOVE DLR218-X-PROD-TRNTYP (DLR218-DX)
079250         TO DLLIENBK-PROD-TRNTYP.
079300     MOVE DLR218-X-BRANCH (DLR218-DX)      TO DLLIENBK-BRANCH.
079400     MOVE DLR218-X-RAW-AMT (DLR218-DX)     TO DLLIENBK-DR-AMT.
079500     MOVE DLR218-RUN-DATE   TO DLLIENBK-BLOCKED-DATE.
079600     WRITE DLLIENBK-RECORD.
079700     MOVE SPACES TO DLR218-BLOCK-LINE.
079800     MOVE DLR218-D-ACC-NO                  TO DLR218-L-ACC-NO.
079900     MOVE DLR218-D-DEP-NO                  TO DLR218-L-DEP-NO.
080000     MOVE DLR218-X-TRANS-REF (DLR218-DX)   TO DLR218-L-TRANS-REF.
080100     MOVE DLR218-X-PROD-TRNTYP (DLR218-DX)
080200         TO DLR218-L-PROD-TRNTYP.
080300     MOVE DLR218-D-CCY                     TO DLR218-L-CCY.
080400     MOVE DLR218-BALANCE-BEFORE            TO DLR218-L-BALANCE.
080500     MOVE DLR218-DEBIT-AMT                 TO DLR218-L-DEBIT.
080600     MOVE DLR218-D-EARMARKED               TO DLR218-L-EARMARKED.
080700     IF  DLR218-D-FULLY-EARMARKED
080800         MOVE 'FULL EARMARK' TO DLR218-L-FULL-TEXT
080900     END-IF.
081000     IF  DLR218-BLOCK-COUNT < 500
081100         ADD 1 TO DLR218-BLOCK-COUNT
081200         SET DLR218-BX TO DLR218-BLOCK-COUNT
081300         MOVE DLR218-X-BRANCH (DLR218-DX)
081400             TO DLR218-B-BRANCH (DLR218-BX)
081500         MOVE DLR218-BLOCK-LINE TO DLR218-B-IMAGE (DLR218-BX)
081600         PERFORM 2860-NOTE-BRANCH
081700     ELSE
081800         ADD 1 TO DLR218-BLOCKS-NOT-LISTED
081900     END-IF.
082000 2850-EXIT.
082100     EXIT.
082200
082300 2860-NOTE-BRANCH.
082400     SET DLR218-NX TO 1.
082500     SEARCH DLR218-BRANCH-ENTRY
082600         AT END
082700             CONTINUE
082800         WHEN DLR218-NX > DLR218-BRANCH-COUNT
082900             ADD 1 TO DLR218-BRANCH-COUNT
083000             MOVE DLR218-X-BRANCH (DLR218-DX)
083100                 TO DLR218-N-BRANCH (DLR218-NX)
083200         WHEN DLR218-N-BRANCH (DLR218-NX)
083300            = DLR218-X-BRANCH (DLR218-DX)
083400             CONTINUE
083500     END-SEARCH.
083600 2860-EXIT.
083700     EXIT.
083800
083900 2900-SET-DIVISOR.
084000     MOVE DLR218-D-CCY-DEC TO DLR218-CCY-DECIMALS.
084100     SET DLR218-ATT-IX TO 1.
084200     SEARCH DLR218-ATT-ENTRY
084300         AT END
084400             CONTINUE
084500         WHEN DLR218-ATT-IX > DLR218-ATT-COUNT
084600             CONTINUE
084700         WHEN DLR218-A-CCY (DLR218-ATT-IX) = DLR218-D-CCY
084800             MOVE DLR218-A-DECIMALS (DLR218-ATT-IX)
084900                 TO DLR218-CCY-DECIMALS
085000     END-SEARCH.
085100     EVALUATE DLR218-CCY-DECIMALS
085200         WHEN 0
085300             MOVE 1      TO DLR218-SCALE-DIVISOR
085400         WHEN 1
085500             MOVE 10     TO DLR218-SCALE-DIVISOR
085600         WHEN 2
085700             MOVE 100    TO DLR218-SCALE-DIVISOR
085800         WHEN 3
085900             MOVE 1000   TO DLR218-SCALE-DIVISOR
086000         WHEN OTHER
086100             MOVE 100    TO DLR218-SCALE-DIVISOR
086200     END-EVALUATE.
086300 2900-EXIT.
086400     EXIT.
086500
086600*    THE BLOCKED DEBITS ARE PRINTED UNDER A HEADING FOR EACH
086700*    BRANCH, IN THE ORDER THE BRANCHES FIRST TURNED UP.
086800 4000-PRINT-BLOCKED.
086900     WRITE LIEN-LINE FROM DLR218-BLANK-LINE.
087000     MOVE 'BLOCKED TRANSACTIONS - BELOW EARMARKED AMOUNT'
087100         TO DLR218-MESSAGE-LINE.
087200     WRITE LIEN-LINE FROM DLR218-MESSAGE-LINE.
087300     PERFORM 4100-PRINT-ONE-BRANCH
087400         VARYING DLR218-NX FROM 1 BY 1
087500         UNTIL DLR218-NX > DLR218-BRANCH-COUNT.
087600 4000-EXIT.
087700     EXIT.
087800
087900 4100-PRINT-ONE-BRANCH.
088000     WRITE LIEN-LINE FROM DLR218-BLANK-LINE.
088100     MOVE DLR218-N-BRANCH (DLR218-NX) TO DLR218-N-LINE-BRANCH.
088200     WRITE LIEN-LINE FROM DLR218-BRANCH-LINE.
088300     WRITE LIEN-LINE FROM DLR218-BLOCK-HEADING.
088400     PERFORM 4200-PRINT-ONE-BLOCK
088500         VARYING DLR218-BX FROM 1 BY 1
088600         UNTIL DLR218-BX > DLR218-BLOCK-COUNT.
088700 4100-EXIT.
088800     EXIT.
088900
089000 4200-PRINT-ONE-BLOCK.
089100     IF  DLR218-B-BRANCH (DLR218-BX) = DLR218-N-BRANCH (DLR218-NX)
089200         MOVE DLR218-B-IMAGE (DLR218-BX) TO LIEN-LINE
089300         WRITE LIEN-LINE
089400     END-IF.
089500 4200-EXIT.
089600     EXIT.
089700
089800 5000-PRINT-EXPIRED.
089900     WRITE LIEN-LINE FROM DLR218-BLANK-LINE.
090000     MOVE 'LIENS PAST THEIR EXPIRY DATE - STILL ENFORCED'
090100         TO DLR218-MESSAGE-LINE.
090200     WRITE LIEN-LINE FROM DLR218-MESSAGE-LINE.
090300     WRITE LIEN-LINE FROM DLR218-EXPIRED-HEADING.
090400     PERFORM 5100-TEST-ONE-EXPIRY
090500         VARYING DLR218-REG-IX FROM 1 BY 1
090600         UNTIL DLR218-REG-IX > DLR218-REG-COUNT.
090700 5000-EXIT.
090800     EXIT.
090900
091000 5100-TEST-ONE-EXPIRY.
091100     IF  DLR218-G-ACTIVE (DLR218-REG-IX)
091200     AND DLR218-G-EXPIRY (DLR218-REG-IX) > ZERO
091300     AND DLR218-G-EXPIRY (DLR218-REG-IX) < DLR218-RUN-DATE
091400         ADD 1 TO DLR218-LIENS-EXPIRED
091500         MOVE SPACES TO DLR218-EXPIRED-LINE
091600         MOVE DLR218-G-BRANCH (DLR218-REG-IX)   TO DLR218-E-BRANCH
091700         MOVE DLR218-G-ACC-NO (DLR218-REG-IX)   TO DLR218-E-ACC-NO
091800         MOVE DLR218-G-DEP-NO (DLR218-REG-IX)   TO DLR218-E-DEP-NO
091900         MOVE DLR218-G-LIEN-REF (DLR218-REG-IX)
092000             TO DLR218-E-LIEN-REF
092100         MOVE DLR218-G-HOLDER (DLR218-REG-IX)   TO DLR218-E-HOLDER
092200         MOVE DLR218-G-AMOUNT (DLR218-REG-IX)   TO DLR218-E-AMOUNT
092300         MOVE DLR218-G-EXPIRY (DLR218-REG-IX)   TO DLR218-E-EXPIRY
092400         MOVE DLR218-G-REASON (DLR218-REG-IX)   TO DLR218-E-REASON
092500         WRITE LIEN-LINE FROM DLR218-EXPIRED-LINE
092600     END-IF.
092700 5100-EXIT.
092800     EXIT.
092900
093000 6000-WRITE-NEW-REGISTER.
093100     IF  DLR218-G-ACTIVE (DLR218-REG-IX)
093200         MOVE DLR218-G-DEP-NO (DLR218-REG-IX)   TO LRO-DEP-NO
093300         MOVE DLR218-G-LIEN-REF (DLR218-REG-IX) TO LRO-LIEN-REF
093400         MOVE DLR218-G-ACC-NO (DLR218-REG-IX)   TO LRO-ACC-NO
093500         MOVE DLR218-G-PROD-TYP (DLR218-REG-IX) TO LRO-PROD-TYP
093600         MOVE DLR218-G-BRANCH (DLR218-REG-IX)   TO LRO-BRANCH
093700         MOVE DLR218-G-CCY (DLR218-REG-IX)      TO LRO-CCY
093800         MOVE DLR218-G-AMOUNT (DLR218-REG-IX)   TO LRO-AMOUNT
093900         MOVE DLR218-G-HOLDER (DLR218-REG-IX)   TO LRO-HOLDER
094000         MOVE DLR218-G-REASON (DLR218-REG-IX)   TO LRO-REASON
094100         MOVE DLR218-G-EXPIRY (DLR218-REG-IX)   TO LRO-EXPIRY
094200         MOVE DLR218-G-PLACED-DATE (DLR218-REG-IX)
094300             TO LRO-PLACED-DATE
094400         MOVE DLR218-G-RECON-DATE (DLR218-REG-IX)
094500             TO LRO-RECON-DATE
094600         WRITE REGISTER-OUT-REC
094700         ADD 1 TO DLR218-LIENS-WRITTEN
094800     END-IF.
094900 6000-EXIT.
095000     EXIT.
095100
095200 8000-PRINT-TOTALS.
095300     WRITE LIEN-LINE FROM DLR218-BLANK-LINE.
095400     MOVE 'AQTRANS RECORDS READ' TO DLR218-T-LABEL.
095500     MOVE DLR218-TRANS-READ TO DLR218-T-COUNT.
095600     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
095700     MOVE 'LIEN CARDS READ' TO DLR218-T-LABEL.
095800     MOVE DLR218-CARDS-READ TO DLR218-T-COUNT.
095900     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
096000     MOVE 'LIENS PLACED' TO DLR218-T-LABEL.
096100     MOVE DLR218-LIENS-PLACED TO DLR218-T-COUNT.
096200     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
096300     MOVE 'LIENS RELEASED' TO DLR218-T-LABEL.
096400     MOVE DLR218-LIENS-RELEASED TO DLR218-T-COUNT.
096500     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
096600     MOVE 'LIEN CARDS REJECTED' TO DLR218-T-LABEL.
096700     MOVE DLR218-CARDS-REJECTED TO DLR218-T-COUNT.
096800     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
096900     MOVE 'EARMARKED DEPOSITS RECONCILED' TO DLR218-T-LABEL.
097000     MOVE DLR218-RECON-CHECKED TO DLR218-T-COUNT.
097100     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
097200     MOVE 'RECONCILIATION EXCEPTIONS' TO DLR218-T-LABEL.
097300     MOVE DLR218-RECON-EXCEPTIONS TO DLR218-T-COUNT.
097400     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
097500     MOVE 'WITHDRAWAL DEBITS CHECKED' TO DLR218-T-LABEL.
097600     MOVE DLR218-DEBITS-CHECKED TO DLR218-T-COUNT.
097700     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
097800     MOVE 'WITHDRAWAL DEBITS BLOCKED' TO DLR218-T-LABEL.
097900     MOVE DLR218-DEBITS-BLOCKED TO DLR218-T-COUNT.
098000     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
098100     MOVE 'DEBITS NOT CHECKED - TABLE FULL' TO DLR218-T-LABEL.
098200     MOVE DLR218-DEBITS-UNCHECKED TO DLR218-T-COUNT.
098300     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
098400     MOVE 'BLOCKED NOT LISTED - TABLE FULL' TO DLR218-T-LABEL.
098500     MOVE DLR218-BLOCKS-NOT-LISTED TO DLR218-T-COUNT.
098600     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
098700     MOVE 'LIENS PAST EXPIRY' TO DLR218-T-LABEL.
098800     MOVE DLR218-LIENS-EXPIRED TO DLR218-T-COUNT.
098900     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
099000     MOVE 'LIENS ON NEW REGISTER' TO DLR218-T-LABEL.
099100     MOVE DLR218-LIENS-WRITTEN TO DLR218-T-COUNT.
099200     WRITE LIEN-LINE FROM DLR218-TOTAL-LINE.
099300 8000-EXIT.
099400     EXIT.
099500
099600 9000-TERMINATE.
099700     IF  (DLR218-DEBITS-BLOCKED > ZERO
099800         OR DLR218-RECON-EXCEPTIONS > ZERO
099900         OR DLR218-CARDS-REJECTED > ZERO
100000         OR DLR218-DEBITS-UNCHECKED > ZERO
100100         OR DLR218-BLOCKS-NOT-LISTED > ZERO)
100200     AND RETURN-CODE < 4
100300         MOVE 4 TO RETURN-CODE
100400     END-IF.
100500     DISPLAY 'DLR218 LIENS PLACED      = ' DLR218-LIENS-PLACED.
100600     DISPLAY 'DLR218 LIENS RELEASED    = ' DLR218-LIENS-RELEASED.
100700     DISPLAY 'DLR218 DEBITS BLOCKED    = ' DLR218-DEBITS-BLOCKED.
100800     DISPLAY 'DLR218 RECON EXCEPTIONS  = '
100900         DLR218-RECON-EXCEPTIONS.
101000     CLOSE LIEN-CARDS
101100           AQTRANS-FILE
101200           REGISTER-OUT
101300           BLOCKED-FILE
101400           LIEN-REPORT.
101500 9000-EXIT.
101600     EXIT.
