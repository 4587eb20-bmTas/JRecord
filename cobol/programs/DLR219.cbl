000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR219.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR219 - DEPOSIT CONFIRMATION ADVICE RUN                     *
001000*                                                                *
001100*   PASSES AQTRANS A DEPOSIT AT A TIME AND PRINTS A CUSTOMER     *
001200*   CONFIRMATION ADVICE FOR EVERY NEW DEPOSIT (DEP SD), ROLLOVER *
001300*   (ROL SD) AND MATURITY / RATE AMENDMENT (UDP WITH THE         *
001400*   MATURITY-DATE OR INTEREST-RATE CHANGE INDICATOR SET) WHOSE   *
001500*   TRN-SD-ADVICE-PRT-STATUS IS NOT YET 'PR'. THE ADVICE SHOWS   *
001600*   PRINCIPAL, CURRENCY, RATE, VALUE AND MATURITY DATES,         *
001700*   CONTRACT PERIOD AND THE PROJECTED MATURITY INTEREST GROSS,   *
001800*   WITHHOLDING TAX (DLPARAMM WTAX-RATE-BP WHERE THE DEPOSIT'S   *
001900*   TRN-SD-WTAX-IND IS 'Y') AND NET. EACH ADVICE PRINTED IS      *
002000*   WRITTEN TO THE ADVSTAT STATUS UPDATE FILE THE DEPOSIT        *
002100*   SYSTEM APPLIES TO MARK IT PRINTED. ADVRPRT CARDS NAME LOST   *
002200*   ADVICES (BY TRANS-REF) TO PRINT AGAIN, MARKED DUPLICATE,     *
002300*   WHATEVER THEIR STATUS. AMENDMENT RECORDS DO NOT CARRY THE    *
002400*   VALUE START, SO A DEPOSIT'S ADVICES ARE HELD UNTIL ALL ITS   *
002500*   RECORDS ARE READ AND TAKE IT FROM ITS START-DEPOSIT RECORD.  *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT REPRINT-CARDS     ASSIGN TO ADVRPRT
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT CCY-ATTR-FILE     ASSIGN TO DLCCYATT
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT ADVICE-PRINT      ASSIGN TO ADVPRINT
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT STATUS-FILE       ASSIGN TO ADVSTAT
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  REPRINT-CARDS
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  REPRINT-CARD-REC.
005600     05  ARC-TRANS-REF           PIC X(13).
005700     05  ARC-ACC-NO              PIC X(20).
005800     05  ARC-DEP-NO              PIC X(11).
005900     05  ARC-REQUESTED-BY        PIC X(08).
006000     05  FILLER                  PIC X(28).
006100 FD  AQTRANS-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400     COPY AQTRANS.
006500 FD  PARAM-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLPARAMM-RECORD.
006900     COPY DLPARAMM.
007000 FD  CCY-ATTR-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLCCYATT-RECORD.
007400     COPY DLCCYATT.
007500 FD  ADVICE-PRINT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  ADVICE-LINE                 PIC X(80).
007900 FD  STATUS-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  STATUS-REC.
008300     05  AST-TRANS-KEY           PIC X(50).
008400     05  AST-ADVICE-STATUS       PIC X(02).
008500     05  AST-PRINT-DATE          PIC 9(08).
008600     05  AST-ADVICE-TYPE         PIC X(02).
008700     05  AST-REPRINT-IND         PIC X(01).
008800         88  AST-REPRINT                VALUE 'R'.
008900     05  AST-REQUESTED-BY        PIC X(08).
009000 WORKING-STORAGE SECTION.
009100 01  DLR219-SWITCHES.
009200     05  DLR219-EOF-SW            PIC X(01)  VALUE 'N'.
009300         88  DLR219-EOF                      VALUE 'Y'.
009400     05  DLR219-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
009500         88  DLR219-CARD-EOF                 VALUE 'Y'.
009600     05  DLR219-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
009700         88  DLR219-PARM-EOF                 VALUE 'Y'.
009800     05  DLR219-ATT-EOF-SW        PIC X(01)  VALUE 'N'.
009900         88  DLR219-ATT-EOF                  VALUE 'Y'.
010000     05  DLR219-HELD-SW           PIC X(01)  VALUE 'N'.
010100         88  DLR219-DEPOSIT-HELD             VALUE 'Y'.
010200     05  DLR219-WANTED-SW         PIC X(01)  VALUE 'N'.
010300         88  DLR219-WANTED                   VALUE 'Y'.
010400 01  DLR219-CONSTANTS.
010500*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
010600*    WITHHOLDING TAX RATE IN BASIS POINTS (1500 = 15.00%).
010700     05  DLR219-WTAX-RATE-BP      PIC 9(09)  VALUE 1500.
010800     05  DLR219-PRINTED-STATUS    PIC X(02)  VALUE 'PR'.
010900 01  DLR219-BEST-EFFS.
011000     05  DLR219-BEST-EFF-WTAX     PIC 9(08)  VALUE ZERO.
011100 01  DLR219-RUN-DATE              PIC 9(08)  VALUE ZERO.
011200*    CURRENCY ATTRIBUTES - DECIMALS AND INTEREST DAY BASIS.
011300 01  DLR219-ATT-CONTROL.
011400     05  DLR219-ATT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
011500 01  DLR219-ATT-TABLE.
011600     05  DLR219-ATT-ENTRY OCCURS 50 TIMES
011700                          INDEXED BY DLR219-ATT-IX.
011800         10  DLR219-T-CCY         PIC X(03).
011900         10  DLR219-T-DECIMALS    PIC 9(01).
012000         10  DLR219-T-DAY-BASIS   PIC 9(03).
012100 01  DLR219-CCY-FIELDS.
012200     05  DLR219-CCY-DECIMALS      PIC 9(01).
012300     05  DLR219-SCALE-DIVISOR     PIC 9(06).
012400     05  DLR219-DAY-BASIS         PIC 9(03).
012500*    REPRINT REQUESTS, TICKED OFF AS THEIR RECORDS ARE FOUND.
012600 01  DLR219-RPT-CONTROL.
012700     05  DLR219-RPT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
012800 01  DLR219-RPT-TABLE.
012900     05  DLR219-RPT-ENTRY OCCURS 200 TIMES
013000                          INDEXED BY DLR219-RPT-IX.
013100         10  DLR219-P-TRANS-REF   PIC X(13).
013200         10  DLR219-P-ACC-NO      PIC X(20).
013300         10  DLR219-P-DEP-NO      PIC X(11).
013400         10  DLR219-P-REQUESTED-BY PIC X(08).
013500         10  DLR219-P-FOUND-SW    PIC X(01).
013600             88  DLR219-P-FOUND              VALUE 'Y'.
013700*    THE DEPOSIT BEING PASSED AND THE ADVICES HELD FOR IT.
013800 01  DLR219-DEPOSIT.
013900     05  DLR219-D-KEY.
014000         10  DLR219-D-PROD-TYP    PIC X(02).
014100         10  DLR219-D-ACC-NO      PIC X(20).
014200         10  DLR219-D-DEP-NO      PIC X(11).
014300     05  DLR219-D-VAL-START       PIC 9(08).
014400     05  DLR219-D-WTAX-IND        PIC X(01).
014500     05  DLR219-D-ADVICE-COUNT    PIC S9(04)  COMP.
014600 01  DLR219-ADVICE-TABLE.
014700     05  DLR219-V-ENTRY OCCURS 50 TIMES
014800                        INDEXED BY DLR219-VX.
014900         10  DLR219-V-TRANS-KEY   PIC X(50).
015000         10  DLR219-V-TRANS-REF   PIC X(13).
015100         10  DLR219-V-TYPE        PIC X(02).
015200             88  DLR219-V-NEW-DEPOSIT        VALUE 'ND'.
015300             88  DLR219-V-ROLLOVER           VALUE 'RO'.
015400             88  DLR219-V-MATURITY-AMEND     VALUE 'MA'.
015500             88  DLR219-V-RATE-AMEND         VALUE 'RA'.
015600             88  DLR219-V-BOTH-AMEND         VALUE 'MR'.
015700         10  DLR219-V-REPRINT-SW  PIC X(01).
015800             88  DLR219-V-REPRINT            VALUE 'Y'.
015900         10  DLR219-V-REQUESTED-BY PIC X(08).
016000         10  DLR219-V-CCY         PIC X(03).
016100         10  DLR219-V-CCY-DEC     PIC 9(01).
016200         10  DLR219-V-RAW-PRINCIPAL PIC S9(15)   COMP-3.
016300         10  DLR219-V-INT-RATE    PIC S9(03)V9(06) COMP-3.
016400         10  DLR219-V-VAL-START   PIC 9(08).
016500         10  DLR219-V-VAL-END     PIC 9(08).
016600         10  DLR219-V-CONTRACT-PRD PIC X(03).
016700         10  DLR219-V-NO-OF-DAYS  PIC S9(05)   COMP-3.
016800 01  DLR219-RECORD-KEY.
016900     05  DLR219-K-PROD-TYP        PIC X(02).
017000     05  DLR219-K-ACC-NO          PIC X(20).
017100     05  DLR219-K-DEP-NO          PIC X(11).
017200 01  DLR219-ADVICE-TYPE           PIC X(02).
017300 01  DLR219-ADVICE-FIGURES.
017400     05  DLR219-PRINCIPAL         PIC S9(13)V99  COMP-3.
017500     05  DLR219-GROSS-INTEREST    PIC S9(13)V99  COMP-3.
017600     05  DLR219-WTAX-AMT          PIC S9(13)V99  COMP-3.
017700     05  DLR219-NET-INTEREST      PIC S9(13)V99  COMP-3.
017800     05  DLR219-MATURITY-VALUE    PIC S9(13)V99  COMP-3.
017900 01  DLR219-COUNTERS.
018000     05  DLR219-TRANS-READ        PIC 9(09)  VALUE ZERO.
018100     05  DLR219-ADVICES-PRINTED   PIC 9(07)  VALUE ZERO.
018200     05  DLR219-REPRINTS          PIC 9(07)  VALUE ZERO.
018300     05  DLR219-ALREADY-PRINTED   PIC 9(07)  VALUE ZERO.
018400     05  DLR219-NOT-HELD          PIC 9(07)  VALUE ZERO.
018500     05  DLR219-REPRINT-NOT-FOUND PIC 9(07)  VALUE ZERO.
018600*    THE ADVICE LINES.
018700 01  DLR219-ADVICE-HEAD.
018800     05  FILLER                   PIC X(40)  VALUE
018900         'IML FINANCE - DEPOSIT CONFIRMATION ADVIC'.
019000     05  FILLER                   PIC X(02)  VALUE 'E '.
019100     05  DLR219-A-DUPLICATE       PIC X(17).
019200 01  DLR219-ADVICE-TYPE-LINE.
019300     05  FILLER                   PIC X(18)  VALUE
019400         'ADVICE FOR      : '.
019500     05  DLR219-A-TYPE-TEXT       PIC X(40).
019600 01  DLR219-ADVICE-ACCOUNT.
019700     05  FILLER                   PIC X(18)  VALUE
019800         'ACCOUNT NO      : '.
019900     05  DLR219-A-ACC-NO          PIC X(20).
020000     05  FILLER                   PIC X(15)  VALUE
020100         '  DEPOSIT NO : '.
020200     05  DLR219-A-DEP-NO          PIC X(11).
020300 01  DLR219-ADVICE-REFERENCE.
020400     05  FILLER                   PIC X(18)  VALUE
020500         'TRANSACTION REF : '.
020600     05  DLR219-A-TRANS-REF       PIC X(13).
020700     05  FILLER                   PIC X(22)  VALUE
020800         '         ADVICE DATE '.
020900     05  DLR219-A-ADVICE-DATE     PIC 9(08).
021000 01  DLR219-ADVICE-PRINCIPAL.
021100     05  FILLER                   PIC X(18)  VALUE
021200         'PRINCIPAL       : '.
021300     05  DLR219-A-CCY             PIC X(03).
021400     05  FILLER                   PIC X(01)  VALUE SPACE.
021500     05  DLR219-A-PRINCIPAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021600 01  DLR219-ADVICE-RATE.
021700     05  FILLER                   PIC X(18)  VALUE
021800         'INTEREST RATE   : '.
021900     05  DLR219-A-INT-RATE        PIC ZZ9.999999.
022000     05  FILLER                   PIC X(09)  VALUE ' PCT P.A.'.
022100 01  DLR219-ADVICE-DATES.
022200     05  FILLER                   PIC X(18)  VALUE
022300         'VALUE DATE      : '.
022400     05  DLR219-A-VAL-START       PIC X(08).
022500     05  FILLER                   PIC X(18)  VALUE
022600         '  MATURITY DATE : '.
022700     05  DLR219-A-VAL-END         PIC 9(08).
022800 01  DLR219-ADVICE-PERIOD.
022900     05  FILLER                   PIC X(18)  VALUE
023000         'CONTRACT PERIOD : '.
023100     05  DLR219-A-CONTRACT-PRD    PIC X(03).
023200     05  FILLER                   PIC X(02)  VALUE ' ('.
023300     05  DLR219-A-NO-OF-DAYS      PIC ZZZZ9.
023400     05  FILLER                   PIC X(06)  VALUE ' DAYS)'.
023500 01  DLR219-ADVICE-AMOUNT.
023600     05  DLR219-A-AMOUNT-LABEL    PIC X(40).
023700     05  DLR219-A-AMOUNT-CCY      PIC X(03).
023800     05  FILLER                   PIC X(01)  VALUE SPACE.
023900     05  DLR219-A-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000 01  DLR219-ADVICE-RULE           PIC X(80)  VALUE ALL '-'.
024100 01  DLR219-BLANK-LINE            PIC X(80)  VALUE SPACES.
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE.
024500     PERFORM 2000-PROCESS-TRANS
024600         UNTIL DLR219-EOF.
024700     IF  DLR219-DEPOSIT-HELD
024800         PERFORM 3000-PRINT-DEPOSIT-ADVICES
024900     END-IF.
025000     PERFORM 4000-CHECK-REPRINTS
025100         VARYING DLR219-RPT-IX FROM 1 BY 1
025200         UNTIL DLR219-RPT-IX > DLR219-RPT-COUNT.
025300     PERFORM 9000-TERMINATE.
025400     STOP RUN.
025500
025600 1000-INITIALIZE.
025700     ACCEPT DLR219-RUN-DATE FROM DATE YYYYMMDD.
025800     PERFORM 1100-LOAD-PARAMETERS.
025900     PERFORM 1200-LOAD-CCY-ATTRS.
026000     PERFORM 1300-LOAD-REPRINTS.
026100     OPEN INPUT  AQTRANS-FILE.
026200     OPEN OUTPUT ADVICE-PRINT.
026300     OPEN OUTPUT STATUS-FILE.
026400     DISPLAY 'DLR219 WTAX RATE BP USED = '
026500         DLR219-WTAX-RATE-BP.
026600     PERFORM 2100-READ-AQTRANS.
026700 1000-EXIT.
026800     EXIT.
026900
027000*    THE LATEST DLPARAMM ROWS EFFECTIVE ON OR BEFORE THE RUN
027100*    DATE WIN; WITH NO ROWS THE BUILT-IN DEFAULTS STAND.
027200 1100-LOAD-PARAMETERS.
027300     OPEN INPUT PARAM-FILE.
027400     PERFORM 1110-READ-PARAM.
027500     PERFORM 1120-TEST-ONE-PARAM
027600         UNTIL DLR219-PARM-EOF.
027700     CLOSE PARAM-FILE.
027800 1100-EXIT.
027900     EXIT.
028000
028100 1110-READ-PARAM.
028200     READ PARAM-FILE
028300         AT END
028400             MOVE 'Y' TO DLR219-PARM-EOF-SW
028500     END-READ.
028600 1110-EXIT.
028700     EXIT.
028800
028900 1120-TEST-ONE-PARAM.
029000     IF  DLPARAMM-JOB-NAME = 'DLR219  '
029100     AND DLPARAMM-EFF-FROM <= DLR219-RUN-DATE
029200         EVALUATE TRUE
029300             WHEN DLPARAMM-PARAM-NAME = 'WTAX-RATE-BP'
029400             AND  DLPARAMM-EFF-FROM >= DLR219-BEST-EFF-WTAX
029500                 MOVE DLPARAMM-EFF-FROM
029600                     TO DLR219-BEST-EFF-WTAX
029700                 MOVE DLPARAMM-PARAM-VALUE
029800                     TO DLR219-WTAX-RATE-BP
029900             WHEN OTHER
030000                 CONTINUE
030100         END-EVALUATE
030200     END-IF.
030300     PERFORM 1110-READ-PARAM.
030400 1120-EXIT.
030500     EXIT.
030600
030700 1200-LOAD-CCY-ATTRS.
030800     OPEN INPUT CCY-ATTR-FILE.
030900     PERFORM 1210-READ-CCY-ATTR.
031000     PERFORM 1220-HOLD-ONE-CCY-ATTR
031100         UNTIL DLR219-ATT-EOF.
031200     CLOSE CCY-ATTR-FILE.
031300 1200-EXIT.
031400     EXIT.
031500
031600 1210-READ-CCY-ATTR.
031700     READ CCY-ATTR-FILE
031800         AT END
031900             MOVE 'Y' TO DLR219-ATT-EOF-SW
032000     END-READ.
032100 1210-EXIT.
032200     EXIT.
032300
032400 1220-HOLD-ONE-CCY-ATTR.
032500     IF  DLR219-ATT-COUNT < 50
032600         ADD 1 TO DLR219-ATT-COUNT
032700         SET DLR219-ATT-IX TO DLR219-ATT-COUNT
032800         MOVE DLCCYATT-CCY
032900             TO DLR219-T-CCY (DLR219-ATT-IX)
033000         MOVE DLCCYATT-DECIMALS
033100             TO DLR219-T-DECIMALS (DLR219-ATT-IX)
033200         IF  DLCCYATT-DAY-BASIS = 360
033300             MOVE 360 TO DLR219-T-DAY-BASIS (DLR219-ATT-IX)
033400         ELSE
033500             MOVE 365 TO DLR219-T-DAY-BASIS (DLR219-ATT-IX)
033600         END-IF
033700     END-IF.
033800     PERFORM 1210-READ-CCY-ATTR.
033900 1220-EXIT.
034000     EXIT.
034100
034200 1300-LOAD-REPRINTS.
034300     OPEN INPUT REPRINT-CARDS.
034400     PERFORM 1310-READ-CARD.
034500     PERFORM 1320-HOLD-ONE-REPRINT
034600         UNTIL DLR219-CARD-EOF.
034700     CLOSE REPRINT-CARDS.
034800 1300-EXIT.
034900     EXIT.
035000
035100 1310-READ-CARD.
035200     READ REPRINT-CARDS
035300         AT END
035400             MOVE 'Y' TO DLR219-CARD-EOF-SW
035500     END-READ.
035600 1310-EXIT.
035700     EXIT.
035800
035900 1320-HOLD-ONE-REPRINT.
036000     IF  DLR219-RPT-COUNT < 200
036100     AND ARC-TRANS-REF NOT = SPACES
036200         ADD 1 TO DLR219-RPT-COUNT
036300         SET DLR219-RPT-IX TO DLR219-RPT-COUNT
036400         MOVE ARC-TRANS-REF  TO DLR219-P-TRANS-REF (DLR219-RPT-IX)
036500         MOVE ARC-ACC-NO     TO DLR219-P-ACC-NO (DLR219-RPT-IX)
036600         MOVE ARC-DEP-NO     TO DLR219-P-DEP-NO (DLR219-RPT-IX)
036700         MOVE ARC-REQUESTED-BY
036800             TO DLR219-P-REQUESTED-BY (DLR219-RPT-IX)
036900         MOVE 'N'            TO DLR219-P-FOUND-SW (DLR219-RPT-IX)
037000     ELSE
037100         DISPLAY 'DLR219 REPRINT CARD NOT TAKEN - ' ARC-TRANS-REF
037200         ADD 1 TO DLR219-REPRINT-NOT-FOUND
037300     END-IF.
037400     PERFORM 1310-READ-CARD.
037500 1320-EXIT.
037600     EXIT.
037700
037800*    AQTRANS IS IN PRODUCT / ACCOUNT / DEPOSIT ORDER, SO A
037900*    DEPOSIT'S RECORDS ARRIVE TOGETHER; ITS ADVICES ARE PRINTED
038000*    ON THE CHANGE OF KEY.
038100 2000-PROCESS-TRANS.
038200     ADD 1 TO DLR219-TRANS-READ.
038300     MOVE TRANS-PROD-TYP TO DLR219-K-PROD-TYP.
038400     MOVE TRANS-ACC-NO   TO DLR219-K-ACC-NO.
038500     MOVE TRANS-DEP-NO   TO DLR219-K-DEP-NO.
038600     IF  DLR219-RECORD-KEY NOT = DLR219-D-KEY
038700     OR  NOT DLR219-DEPOSIT-HELD
038800         IF  DLR219-DEPOSIT-HELD
038900             PERFORM 3000-PRINT-DEPOSIT-ADVICES
039000         END-IF
039100         MOVE DLR219-RECORD-KEY TO DLR219-D-KEY
039200         MOVE 'Y'  TO DLR219-HELD-SW
039300         MOVE ZERO TO DLR219-D-VAL-START
039400                      DLR219-D-ADVICE-COUNT
039500         MOVE 'Y'  TO DLR219-D-WTAX-IND
039600     END-IF.
039700     IF  TRANS-BASIC-TRNTYP = 'SD  '
039800         MOVE TRN-SD-DTE-VAL-START TO DLR219-D-VAL-START
039900         MOVE TRN-SD-WTAX-IND      TO DLR219-D-WTAX-IND
040000     END-IF.
040100     PERFORM 2200-CLASSIFY-RECORD.
040200     IF  DLR219-ADVICE-TYPE NOT = SPACES
040300         PERFORM 2300-TEST-WANTED
040400         IF  DLR219-WANTED
040500             PERFORM 2400-HOLD-ADVICE
040600         END-IF
040700     END-IF.
040800     PERFORM 2100-READ-AQTRANS.
040900 2000-EXIT.
041000     EXIT.
041100
041200 2100-READ-AQTRANS.
041300     READ AQTRANS-FILE
041400         AT END
041500             MOVE 'Y' TO DLR219-EOF-SW
041600     END-READ.
041700 2100-EXIT.
041800     EXIT.
041900
042000*    AN AMENDMENT (UDP) CARRIES THE CHANGE INDICATORS IN THE
042100*    SAME POSITIONS AS THE START-DEPOSIT LAYOUT.
042200 2200-CLASSIFY-RECORD.
042300     MOVE SPACES TO DLR219-ADVICE-TYPE.
042400     EVALUATE TRUE
042500         WHEN TRANS-BASIC-TRNTYP = 'SD  '
042600         AND  TRANS-PROD-TRNTYP = 'DEP '
042700             MOVE 'ND' TO DLR219-ADVICE-TYPE
042800         WHEN TRANS-BASIC-TRNTYP = 'SD  '
042900         AND  TRANS-PROD-TRNTYP = 'ROL '
043000             MOVE 'RO' TO DLR219-ADVICE-TYPE
043100         WHEN TRANS-BASIC-TRNTYP = 'UDP '
043200         AND  TRN-SD-MATDTE-CHG-IND = 'Y'
043300         AND  TRN-SD-INTRTE-CHG-IND = 'Y'
043400             MOVE 'MR' TO DLR219-ADVICE-TYPE
043500         WHEN TRANS-BASIC-TRNTYP = 'UDP '
043600         AND  TRN-SD-MATDTE-CHG-IND = 'Y'
043700             MOVE 'MA' TO DLR219-ADVICE-TYPE
043800         WHEN TRANS-BASIC-TRNTYP = 'UDP '
043900         AND  TRN-SD-INTRTE-CHG-IND = 'Y'
044000             MOVE 'RA' TO DLR219-ADVICE-TYPE
044100         WHEN OTHER
044200             CONTINUE
044300     END-EVALUATE.
044400 2200-EXIT.
044500     EXIT.
044600
044700*    AN ADVICE IS WANTED WHEN NOT YET PRINTED, OR WHEN A
044800*    REPRINT CARD NAMES IT.
044900 2300-TEST-WANTED.
045000     MOVE 'N' TO DLR219-WANTED-SW.
045100     IF  TRN-SD-ADVICE-PRT-STATUS NOT = DLR219-PRINTED-STATUS
045200         MOVE 'Y' TO DLR219-WANTED-SW
045300     ELSE
045400         ADD 1 TO DLR219-ALREADY-PRINTED
045500     END-IF.
045600     SET DLR219-RPT-IX TO 1.
045700     SEARCH DLR219-RPT-ENTRY
045800         AT END
045900             CONTINUE
046000         WHEN DLR219-RPT-IX > DLR219-RPT-COUNT
046100             CONTINUE
046200         WHEN DLR219-P-TRANS-REF (DLR219-RPT-IX) = TRANS-REF
046300         AND  (DLR219-P-DEP-NO (DLR219-RPT-IX) = TRANS-DEP-NO
046400              OR DLR219-P-DEP-NO (DLR219-RPT-IX) = SPACES)
046500             MOVE 'Y' TO DLR219-WANTED-SW
046600             MOVE 'Y' TO DLR219-P-FOUND-SW (DLR219-RPT-IX)
046700     END-SEARCH.
046800 2300-EXIT.
046900     EXIT.
047000
047100 2400-HOLD-ADVICE.
047200     IF  DLR219-D-ADVICE-COUNT NOT < 50
047300         ADD 1 TO DLR219-NOT-HELD
047400         DISPLAY 'DLR219 ADVICE TABLE FULL - ' TRANS-REF
047500             ' NOT PRINTED'
047600     ELSE
047700         ADD 1 TO DLR219-D-ADVICE-COUNT
047800         SET DLR219-VX TO DLR219-D-ADVICE-COUNT
047900         MOVE TRANS-KEY          TO DLR219-V-TRANS-KEY (DLR219-VX)
048000         MOVE TRANS-REF          TO DLR219-V-TRANS-REF (DLR219-VX)
048100         MOVE DLR219-ADVICE-TYPE TO DLR219-V-TYPE (DLR219-VX)
048200         MOVE 'N' TO DLR219-V-REPRINT-SW (DLR219-VX)
048300         MOVE SPACES
048400             TO DLR219-V-REQUESTED-BY (DLR219-VX)
048500         IF  TRN-SD-ADVICE-PRT-STATUS = DLR219-PRINTED-STATUS
048600             MOVE 'Y' TO DLR219-V-REPRINT-SW (DLR219-VX)
048700             MOVE DLR219-P-REQUESTED-BY (DLR219-RPT-IX)
048800                 TO DLR219-V-REQUESTED-BY (DLR219-VX)
048900         END-IF
049000         IF  TRANS-BASIC-TRNTYP = 'SD  '
049100             MOVE TRN-SD-CCY     TO DLR219-V-CCY (DLR219-VX)
049200             MOVE TRN-SD-CCY-DEC TO DLR219-V-CCY-DEC (DLR219-VX)
049300             MOVE TRN-SD-BAL
049400                 TO DLR219-V-RAW-PRINCIPAL (DLR219-VX)
049500             MOVE TRN-SD-CR-INT-RTE
049600                 TO DLR219-V-INT-RATE (DLR219-VX)
049700             MOVE TRN-SD-DTE-VAL-START
049800                 TO DLR219-V-VAL-START (DLR219-VX)
049900             MOVE TRN-SD-DTE-VAL-END
050000                 TO DLR219-V-VAL-END (DLR219-VX)
050100             MOVE TRN-SD-CONTRACT-PRD
050200                 TO DLR219-V-CONTRACT-PRD (DLR219-VX)
050300             MOVE TRN-SD-NO-OF-DAYS
050400                 TO DLR219-V-NO-OF-DAYS (DLR219-VX)
050500         ELSE
050600             MOVE TRN-DEP-CCY    TO DLR219-V-CCY (DLR219-VX)
050700             MOVE TRN-DEP-CCY-DEC
050800                 TO DLR219-V-CCY-DEC (DLR219-VX)
050900             MOVE TRN-DEP-BAL
051000                 TO DLR219-V-RAW-PRINCIPAL (DLR219-VX)
051100             MOVE TRN-UDP-CR-INT-RTE
051200                 TO DLR219-V-INT-RATE (DLR219-VX)
051300             MOVE ZERO
051400                 TO DLR219-V-VAL-START (DLR219-VX)
051500             MOVE TRN-UDP-DTE-VAL-END
051600                 TO DLR219-V-VAL-END (DLR219-VX)
051700             MOVE TRN-UDP-CONTRACT-PRD
051800                 TO DLR219-V-CONTRACT-PRD (DLR219-VX)
051900             MOVE TRN-UDP-NO-OF-DAYS
052000                 TO DLR219-V-NO-OF-DAYS (DLR219-VX)
052100         END-IF
052200     END-IF.
052300 2400-EXIT.
052400     EXIT.
052500
052600 3000-PRINT-DEPOSIT-ADVICES.
052700     PERFORM 3100-PRINT-ONE-ADVICE
052800         VARYING DLR219-VX FROM 1 BY 1
052900         UNTIL DLR219-VX > DLR219-D-ADVICE-COUNT.
053000     MOVE 'N' TO DLR219-HELD-SW.
053100 3000-EXIT.
053200     EXIT.
053300
053400*    PROJECTED INTEREST IS SIMPLE INTEREST ON THE PRINCIPAL FOR
053500*    THE CONTRACT DAYS ON THE CURRENCY'S DAY BASIS; TAX IS
053600*    WITHHELD ONLY WHERE THE DEPOSIT IS MARKED FOR IT.
053700 3100-PRINT-ONE-ADVICE.
053800     PERFORM 3200-SET-CCY-ATTRS.
053900     COMPUTE DLR219-PRINCIPAL ROUNDED =
054000         DLR219-V-RAW-PRINCIPAL (DLR219-VX)
054100       / DLR219-SCALE-DIVISOR.
054200     COMPUTE DLR219-GROSS-INTEREST ROUNDED =
054300         DLR219-PRINCIPAL * DLR219-V-INT-RATE (DLR219-VX)
054400       * DLR219-V-NO-OF-DAYS (DLR219-VX)
054500       / (100 * DLR219-DAY-BASIS).
054600     IF  DLR219-D-WTAX-IND = 'Y'
054700         COMPUTE DLR219-WTAX-AMT ROUNDED =
054800             DLR219-GROSS-INTEREST * DLR219-WTAX-RATE-BP / 10000
054900     ELSE
055000         MOVE ZERO TO DLR219-WTAX-AMT
055100     END-IF.
055200     COMPUTE DLR219-NET-INTEREST =
055300         DLR219-GROSS-INTEREST - DLR219-WTAX-AMT.
055400     COMPUTE DLR219-MATURITY-VALUE =
055500         DLR219-PRINCIPAL + DLR219-NET-INTEREST.
055600     PERFORM 3300-WRITE-ADVICE.
055700     MOVE SPACES TO STATUS-REC.
055800     MOVE DLR219-V-TRANS-KEY (DLR219-VX) TO AST-TRANS-KEY.
055900     MOVE DLR219-PRINTED-STATUS          TO AST-ADVICE-STATUS.
056000     MOVE DLR219-RUN-DATE                TO AST-PRINT-DATE.
056100     MOVE DLR219-V-TYPE (DLR219-VX)      TO AST-ADVICE-TYPE.
056200     IF  DLR219-V-REPRINT (DLR219-VX)
056300         SET AST-REPRINT TO TRUE
056400         MOVE DLR219-V-REQUESTED-BY (DLR219-VX)
056500             TO AST-REQUESTED-BY
056600         ADD 1 TO DLR219-REPRINTS
056700     ELSE
056800         ADD 1 TO DLR219-ADVICES-PRINTED
056900     END-IF.
057000     WRITE STATUS-REC.
057100 3100-EXIT.
057200     EXIT.
057300
057400 3200-SET-CCY-ATTRS.
057500     MOVE DLR219-V-CCY-DEC (DLR219-VX) TO DLR219-CCY-DECIMALS.
057600     MOVE 365 TO DLR219-DAY-BASIS.
057700     SET DLR219-ATT-IX TO 1.
057800     SEARCH DLR219-ATT-ENTRY
057900         AT END
058000             CONTINUE
058100         WHEN DLR219-ATT-IX > DLR219-ATT-COUNT
058200             CONTINUE
058300         WHEN DLR219-T-CCY (DLR219-ATT-IX)
058400            = DLR219-V-CCY (DLR219-VX)
058500             MOVE DLR219-T-DECIMALS (DLR219-ATT-IX)
058600                 TO DLR219-CCY-DECIMALS
058700             MOVE DLR219-T-DAY-BASIS (DLR219-ATT-IX)
058800                 TO DLR219-DAY-BASIS
058900     END-SEARCH.
059000     EVALUATE DLR219-CCY-DECIMALS
059100         WHEN 0
059200             MOVE 1      TO DLR219-SCALE-DIVISOR
059300         WHEN 1
059400             MOVE 10     TO DLR219-SCALE-DIVISOR
059500         WHEN 2
059600             MOVE 100    TO DLR219-SCALE-DIVISOR
059700         WHEN 3
059800             MOVE 1000   TO DLR219-SCALE-DIVISOR
059900         WHEN OTHER
060000             MOVE 100    TO DLR219-SCALE-DIVISOR
060100     END-EVALUATE.
060200 3200-EXIT.
060300     EXIT.
060400
060500 3300-WRITE-ADVICE.
060600     IF  DLR219-V-REPRINT (DLR219-VX)
060700         MOVE '*** DUPLICATE ***' TO DLR219-A-DUPLICATE
060800     ELSE
060900         MOVE SPACES              TO DLR219-A-DUPLICATE
061000     END-IF.
061100     WRITE ADVICE-LINE FROM DLR219-ADVICE-HEAD.
061200     WRITE ADVICE-LINE FROM DLR219-BLANK-LINE.
061300     EVALUATE TRUE
061400         WHEN DLR219-V-NEW-DEPOSIT (DLR219-VX)
061500             MOVE 'NEW DEPOSIT' TO DLR219-A-TYPE-TEXT
061600         WHEN DLR219-V-ROLLOVER (DLR219-VX)
061700             MOVE 'ROLLOVER OF DEPOSIT' TO DLR219-A-TYPE-TEXT
061800         WHEN DLR219-V-MATURITY-AMEND (DLR219-VX)
061900             MOVE 'AMENDMENT OF MATURITY DATE'
062000                 TO DLR219-A-TYPE-TEXT
062100         WHEN DLR219-V-RATE-AMEND (DLR219-VX)
062200             MOVE 'AMENDMENT OF INTEREST RATE'
062300                 TO DLR219-A-TYPE-TEXT
062400         WHEN OTHER
062500             MOVE 'AMENDMENT OF MATURITY DATE AND RATE'
062600                 TO DLR219-A-TYPE-TEXT
062700     END-EVALUATE.
062800     WRITE ADVICE-LINE FROM DLR219-ADVICE-TYPE-LINE.
062900     MOVE DLR219-D-ACC-NO TO DLR219-A-ACC-NO.
063000     MOVE DLR219-D-DEP-NO TO DLR219-A-DEP-NO.
063100     WRITE ADVICE-LINE FROM DLR219-ADVICE-ACCOUNT.
063200     MOVE DLR219-V-TRANS-REF (DLR219-VX) TO DLR219-A-TRANS-REF.
063300     MOVE DLR219-RUN-DATE TO DLR219-A-ADVICE-DATE.
063400     WRITE ADVICE-LINE FROM DLR219-ADVICE-REFERENCE.
063500     WRITE ADVICE-LINE FROM DLR219-BLANK-LINE.
063600     MOVE DLR219-V-CCY (DLR219-VX) TO DLR219-A-CCY.
063700     MOVE DLR219-PRINCIPAL TO DLR219-A-PRINCIPAL.
063800     WRITE ADVICE-LINE FROM DLR219-ADVICE-PRINCIPAL.
063900     MOVE DLR219-V-INT-RATE (DLR219-VX) TO DLR219-A-INT-RATE.
064000     WRITE ADVICE-LINE FROM DLR219-ADVICE-RATE.
064100     IF  DLR219-V-VAL-START (DLR219-VX) > ZERO
064200         MOVE DLR219-V-VAL-START (DLR219-VX) TO DLR219-A-VAL-START
064300     ELSE
064400         IF  DLR219-D-VAL-START > ZERO
064500             MOVE DLR219-D-VAL-START TO DLR219-A-VAL-START
064600         ELSE
064700             MOVE SPACES TO DLR219-A-VAL-START
064800         END-IF
064900     END-IF.
065000     MOVE DLR219-V-VAL-END (DLR219-VX) TO DLR219-A-VAL-END.
065100     WRITE ADVICE-LINE FROM DLR219-ADVICE-DATES.
065200     MOVE DLR219-V-CONTRACT-PRD (DLR219-VX)
065300         TO DLR219-A-CONTRACT-PRD.
065400     MOVE DLR219-V-NO-OF-DAYS (DLR219-VX) TO DLR219-A-NO-OF-DAYS.
065500     WRITE ADVICE-LINE FROM DLR219-ADVICE-PERIOD.
065600     WRITE ADVICE-LINE FROM DLR219-BLANK-LINE.
065700     MOVE DLR219-V-CCY (DLR219-VX) TO DLR219-A-AMOUNT-CCY.
065800     MOVE 'PROJECTED INTEREST AT MATURITY - GROSS :'
065900         TO DLR219-A-AMOUNT-LABEL.
066000     MOVE DLR219-GROSS-INTEREST TO DLR219-A-AMOUNT.
066100     WRITE ADVICE-LINE FROM DLR219-ADVICE-AMOUNT.
066200     MOVE 'LESS WITHHOLDING TAX                   :'
066300         TO DLR219-A-AMOUNT-LABEL.
066400     MOVE DLR219-WTAX-AMT TO DLR219-A-AMOUNT.
066500     WRITE ADVICE-LINE FROM DLR219-ADVICE-AMOUNT.
066600     MOVE 'PROJECTED INTEREST AT MATURITY - NET   :'
066700         TO DLR219-A-AMOUNT-LABEL.
066800     MOVE DLR219-NET-INTEREST TO DLR219-A-AMOUNT.
066900     WRITE ADVICE-LINE FROM DLR219-ADVICE-AMOUNT.
067000     MOVE 'PROJECTED AMOUNT PAYABLE AT MATURITY   :'
067100         TO DLR219-A-AMOUNT-LABEL.
067200     MOVE DLR219-MATURITY-VALUE TO DLR219-A-AMOUNT.
067300     WRITE ADVICE-LINE FROM DLR219-ADVICE-AMOUNT.
067400     WRITE ADVICE-LINE FROM DLR219-BLANK-LINE.
067500     WRITE ADVICE-LINE FROM DLR219-ADVICE-RULE.
067600 3300-EXIT.
067700     EXIT.
067800
067900 4000-CHECK-REPRINTS.
068000     IF  NOT DLR219-P-FOUND (DLR219-RPT-IX)
068100         DISPLAY 'DLR219 REPRINT NOT FOUND - '
068200             DLR219-P-TRANS-REF (DLR219-RPT-IX)
068300         ADD 1 TO DLR219-REPRINT-NOT-FOUND
068400     END-IF.
068500 4000-EXIT.
068600     EXIT.
068700
068800 9000-TERMINATE.
068900     IF  DLR219-REPRINT-NOT-FOUND > ZERO
069000     OR  DLR219-NOT-HELD > ZERO
069100         MOVE 4 TO RETURN-CODE
069200     END-IF.
069300     DISPLAY 'DLR219 RECORDS READ      = ' DLR219-TRANS-READ.
069400     DISPLAY 'DLR219 ADVICES PRINTED   = '
069500         DLR219-ADVICES-PRINTED.
069600     DISPLAY 'DLR219 DUPLICATES        = ' DLR219-REPRINTS.
069700     DISPLAY 'DLR219 ALREADY PRINTED   = '
069800         DLR219-ALREADY-PRINTED.
069900     DISPLAY 'DLR219 REPRINTS NOT FOUND= '
070000         DLR219-REPRINT-NOT-FOUND.
070100     CLOSE AQTRANS-FILE
070200           ADVICE-PRINT
070300           STATUS-FILE.
070400 9000-EXIT.
070500     EXIT.
