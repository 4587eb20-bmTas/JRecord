001700*  ---|----------|------------------------------|------------    *
001800*  01 | 09/08/26 | FIRST ISSUE                  | R. GEALL       *
001850*  02 | 01/09/26 | REGIONS NOW FROM DLSTORMF    | R. GEALL       *
001860*  03 | 15/10/26 | FRANCHISE STORES LEFT OUT    | R. GEALL       *
001870*     |          | WHEN DLPARAMM EXCL-FRANCH=1  |                *
001877*  04 | 15/10/26 | FOREIGN-CURRENCY STORES ROLL | R. GEALL       *
001884*     |          | UP CONVERTED, WITH CCY AND   |                *
001891*     |          | TRADED AMOUNT SHOWN          |                *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002800                              ORGANIZATION IS SEQUENTIAL.
002900     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003000                              ORGANIZATION IS SEQUENTIAL.
003020     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003040                              ORGANIZATION IS SEQUENTIAL.
003060     SELECT FRANCHISE-FILE    ASSIGN TO DLFRANMF
003080                              ORGANIZATION IS SEQUENTIAL.
003100     SELECT REGION-REPORT     ASSIGN TO REGNRPT
003200                              ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
004200     LABEL RECORDS ARE STANDARD.
004300 01  DLSTORMF-RECORD.
004400     COPY DLSTORMF.
004430 FD  PARAM-FILE
004460     RECORDING MODE IS F
004490     LABEL RECORDS ARE STANDARD.
004520 01  DLPARAMM-RECORD.
004550     COPY DLPARAMM.
004580 FD  FRANCHISE-FILE
004610     RECORDING MODE IS F
004640     LABEL RECORDS ARE STANDARD.
004670 01  DLFRANMF-RECORD.
004700     COPY DLFRANMF.
004800 FD  REGION-REPORT
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005500         88  DLR006-EOF                      VALUE 'Y'.
005600     05  DLR006-XREF-EOF-SW       PIC X(01)  VALUE 'N'.
005700         88  DLR006-XREF-EOF                 VALUE 'Y'.
005703     05  DLR006-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
005706         88  DLR006-PARM-EOF                 VALUE 'Y'.
005709     05  DLR006-FRAN-EOF-SW       PIC X(01)  VALUE 'N'.
005712         88  DLR006-FRAN-EOF                 VALUE 'Y'.
005715     05  DLR006-FRAN-SALE-SW      PIC X(01)  VALUE 'N'.
005718         88  DLR006-FRAN-SALE                VALUE 'Y'.
005721 01  DLR006-CONSTANTS.
005724*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
005727*    1 LEAVES SALES IN FRANCHISE STORES OUT OF THE ROLL-UP.
005730     05  DLR006-EXCL-FRANCH       PIC 9(09)  VALUE ZERO.
005733         88  DLR006-EXCLUDE-FRANCHISE        VALUE 1.
005736 01  DLR006-PARM-FIELDS.
005739     05  DLR006-PARM-RUN-DATE     PIC 9(08)  VALUE ZERO.
005742     05  DLR006-PARM-BEST-EFF     PIC 9(08)  VALUE ZERO.
005745 01  DLR006-SALE-CCYYMMDD         PIC 9(08).
005748*    DLFRANMF AGREEMENTS - A SALE IS A FRANCHISE SALE WHEN AN
005751*    AGREEMENT ON ITS STORE WAS IN FORCE ON THE SALE DATE.
005754 01  DLR006-FRAN-CONTROL.
005757     05  DLR006-FRAN-COUNT        PIC S9(04)  COMP  VALUE ZERO.
005760 01  DLR006-FRAN-TABLE.
005763     05  DLR006-FRAN-ENTRY OCCURS 500 TIMES
005766                           INDEXED BY DLR006-FRAN-IX.
005769         10  DLR006-F-STORE-NO    PIC S9(03)   COMP-3.
005772         10  DLR006-F-START-DATE  PIC 9(08).
005775         10  DLR006-F-END-DATE    PIC 9(08).
005778 01  DLR006-FRAN-TOTALS.
005781     05  DLR006-FRAN-RECS         PIC 9(09)  VALUE ZERO.
005784     05  DLR006-FRAN-SALE-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
005787     05  DLR006-FRAN-DROPPED      PIC 9(07)  VALUE ZERO.
005800 01  DLR006-XREF-CONTROL.
005900     05  DLR006-XREF-COUNT        PIC S9(04)  COMP  VALUE ZERO.
006000 01  DLR006-XREF-TABLE.
007200         10  DLR006-R-REGION-NM   PIC X(20).
007300         10  DLR006-R-QTY-SOLD    PIC S9(9)    COMP-3.
007400         10  DLR006-R-SALE-AMT    PIC S9(9)V99 COMP-3.
007430         10  DLR006-R-CCY         PIC X(03).
007460         10  DLR006-R-ORIG-AMT    PIC S9(11)V99 COMP-3.
007500 01  DLR006-UNKNOWN-CODE          PIC X(04)    VALUE '????'.
007550 01  DLR006-LOOKUP-REGION-CD      PIC X(04).
007560 01  DLR006-LOOKUP-REGION-NM      PIC X(20).
007570 01  DLR006-NO-RATE-COUNT         PIC 9(09)  VALUE ZERO.
007580 01  DLFXCONV-AREA.
007590     COPY DLFXCONV.
007600 01  DLR006-HEADING-1.
007700     05  FILLER                   PIC X(40)  VALUE
007800         'DLR006 - STORE TO REGION SALES ROLL-UP'.
007810 01  DLR006-EXCL-LINE.
007820     05  FILLER                   PIC X(48)  VALUE
007830         'COMPANY STORES ONLY - FRANCHISE STORES EXCLUDED'.
007840 01  DLR006-FRAN-LINE.
007850     05  FILLER                   PIC X(32)  VALUE
007860         'FRANCHISE SALES EXCLUDED - RECS '.
007870     05  DLR006-FL-RECS           PIC ZZZZZZZZ9.
007880     05  FILLER                   PIC X(08)  VALUE ' VALUE  '.
007890     05  DLR006-FL-AMT            PIC -ZZZZZZZZZZ9.99.
007900 01  DLR006-HEADING-2.
008000     05  FILLER                   PIC X(06)  VALUE 'RGN   '.
008100     05  FILLER                   PIC X(22)
008250         VALUE 'QTY SOLD      '.
008300     05  FILLER                   PIC X(14)
008350         VALUE 'SALE AMOUNT   '.
008360     05  FILLER                   PIC X(05)  VALUE 'CCY  '.
008370     05  FILLER                   PIC X(15)
008380         VALUE '  TRADED AMOUNT'.
008400 01  DLR006-DETAIL-LINE.
008500     05  DLR006-D-REGION-CD       PIC X(04).
008600     05  FILLER                   PIC X(02)  VALUE SPACES.
008900     05  DLR006-D-QTY             PIC ZZZZZZZZ9.
009000     05  FILLER                   PIC X(03)  VALUE SPACES.
009100     05  DLR006-D-AMT             PIC -ZZZZZZZ9.99.
009120     05  FILLER                   PIC X(02)  VALUE SPACES.
009140     05  DLR006-D-CCY             PIC X(03).
009160     05  FILLER                   PIC X(02)  VALUE SPACES.
009180     05  DLR006-D-ORIG-AMT        PIC -ZZZZZZZZZ9.99
009190                                             BLANK WHEN ZERO.
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE.
010300     OPEN INPUT  STORE-MASTER-FILE.
010400     OPEN OUTPUT REGION-REPORT.
010500     PERFORM 1100-LOAD-STORE-XREF.
010520     PERFORM 1200-LOAD-PARAMETER.
010540     IF  DLR006-EXCLUDE-FRANCHISE
010560         PERFORM 1300-LOAD-FRANCHISES
010580     END-IF.
010586     MOVE 'O' TO DLFXCONV-FUNCTION.
010592     CALL 'DLR176' USING DLFXCONV-AREA.
010600     PERFORM 2100-READ-DTAR020.
010700 1000-EXIT.
010800     EXIT.
013100     END-READ.
013200 1110-EXIT.
013300     EXIT.
013301
013302*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
013303*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
013304 1200-LOAD-PARAMETER.
013305     OPEN INPUT PARAM-FILE.
013306     ACCEPT DLR006-PARM-RUN-DATE FROM DATE YYYYMMDD.
013307     PERFORM 1210-READ-PARAM.
013308     PERFORM 1220-TEST-ONE-PARAM
013309         UNTIL DLR006-PARM-EOF.
013310     CLOSE PARAM-FILE.
013311 1200-EXIT.
013312     EXIT.
013313
013314 1210-READ-PARAM.
013315     READ PARAM-FILE
013316         AT END
013317             MOVE 'Y' TO DLR006-PARM-EOF-SW
013318     END-READ.
013319 1210-EXIT.
013320     EXIT.
013321
013322 1220-TEST-ONE-PARAM.
013323     IF  DLPARAMM-JOB-NAME = 'DLR006  '
013324     AND DLPARAMM-PARAM-NAME = 'EXCL-FRANCH '
013325     AND DLPARAMM-EFF-FROM <= DLR006-PARM-RUN-DATE
013326     AND DLPARAMM-EFF-FROM >= DLR006-PARM-BEST-EFF
013327         MOVE DLPARAMM-EFF-FROM TO DLR006-PARM-BEST-EFF
013328         MOVE DLPARAMM-PARAM-VALUE
013329             TO DLR006-EXCL-FRANCH
013330     END-IF.
013331     PERFORM 1210-READ-PARAM.
013332 1220-EXIT.
013333     EXIT.
013334
013335 1300-LOAD-FRANCHISES.
013336     OPEN INPUT FRANCHISE-FILE.
013337     PERFORM 1310-READ-FRANCHISE.
013338     PERFORM 1320-STORE-ONE-FRANCHISE
013339         UNTIL DLR006-FRAN-EOF.
013340     CLOSE FRANCHISE-FILE.
013341 1300-EXIT.
013342     EXIT.
013343
013344 1310-READ-FRANCHISE.
013345     READ FRANCHISE-FILE
013346         AT END
013347             MOVE 'Y' TO DLR006-FRAN-EOF-SW
013348     END-READ.
013349 1310-EXIT.
013350     EXIT.
013351
013352 1320-STORE-ONE-FRANCHISE.
013353     IF  DLR006-FRAN-COUNT < 500
013354         ADD 1 TO DLR006-FRAN-COUNT
013355         SET DLR006-FRAN-IX TO DLR006-FRAN-COUNT
013356         MOVE DLFRANMF-STORE-NO
013357             TO DLR006-F-STORE-NO (DLR006-FRAN-IX)
013358         MOVE DLFRANMF-START-DATE
013359             TO DLR006-F-START-DATE (DLR006-FRAN-IX)
013360         MOVE DLFRANMF-END-DATE
013361             TO DLR006-F-END-DATE (DLR006-FRAN-IX)
013362     ELSE
013363         ADD 1 TO DLR006-FRAN-DROPPED
013364     END-IF.
013365     PERFORM 1310-READ-FRANCHISE.
013366 1320-EXIT.
013367     EXIT.
013400
013500 2000-PROCESS-RECORD.
013510     PERFORM 2050-CHECK-FRANCHISE.
013520     IF  DLR006-FRAN-SALE
013530         ADD 1 TO DLR006-FRAN-RECS
013535         PERFORM 2060-CONVERT-SALE
013540         ADD DLFXCONV-LOCAL-AMT TO DLR006-FRAN-SALE-AMT
013550     ELSE
013570         PERFORM 2060-CONVERT-SALE
013600         PERFORM 2200-FIND-STORE-REGION
013700         PERFORM 2300-FIND-OR-ADD-REGION
013800         ADD DTAR020-QTY-SOLD
013900             TO DLR006-R-QTY-SOLD (DLR006-REGN-IX)
014000         ADD DLFXCONV-LOCAL-AMT
014100             TO DLR006-R-SALE-AMT (DLR006-REGN-IX)
014110         ADD DLFXCONV-SOURCE-AMT
014120             TO DLR006-R-ORIG-AMT (DLR006-REGN-IX)
014150     END-IF.
014200     PERFORM 2100-READ-DTAR020.
014300 2000-EXIT.
014400     EXIT.
014404
014408 2050-CHECK-FRANCHISE.
014412     MOVE 'N' TO DLR006-FRAN-SALE-SW.
014416     IF  DLR006-EXCLUDE-FRANCHISE
014420         COMPUTE DLR006-SALE-CCYYMMDD = DTAR020-DATE + 19000000
014424         SET DLR006-FRAN-IX TO 1
014428         SEARCH DLR006-FRAN-ENTRY
014432             AT END
014436                 CONTINUE
014440             WHEN DLR006-FRAN-IX > DLR006-FRAN-COUNT
014444                 CONTINUE
014448             WHEN DLR006-F-STORE-NO (DLR006-FRAN-IX)
014452                     = DTAR020-STORE-NO
014456             AND  DLR006-F-START-DATE (DLR006-FRAN-IX)
014460                     <= DLR006-SALE-CCYYMMDD
014464             AND (DLR006-F-END-DATE (DLR006-FRAN-IX) = ZERO
014468              OR  DLR006-F-END-DATE (DLR006-FRAN-IX)
014472                     >= DLR006-SALE-CCYYMMDD)
014476                 MOVE 'Y' TO DLR006-FRAN-SALE-SW
014480         END-SEARCH
014484     END-IF.
014488 2050-EXIT.
014492     EXIT.
014498
014504*    A FOREIGN-CURRENCY STORE'S SALE ROLLS UP AT ITS LOCAL
014510*    EQUIVALENT ON A REGION LINE OF ITS OWN CURRENCY, WHICH
014516*    ALSO SHOWS THE AMOUNT AS TRADED.
014522 2060-CONVERT-SALE.
014528     MOVE 'C' TO DLFXCONV-FUNCTION.
014534     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
014537     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
014540     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
014546     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
014552     CALL 'DLR176' USING DLFXCONV-AREA.
014558     IF  DLFXCONV-NO-RATE
014564         ADD 1 TO DLR006-NO-RATE-COUNT
014570     END-IF.
014576 2060-EXIT.
014582     EXIT.
014588
014600 2100-READ-DTAR020.
014700     READ DTAR020-FILE
014800         AT END
017500                     TO DLR006-R-REGION-NM (DLR006-REGN-IX)
017600                 MOVE ZERO TO DLR006-R-QTY-SOLD (DLR006-REGN-IX)
017700                 MOVE ZERO TO DLR006-R-SALE-AMT (DLR006-REGN-IX)
017710                 MOVE DLFXCONV-CCY
017720                     TO DLR006-R-CCY (DLR006-REGN-IX)
017730                 MOVE ZERO TO DLR006-R-ORIG-AMT (DLR006-REGN-IX)
017750             END-IF
017800         WHEN DLR006-R-REGION-CD (DLR006-REGN-IX)
017900                 = DLR006-LOOKUP-REGION-CD
017950         AND  DLR006-R-CCY (DLR006-REGN-IX) = DLFXCONV-CCY
018000             CONTINUE
018100     END-SEARCH.
018200 2300-EXIT.
018400
018500 4000-PRINT-REGIONS.
018600     WRITE REGION-LINE FROM DLR006-HEADING-1.
018620     IF  DLR006-EXCLUDE-FRANCHISE
018640         WRITE REGION-LINE FROM DLR006-EXCL-LINE
018660     END-IF.
018700     WRITE REGION-LINE FROM DLR006-HEADING-2.
018800     PERFORM 4100-PRINT-ONE-REGION
018900         VARYING DLR006-REGN-IX FROM 1 BY 1
019000         UNTIL DLR006-REGN-IX > DLR006-REGN-COUNT.
019010     IF  DLR006-EXCLUDE-FRANCHISE
019020         MOVE DLR006-FRAN-RECS     TO DLR006-FL-RECS
019030         MOVE DLR006-FRAN-SALE-AMT TO DLR006-FL-AMT
019040         WRITE REGION-LINE FROM DLR006-FRAN-LINE
019050     END-IF.
019100 4000-EXIT.
019200     EXIT.
019300
019800         TO DLR006-D-REGION-NM.
019900     MOVE DLR006-R-QTY-SOLD (DLR006-REGN-IX) TO DLR006-D-QTY.
020000     MOVE DLR006-R-SALE-AMT (DLR006-REGN-IX) TO DLR006-D-AMT.
020020     MOVE DLR006-R-CCY (DLR006-REGN-IX) TO DLR006-D-CCY.
020030     IF  DLR006-R-CCY (DLR006-REGN-IX) = SPACES
020040         MOVE ZERO TO DLR006-D-ORIG-AMT
020050     ELSE
020060         MOVE DLR006-R-ORIG-AMT (DLR006-REGN-IX)
020070             TO DLR006-D-ORIG-AMT
020080     END-IF.
020100     WRITE REGION-LINE FROM DLR006-DETAIL-LINE.
020200 4100-EXIT.
020300     EXIT.
020400
020500 9000-TERMINATE.
020510     IF  DLR006-EXCLUDE-FRANCHISE
020520         DISPLAY 'DLR006 FRANCHISE RECS EXCLUDED = '
020530             DLR006-FRAN-RECS
020540     END-IF.
020550     IF  DLR006-FRAN-DROPPED > ZERO
020560         DISPLAY 'DLR006 FRANCHISE TABLE FULL - DROPPED = '
020570             DLR006-FRAN-DROPPED
020580         MOVE 4 TO RETURN-CODE
020590     END-IF.
020591     IF  DLR006-NO-RATE-COUNT > ZERO
020592         DISPLAY 'DLR006 FOREIGN SALES WITH NO DLFXRATE RATE = '
020593             DLR006-NO-RATE-COUNT
020594         MOVE 4 TO RETURN-CODE
020595     END-IF.
020600     CLOSE DTAR020-FILE
020700           REGION-REPORT.
020800 9000-EXIT.
