000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR177.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR177 - STORE CURRENCY CONVERSION CONTROL REPORT            *
001000*                                                                *
001100*   PASSES DTAR020 AND DTAR107 THROUGH DLR176 EXACTLY AS THE     *
001200*   REPORTING CHAIN DOES AND PROVES THE CONVERTED FIGURES TIE    *
001300*   BACK TO SOURCE. AMOUNTS ARE BUCKETED BY FILE, CURRENCY AND   *
001400*   RATE; EACH BUCKET'S CONVERTED TOTAL MUST AGREE WITH ITS      *
001500*   SOURCE TOTAL TIMES THE RATE TO WITHIN HALF A CENT A RECORD   *
001600*   (THE ROUNDING TAKEN ON EACH CONVERSION), AND THE BUCKETS     *
001700*   MUST ADD BACK TO THE RECORDS, SOURCE AND CONVERTED TOTALS    *
001800*   AS READ. LOCAL-CURRENCY STORES AND FOREIGN AMOUNTS WITH NO   *
001900*   RATE IN FORCE CARRY AT FACE VALUE. AN OUT-OF-BALANCE RUN     *
002000*   ENDS WITH RETURN CODE 8; FOREIGN AMOUNTS WITH NO RATE GIVE   *
002100*   RETURN CODE 4.                                               *
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
003600     SELECT DTAR107-FILE      ASSIGN TO DTAR107
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT FXCTL-REPORT      ASSIGN TO FXCTLRPT
003900                              ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  DTAR020-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD.
004500 01  DTAR020-REC.
004600     COPY DTAR020.
004700 FD  DTAR107-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  DTAR107-REC.
005100     COPY DTAR107.
005200 FD  FXCTL-REPORT
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  FXCTL-LINE                  PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  DLR177-SWITCHES.
005800     05  DLR177-020-EOF-SW        PIC X(01)  VALUE 'N'.
005900         88  DLR177-020-EOF                  VALUE 'Y'.
006000     05  DLR177-107-EOF-SW        PIC X(01)  VALUE 'N'.
006100         88  DLR177-107-EOF                  VALUE 'Y'.
006200     05  DLR177-BKT-FOUND-SW      PIC X(01)  VALUE 'N'.
006300         88  DLR177-BKT-FOUND                VALUE 'Y'.
006400     05  DLR177-BALANCED-SW       PIC X(01)  VALUE 'Y'.
006500         88  DLR177-BALANCED                 VALUE 'Y'.
006600*    ONE ROW PER INPUT FILE - THE TOTALS AS READ AND THE SAME
006700*    TOTALS ADDED BACK UP FROM THE BUCKETS.
006800 01  DLR177-FILE-TABLE.
006900     05  DLR177-FILE-ENTRY OCCURS 2 TIMES
007000                           INDEXED BY DLR177-FILE-IX.
007100         10  DLR177-F-NAME        PIC X(07).
007200         10  DLR177-F-READ-RECS   PIC 9(09).
007300         10  DLR177-F-READ-SOURCE PIC S9(13)V99 COMP-3.
007400         10  DLR177-F-READ-CONV   PIC S9(13)V99 COMP-3.
007500         10  DLR177-F-NO-RATE     PIC 9(09).
007600         10  DLR177-F-BKT-RECS    PIC 9(09).
007700         10  DLR177-F-BKT-SOURCE  PIC S9(13)V99 COMP-3.
007800         10  DLR177-F-BKT-CONV    PIC S9(13)V99 COMP-3.
007900 01  DLR177-FILE-SUB              PIC S9(04)  COMP.
008000 01  DLR177-BKT-CONTROL.
008100     05  DLR177-BKT-COUNT         PIC S9(04)  COMP  VALUE ZERO.
008200 01  DLR177-BKT-TABLE.
008300     05  DLR177-BKT-ENTRY OCCURS 500 TIMES
008400                          INDEXED BY DLR177-BKT-IX.
008500         10  DLR177-B-FILE-SUB    PIC S9(04)  COMP.
008600         10  DLR177-B-CCY         PIC X(03).
008700         10  DLR177-B-STATUS      PIC X(01).
008800         10  DLR177-B-EFF-DATE    PIC 9(08).
008900         10  DLR177-B-RATE        PIC S9(7)V9(10) COMP-3.
009000         10  DLR177-B-RECS        PIC 9(09).
009100         10  DLR177-B-SOURCE      PIC S9(13)V99 COMP-3.
009200         10  DLR177-B-CONV        PIC S9(13)V99 COMP-3.
009300 01  DLR177-WORK-FIELDS.
009400     05  DLR177-W-EXPECTED        PIC S9(13)V99 COMP-3.
009500     05  DLR177-W-DIFF            PIC S9(11)V99 COMP-3.
009600     05  DLR177-W-ABS-DIFF        PIC S9(11)V99 COMP-3.
009700     05  DLR177-W-TOLERANCE       PIC S9(09)V999 COMP-3.
009800 01  DLR177-COUNTERS.
009900     05  DLR177-BKTS-DROPPED      PIC 9(09)  VALUE ZERO.
010000     05  DLR177-BKTS-BROKEN       PIC 9(05)  VALUE ZERO.
010100 01  DLFXCONV-AREA.
010200     COPY DLFXCONV.
010300 01  DLR177-HEADING-1.
010400     05  FILLER                   PIC X(50)  VALUE
010500         'DLR177 - STORE CURRENCY CONVERSION CONTROL REPORT'.
010600 01  DLR177-HEADING-2.
010700     05  FILLER                   PIC X(09)  VALUE 'FILE'.
010800     05  FILLER                   PIC X(05)  VALUE 'CCY'.
010900     05  FILLER                   PIC X(10)  VALUE 'RATE FROM'.
011000     05  FILLER                   PIC X(20)  VALUE
011100         '              RATE'.
011200     05  FILLER                   PIC X(11)  VALUE
011300         '  RECORDS'.
011400     05  FILLER                   PIC X(17)  VALUE
011500         '         SOURCE'.
011600     05  FILLER                   PIC X(17)  VALUE
011700         '      CONVERTED'.
011800     05  FILLER                   PIC X(17)  VALUE
011900         '       EXPECTED'.
012000     05  FILLER                   PIC X(12)  VALUE
012100         'DIFFERENCE'.
012200     05  FILLER                   PIC X(10)  VALUE 'STATUS'.
012300 01  DLR177-DETAIL-LINE.
012400     05  DLR177-D-FILE            PIC X(07).
012500     05  FILLER                   PIC X(02)  VALUE SPACES.
012600     05  DLR177-D-CCY             PIC X(03).
012700     05  FILLER                   PIC X(02)  VALUE SPACES.
012800     05  DLR177-D-EFF-DATE        PIC 9(08)  BLANK WHEN ZERO.
012900     05  FILLER                   PIC X(02)  VALUE SPACES.
013000     05  DLR177-D-RATE            PIC ZZZZZZ9.9999999999.
013100     05  FILLER                   PIC X(02)  VALUE SPACES.
013200     05  DLR177-D-RECS            PIC ZZZZZZZZ9.
013300     05  FILLER                   PIC X(02)  VALUE SPACES.
013400     05  DLR177-D-SOURCE          PIC -ZZZZZZZZZZ9.99.
013500     05  FILLER                   PIC X(02)  VALUE SPACES.
013600     05  DLR177-D-CONV            PIC -ZZZZZZZZZZ9.99.
013700     05  FILLER                   PIC X(02)  VALUE SPACES.
013800     05  DLR177-D-EXPECTED        PIC -ZZZZZZZZZZ9.99.
013900     05  FILLER                   PIC X(02)  VALUE SPACES.
014000     05  DLR177-D-DIFF            PIC -ZZZZZ9.99.
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR177-D-STATUS          PIC X(10).
014300 01  DLR177-CONTROL-LINE.
014400     05  DLR177-K-LABEL           PIC X(44).
014500     05  DLR177-K-RECS            PIC ZZZZZZZZ9.
014600     05  FILLER                   PIC X(02)  VALUE SPACES.
014700     05  DLR177-K-SOURCE          PIC -ZZZZZZZZZZ9.99.
014800     05  FILLER                   PIC X(02)  VALUE SPACES.
014900     05  DLR177-K-CONV            PIC -ZZZZZZZZZZ9.99.
015000     05  FILLER                   PIC X(02)  VALUE SPACES.
015100     05  DLR177-K-STATUS          PIC X(10).
015200 01  DLR177-BLANK-LINE            PIC X(01)  VALUE SPACE.
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE.
015600     PERFORM 2000-CONVERT-DTAR020
015700         UNTIL DLR177-020-EOF.
015800     PERFORM 3000-CONVERT-DTAR107
015900         UNTIL DLR177-107-EOF.
016000     PERFORM 4000-PRINT-BUCKETS.
016100     PERFORM 5000-PRINT-CONTROLS.
016200     PERFORM 9000-TERMINATE.
016300     STOP RUN.
016400
016500 1000-INITIALIZE.
016600     OPEN INPUT  DTAR020-FILE
016700                 DTAR107-FILE.
016800     OPEN OUTPUT FXCTL-REPORT.
016900     PERFORM 1100-CLEAR-FILE-TOTALS
017000         VARYING DLR177-FILE-IX FROM 1 BY 1
017100         UNTIL DLR177-FILE-IX > 2.
017200     MOVE 'DTAR020' TO DLR177-F-NAME (1).
017300     MOVE 'DTAR107' TO DLR177-F-NAME (2).
017400     MOVE 'O' TO DLFXCONV-FUNCTION.
017500     CALL 'DLR176' USING DLFXCONV-AREA.
017600     IF  DLFXCONV-RETURN-CODE NOT = ZERO
017700         DISPLAY 'DLR177 DLR176 TABLES INCOMPLETE - RC = '
017800             DLFXCONV-RETURN-CODE
017900         MOVE 'N' TO DLR177-BALANCED-SW
018000     END-IF.
018100     PERFORM 2100-READ-DTAR020.
018200     PERFORM 3100-READ-DTAR107.
018300 1000-EXIT.
018400     EXIT.
018500
018600 1100-CLEAR-FILE-TOTALS.
018700     MOVE ZERO TO DLR177-F-READ-RECS (DLR177-FILE-IX)
018800                  DLR177-F-READ-SOURCE (DLR177-FILE-IX)
018900                  DLR177-F-READ-CONV (DLR177-FILE-IX)
019000                  DLR177-F-NO-RATE (DLR177-FILE-IX)
019100                  DLR177-F-BKT-RECS (DLR177-FILE-IX)
019200                  DLR177-F-BKT-SOURCE (DLR177-FILE-IX)
019300                  DLR177-F-BKT-CONV (DLR177-FILE-IX).
019400 1100-EXIT.
019500     EXIT.
019600
019700*    CONVERTED THE WAY DLR002 AND DLR005 CONVERT A SALE.
019800 2000-CONVERT-DTAR020.
019900     MOVE 'C' TO DLFXCONV-FUNCTION.
020000     MOVE DTAR020-STORE-NO TO DLFXCONV-STORE-NO.
020100     MOVE SPACES TO DLFXCONV-ALPHA-CODE.
020200     COMPUTE DLFXCONV-TRADE-DATE = DTAR020-DATE + 19000000.
020300     MOVE DTAR020-SALE-PRICE TO DLFXCONV-SOURCE-AMT.
020400     CALL 'DLR176' USING DLFXCONV-AREA.
020500     MOVE 1 TO DLR177-FILE-SUB.
020600     PERFORM 2500-POST-AMOUNT.
020700     PERFORM 2100-READ-DTAR020.
020800 2000-EXIT.
020900     EXIT.
021000
021100 2100-READ-DTAR020.
021200     READ DTAR020-FILE
021300         AT END
021400             MOVE 'Y' TO DLR177-020-EOF-SW
021500     END-READ.
021600 2100-EXIT.
021700     EXIT.
021800
021900 2500-POST-AMOUNT.
022000     SET DLR177-FILE-IX TO DLR177-FILE-SUB.
022100     ADD 1 TO DLR177-F-READ-RECS (DLR177-FILE-IX).
022200     ADD DLFXCONV-SOURCE-AMT
022300         TO DLR177-F-READ-SOURCE (DLR177-FILE-IX).
022400     ADD DLFXCONV-LOCAL-AMT
022500         TO DLR177-F-READ-CONV (DLR177-FILE-IX).
022600     IF  DLFXCONV-NO-RATE
022700         ADD 1 TO DLR177-F-NO-RATE (DLR177-FILE-IX)
022800     END-IF.
022900     PERFORM 2600-FIND-BUCKET.
023000     IF  DLR177-BKT-FOUND
023100         ADD 1 TO DLR177-B-RECS (DLR177-BKT-IX)
023200         ADD DLFXCONV-SOURCE-AMT
023300             TO DLR177-B-SOURCE (DLR177-BKT-IX)
023400         ADD DLFXCONV-LOCAL-AMT
023500             TO DLR177-B-CONV (DLR177-BKT-IX)
023600     END-IF.
023700 2500-EXIT.
023800     EXIT.
023900
024000*    A BUCKET IS ONE FILE, CURRENCY AND RATE. LOCAL STORES AND
024100*    FOREIGN AMOUNTS WITH NO RATE EACH SHARE A BUCKET PER FILE
024200*    AT A RATE OF ONE, AS BOTH PASS AT FACE VALUE. AN AMOUNT
024300*    THAT FINDS THE TABLE FULL IS LEFT OUT OF THE BUCKETS, SO
024400*    THE BUCKETS FAIL TO ADD BACK AND THE RUN IS OUT OF BALANCE.
024500 2600-FIND-BUCKET.
024600     MOVE 'N' TO DLR177-BKT-FOUND-SW.
024700     IF  NOT DLFXCONV-CONVERTED
024800         MOVE 1 TO DLFXCONV-RATE
024900         MOVE ZERO TO DLFXCONV-RATE-EFF-DATE
025000     END-IF.
025100     SET DLR177-BKT-IX TO 1.
025200     SEARCH DLR177-BKT-ENTRY
025300         AT END
025400             CONTINUE
025500         WHEN DLR177-BKT-IX > DLR177-BKT-COUNT
025600             CONTINUE
025700         WHEN DLR177-B-FILE-SUB (DLR177-BKT-IX) = DLR177-FILE-SUB
025800         AND  DLR177-B-CCY (DLR177-BKT-IX) = DLFXCONV-CCY
025900         AND  DLR177-B-STATUS (DLR177-BKT-IX) = DLFXCONV-STATUS
026000         AND  DLR177-B-EFF-DATE (DLR177-BKT-IX)
026100                 = DLFXCONV-RATE-EFF-DATE
026200         AND  DLR177-B-RATE (DLR177-BKT-IX) = DLFXCONV-RATE
026300             MOVE 'Y' TO DLR177-BKT-FOUND-SW
026400     END-SEARCH.
026500     IF  NOT DLR177-BKT-FOUND
026600         IF  DLR177-BKT-COUNT < 500
026700             ADD 1 TO DLR177-BKT-COUNT
026800             SET DLR177-BKT-IX TO DLR177-BKT-COUNT
026900             MOVE DLR177-FILE-SUB
027000                 TO DLR177-B-FILE-SUB (DLR177-BKT-IX)
027100             MOVE DLFXCONV-CCY TO DLR177-B-CCY (DLR177-BKT-IX)
027200             MOVE DLFXCONV-STATUS
027300                 TO DLR177-B-STATUS (DLR177-BKT-IX)
027400             MOVE DLFXCONV-RATE-EFF-DATE
027500                 TO DLR177-B-EFF-DATE (DLR177-BKT-IX)
027600             MOVE DLFXCONV-RATE TO DLR177-B-RATE (DLR177-BKT-IX)
027700             MOVE ZERO TO DLR177-B-RECS (DLR177-BKT-IX)
027800                          DLR177-B-SOURCE (DLR177-BKT-IX)
027900                          DLR177-B-CONV (DLR177-BKT-IX)
028000             MOVE 'Y' TO DLR177-BKT-FOUND-SW
028100         ELSE
028200             ADD 1 TO DLR177-BKTS-DROPPED
028300         END-IF
028400     END-IF.
028500 2600-EXIT.
028600     EXIT.
028700
028800*    CONVERTED THE WAY DLR048 CONVERTS STORE ACTIVITY - A STORE
028900*    HELD AS ITS 2-CHARACTER ALPHA CODE IS FOUND BY THAT CODE.
029000 3000-CONVERT-DTAR107.
029100     MOVE 'C' TO DLFXCONV-FUNCTION.
029200     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
029300         MOVE ZERO TO DLFXCONV-STORE-NO
029400         MOVE DTAR107-STORE-NO-REDEF TO DLFXCONV-ALPHA-CODE
029500     ELSE
029600         MOVE DTAR107-STORE-NO TO DLFXCONV-STORE-NO
029700         MOVE SPACES TO DLFXCONV-ALPHA-CODE
029800     END-IF.
029900     COMPUTE DLFXCONV-TRADE-DATE =
030000         DTAR107-TRANS-DATE + 20000000.
030100     MOVE DTAR107-AMOUNT TO DLFXCONV-SOURCE-AMT.
030200     CALL 'DLR176' USING DLFXCONV-AREA.
030300     MOVE 2 TO DLR177-FILE-SUB.
030400     PERFORM 2500-POST-AMOUNT.
030500     PERFORM 3100-READ-DTAR107.
030600 3000-EXIT.
030700     EXIT.
030800
030900 3100-READ-DTAR107.
031000     READ DTAR107-FILE
031100         AT END
031200             MOVE 'Y' TO DLR177-107-EOF-SW
031300     END-READ.
031400 3100-EXIT.
031500     EXIT.
031600
031700 4000-PRINT-BUCKETS.
031800     WRITE FXCTL-LINE FROM DLR177-HEADING-1.
031900     WRITE FXCTL-LINE FROM DLR177-BLANK-LINE.
032000     WRITE FXCTL-LINE FROM DLR177-HEADING-2.
032100     PERFORM 4100-PRINT-ONE-BUCKET
032200         VARYING DLR177-BKT-IX FROM 1 BY 1
032300         UNTIL DLR177-BKT-IX > DLR177-BKT-COUNT.
032400 4000-EXIT.
032500     EXIT.
032600
032700*    EACH CONVERSION ROUNDS TO THE CENT, SO A BUCKET MAY DRIFT
032800*    FROM SOURCE TIMES RATE BY HALF A CENT A RECORD, PLUS HALF A
032900*    CENT FOR ROUNDING THE EXPECTED FIGURE ITSELF.
033000 4100-PRINT-ONE-BUCKET.
033100     SET DLR177-FILE-IX TO DLR177-B-FILE-SUB (DLR177-BKT-IX).
033200     ADD DLR177-B-RECS (DLR177-BKT-IX)
033300         TO DLR177-F-BKT-RECS (DLR177-FILE-IX).
033400     ADD DLR177-B-SOURCE (DLR177-BKT-IX)
033500         TO DLR177-F-BKT-SOURCE (DLR177-FILE-IX).
033600     ADD DLR177-B-CONV (DLR177-BKT-IX)
033700         TO DLR177-F-BKT-CONV (DLR177-FILE-IX).
033800     COMPUTE DLR177-W-EXPECTED ROUNDED =
033900         DLR177-B-SOURCE (DLR177-BKT-IX)
034000             * DLR177-B-RATE (DLR177-BKT-IX).
034100     COMPUTE DLR177-W-DIFF =
034200         DLR177-B-CONV (DLR177-BKT-IX) - DLR177-W-EXPECTED.
034300     IF  DLR177-W-DIFF < ZERO
034400         COMPUTE DLR177-W-ABS-DIFF = ZERO - DLR177-W-DIFF
034500     ELSE
034600         MOVE DLR177-W-DIFF TO DLR177-W-ABS-DIFF
034700     END-IF.
034800     COMPUTE DLR177-W-TOLERANCE =
034900         (DLR177-B-RECS (DLR177-BKT-IX) + 1) * 0.005.
035000     MOVE DLR177-F-NAME (DLR177-FILE-IX) TO DLR177-D-FILE.
035100     IF  DLR177-B-CCY (DLR177-BKT-IX) = SPACES
035200         MOVE 'LOC' TO DLR177-D-CCY
035300     ELSE
035400         MOVE DLR177-B-CCY (DLR177-BKT-IX) TO DLR177-D-CCY
035500     END-IF.
035600     MOVE DLR177-B-EFF-DATE (DLR177-BKT-IX) TO DLR177-D-EFF-DATE.
035700     MOVE DLR177-B-RATE (DLR177-BKT-IX) TO DLR177-D-RATE.
035800     MOVE DLR177-B-RECS (DLR177-BKT-IX) TO DLR177-D-RECS.
035900     MOVE DLR177-B-SOURCE (DLR177-BKT-IX) TO DLR177-D-SOURCE.
036000     MOVE DLR177-B-CONV (DLR177-BKT-IX) TO DLR177-D-CONV.
036100     MOVE DLR177-W-EXPECTED TO DLR177-D-EXPECTED.
036200     MOVE DLR177-W-DIFF TO DLR177-D-DIFF.
036300     EVALUATE TRUE
036400         WHEN DLR177-W-ABS-DIFF > DLR177-W-TOLERANCE
036500             MOVE 'BREAK' TO DLR177-D-STATUS
036600             ADD 1 TO DLR177-BKTS-BROKEN
036700             MOVE 'N' TO DLR177-BALANCED-SW
036800         WHEN DLR177-B-STATUS (DLR177-BKT-IX) = 'N'
036900             MOVE 'NO RATE' TO DLR177-D-STATUS
037000         WHEN DLR177-B-STATUS (DLR177-BKT-IX) = 'L'
037100             MOVE 'LOCAL' TO DLR177-D-STATUS
037200         WHEN OTHER
037300             MOVE 'OK' TO DLR177-D-STATUS
037400     END-EVALUATE.
037500     WRITE FXCTL-LINE FROM DLR177-DETAIL-LINE.
037600 4100-EXIT.
037700     EXIT.
037800
037900 5000-PRINT-CONTROLS.
038000     WRITE FXCTL-LINE FROM DLR177-BLANK-LINE.
038100     PERFORM 5100-PRINT-ONE-FILE
038200         VARYING DLR177-FILE-IX FROM 1 BY 1
038300         UNTIL DLR177-FILE-IX > 2.
038400     IF  DLR177-BKTS-DROPPED > ZERO
038500         MOVE 'N' TO DLR177-BALANCED-SW
038600         MOVE SPACES TO DLR177-CONTROL-LINE
038700         MOVE 'AMOUNTS NOT BUCKETED - TABLE FULL'
038800             TO DLR177-K-LABEL
038900         MOVE DLR177-BKTS-DROPPED TO DLR177-K-RECS
039000         WRITE FXCTL-LINE FROM DLR177-CONTROL-LINE
039100     END-IF.
039200     WRITE FXCTL-LINE FROM DLR177-BLANK-LINE.
039300     MOVE SPACES TO DLR177-CONTROL-LINE.
039400     IF  DLR177-BALANCED
039500         MOVE 'CONVERSION RECONCILED TO SOURCE'
039600             TO DLR177-K-LABEL
039700     ELSE
039800         MOVE 'CONVERSION OUT OF BALANCE' TO DLR177-K-LABEL
039900     END-IF.
040000     WRITE FXCTL-LINE FROM DLR177-CONTROL-LINE.
040100 5000-EXIT.
040200     EXIT.
040300
040400*    THE TOTALS AS READ AGAINST THE SAME TOTALS ADDED BACK UP
040500*    FROM THE BUCKETS - RECORDS, SOURCE AND CONVERTED MUST ALL
040600*    AGREE.
040700 5100-PRINT-ONE-FILE.
040800     MOVE SPACES TO DLR177-CONTROL-LINE.
040900     STRING DLR177-F-NAME (DLR177-FILE-IX) DELIMITED BY SIZE
041000            ' AS READ' DELIMITED BY SIZE
041100         INTO DLR177-K-LABEL.
041200     MOVE DLR177-F-READ-RECS (DLR177-FILE-IX) TO DLR177-K-RECS.
041300     MOVE DLR177-F-READ-SOURCE (DLR177-FILE-IX)
041400         TO DLR177-K-SOURCE.
041500     MOVE DLR177-F-READ-CONV (DLR177-FILE-IX) TO DLR177-K-CONV.
041600     WRITE FXCTL-LINE FROM DLR177-CONTROL-LINE.
041700     MOVE SPACES TO DLR177-CONTROL-LINE.
041800     STRING DLR177-F-NAME (DLR177-FILE-IX) DELIMITED BY SIZE
041900            ' ADDED BACK FROM BUCKETS' DELIMITED BY SIZE
042000         INTO DLR177-K-LABEL.
042100     MOVE DLR177-F-BKT-RECS (DLR177-FILE-IX) TO DLR177-K-RECS.
042200     MOVE DLR177-F-BKT-SOURCE (DLR177-FILE-IX)
042300         TO DLR177-K-SOURCE.
042400     MOVE DLR177-F-BKT-CONV (DLR177-FILE-IX) TO DLR177-K-CONV.
042500     IF  DLR177-F-BKT-RECS (DLR177-FILE-IX)
042600             = DLR177-F-READ-RECS (DLR177-FILE-IX)
042700     AND DLR177-F-BKT-SOURCE (DLR177-FILE-IX)
042800             = DLR177-F-READ-SOURCE (DLR177-FILE-IX)
042900     AND DLR177-F-BKT-CONV (DLR177-FILE-IX)
043000             = DLR177-F-READ-CONV (DLR177-FILE-IX)
043100         MOVE 'AGREES' TO DLR177-K-STATUS
043200     ELSE
043300         MOVE 'DIFFERS' TO DLR177-K-STATUS
043400         MOVE 'N' TO DLR177-BALANCED-SW
043500     END-IF.
043600     WRITE FXCTL-LINE FROM DLR177-CONTROL-LINE.
043700     MOVE SPACES TO DLR177-CONTROL-LINE.
043800     STRING DLR177-F-NAME (DLR177-FILE-IX) DELIMITED BY SIZE
043900            ' FOREIGN AMOUNTS WITH NO RATE' DELIMITED BY SIZE
044000         INTO DLR177-K-LABEL.
044100     MOVE DLR177-F-NO-RATE (DLR177-FILE-IX) TO DLR177-K-RECS.
044200     WRITE FXCTL-LINE FROM DLR177-CONTROL-LINE.
044300 5100-EXIT.
044400     EXIT.
044500
044600 9000-TERMINATE.
044700     DISPLAY 'DLR177 DTAR020 RECORDS READ    = '
044800         DLR177-F-READ-RECS (1).
044900     DISPLAY 'DLR177 DTAR107 RECORDS READ    = '
045000         DLR177-F-READ-RECS (2).
045100     DISPLAY 'DLR177 BUCKETS OUT OF TOLERANCE = '
045200         DLR177-BKTS-BROKEN.
045300     IF  NOT DLR177-BALANCED
045400         DISPLAY 'DLR177 CONVERSION OUT OF BALANCE'
045500         MOVE 8 TO RETURN-CODE
045600     ELSE
045700         IF  DLR177-F-NO-RATE (1) > ZERO
045800         OR  DLR177-F-NO-RATE (2) > ZERO
045900             MOVE 4 TO RETURN-CODE
046000         END-IF
046100     END-IF.
046200     CLOSE DTAR020-FILE
046300           DTAR107-FILE
046400           FXCTL-REPORT.
046500 9000-EXIT.
046600     EXIT.
