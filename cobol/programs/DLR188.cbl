000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR188.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR188 - DTAR107 OPERATOR EXCEPTION REPORT                   *
001000*                                                                *
001100*   CHECKS EVERY DTAR107 TRANSACTION'S OPERATOR AGAINST THE      *
001200*   DLOPERMF OPERATOR MASTER KEPT BY DLR187 AND REPORTS -        *
001300*     UNKN  OPERATOR NOT ON THE MASTER                           *
001400*     PRE   TRANSACTION BEFORE THE OPERATOR'S START DATE         *
001500*     LEFT  TRANSACTION AFTER THE OPERATOR'S END DATE            *
001600*     STOR  TRANSACTION AT A STORE OTHER THAN THE HOME STORE     *
001700*           WITH NO APPROVED TRANSFER COVERING THE DATE          *
001800*     OWNC  SALE OR REFUND RUNG BY THE OPERATOR ON THEIR OWN     *
001900*           STAFF LOYALTY CARD                                   *
002000*   THE FIRST FOUR ARE SUMMARISED BY OPERATOR AND STORE WITH A   *
002100*   COUNT, VALUE AND DATE RANGE; OWN-CARD TRANSACTIONS ARE       *
002200*   LISTED ONE BY ONE. ANY EXCEPTION SETS RETURN CODE 4.         *
002300*                                                                *
002400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002500*  ---|----------|------------------------------|------------    *
002600*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DTAR107-FILE      ASSIGN TO DTAR107
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPERATOR-MASTER   ASSIGN TO DLOPERMF
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS RANDOM
004000                              RECORD KEY IS DLOPERMF-OPERATOR-NO.
004100     SELECT EXCEPTION-REPORT  ASSIGN TO OPEXRPT
004200                              ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DTAR107-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  DTAR107-REC.
004900     COPY DTAR107.
005000 FD  OPERATOR-MASTER
005100     LABEL RECORDS ARE STANDARD.
005200 01  DLOPERMF-RECORD.
005300     COPY DLOPERMF.
005400 FD  EXCEPTION-REPORT
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  EXCEPTION-LINE              PIC X(132).
005800 WORKING-STORAGE SECTION.
005900 01  DLR188-STORE-ID.
006000     COPY DLSTORID.
006100 01  DLR188-SWITCHES.
006200     05  DLR188-EOF-SW            PIC X(01)  VALUE 'N'.
006300         88  DLR188-EOF                      VALUE 'Y'.
006400     05  DLR188-ON-MASTER-SW      PIC X(01)  VALUE 'N'.
006500         88  DLR188-ON-MASTER                VALUE 'Y'.
006600     05  DLR188-COVERED-SW        PIC X(01)  VALUE 'N'.
006700         88  DLR188-COVERED                  VALUE 'Y'.
006800 01  DLR188-RUN-DATE              PIC 9(08)  VALUE ZERO.
006900 01  DLR188-TRANS-DATE            PIC 9(08)  VALUE ZERO.
007000 01  DLR188-OPERATOR-NO           PIC 9(08)  VALUE ZERO.
007100 01  DLR188-LAST-OPERATOR         PIC 9(08)  VALUE ZERO.
007200 01  DLR188-EXCEPTION-TYPE        PIC X(04).
007300 01  DLR188-XFER-SUB              PIC S9(04)  COMP.
007400 01  DLR188-TYPE-SUB              PIC S9(04)  COMP.
007500*    EXCEPTION TYPES IN THE ORDER THEY ARE PRINTED.
007600 01  DLR188-TYPE-VALUES.
007700     05  FILLER                   PIC X(44)  VALUE
007800         'UNKNOPERATOR NOT ON MASTER                  '.
007900     05  FILLER                   PIC X(44)  VALUE
008000         'PRE TRANSACTION BEFORE START DATE           '.
008100     05  FILLER                   PIC X(44)  VALUE
008200         'LEFTTRANSACTION AFTER END DATE              '.
008300     05  FILLER                   PIC X(44)  VALUE
008400         'STORSTORE NOT HOME STORE - NO TRANSFER      '.
008500 01  DLR188-TYPE-TABLE REDEFINES DLR188-TYPE-VALUES.
008600     05  DLR188-TYPE-ENTRY        OCCURS 4 TIMES.
008700         10  DLR188-TYPE-CODE     PIC X(04).
008800         10  DLR188-TYPE-TITLE    PIC X(40).
008900 01  DLR188-EXCEPTION-TABLE.
009000     05  DLR188-EXC-COUNT         PIC S9(04)  COMP  VALUE ZERO.
009100     05  DLR188-EXC-ENTRY         OCCURS 2000 TIMES
009200                                  INDEXED BY DLR188-EXC-IX.
009300         10  DLR188-EXC-TYPE      PIC X(04).
009400         10  DLR188-EXC-OPERATOR  PIC 9(08).
009500         10  DLR188-EXC-STORE     PIC X(08).
009600         10  DLR188-EXC-TRANS     PIC 9(07)  COMP-3.
009700         10  DLR188-EXC-AMOUNT    PIC S9(09)V99  COMP-3.
009800         10  DLR188-EXC-FIRST     PIC 9(08).
009900         10  DLR188-EXC-LAST      PIC 9(08).
010000 01  DLR188-COUNTERS.
010100     05  DLR188-RECS-READ         PIC 9(09)  VALUE ZERO.
010200     05  DLR188-UNKNOWN           PIC 9(09)  VALUE ZERO.
010300     05  DLR188-BEFORE-START      PIC 9(09)  VALUE ZERO.
010400     05  DLR188-AFTER-END         PIC 9(09)  VALUE ZERO.
010500     05  DLR188-WRONG-STORE       PIC 9(09)  VALUE ZERO.
010600     05  DLR188-OWN-CARD          PIC 9(09)  VALUE ZERO.
010700     05  DLR188-TABLE-FULL        PIC 9(09)  VALUE ZERO.
010800 01  DLR188-HEADING-1.
010900     05  FILLER                   PIC X(53)  VALUE
011000         'DLR188 - DTAR107 OPERATOR EXCEPTION REPORT       RUN '.
011100     05  DLR188-H-RUN-DATE        PIC 9(08).
011200 01  DLR188-HEADING-2.
011300     05  DLR188-H-TYPE            PIC X(04).
011400     05  FILLER                   PIC X(03)  VALUE ' - '.
011500     05  DLR188-H-TITLE           PIC X(40).
011600 01  DLR188-HEADING-3.
011700     05  FILLER                   PIC X(32)  VALUE
011800         'OPERATOR  STORE          TRANS  '.
011900     05  FILLER                   PIC X(30)  VALUE
012000         '         VALUE  FIRST     LAST'.
012100 01  DLR188-DETAIL-LINE.
012200     05  DLR188-D-OPERATOR        PIC 9(08).
012300     05  FILLER                   PIC X(02)  VALUE SPACES.
012400     05  DLR188-D-STORE           PIC X(08).
012500     05  FILLER                   PIC X(03)  VALUE SPACES.
012600     05  DLR188-D-TRANS           PIC Z,ZZZ,ZZ9.
012700     05  FILLER                   PIC X(02)  VALUE SPACES.
012800     05  DLR188-D-AMOUNT          PIC ---,---,--9.99.
012900     05  FILLER                   PIC X(02)  VALUE SPACES.
013000     05  DLR188-D-FIRST           PIC 9(08).
013100     05  FILLER                   PIC X(02)  VALUE SPACES.
013200     05  DLR188-D-LAST            PIC 9(08).
013300 01  DLR188-OWNC-HEADING.
013400     05  FILLER                   PIC X(60)  VALUE
013500         'OWNC - OWN STAFF CARD USED BY OPERATOR'.
013600 01  DLR188-OWNC-HEADING-2.
013700     05  FILLER                   PIC X(38)  VALUE
013800         'OPERATOR  STORE     DATE      TYPE    '.
013900     05  FILLER                   PIC X(29)  VALUE
014000         'STAFF CARD              VALUE'.
014100 01  DLR188-OWNC-LINE.
014200     05  DLR188-O-OPERATOR        PIC 9(08).
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR188-O-STORE           PIC X(08).
014500     05  FILLER                   PIC X(02)  VALUE SPACES.
014600     05  DLR188-O-DATE            PIC 9(08).
014700     05  FILLER                   PIC X(02)  VALUE SPACES.
014800     05  DLR188-O-TYPE            PIC X(06).
014900     05  FILLER                   PIC X(02)  VALUE SPACES.
015000     05  DLR188-O-CARD            PIC 9(16).
015100     05  FILLER                   PIC X(02)  VALUE SPACES.
015200     05  DLR188-O-AMOUNT          PIC ----,--9.99.
015300 01  DLR188-NONE-LINE.
015400     05  FILLER                   PIC X(20)  VALUE
015500         '    NONE'.
015600 01  DLR188-TOTAL-LINE.
015700     05  DLR188-T-LABEL           PIC X(40).
015800     05  DLR188-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
015900 01  DLR188-BLANK-LINE            PIC X(01)  VALUE SPACE.
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE.
016300     PERFORM 2000-CHECK-TRANSACTION
016400         UNTIL DLR188-EOF.
016500     PERFORM 7000-PRINT-SUMMARY
016600         VARYING DLR188-TYPE-SUB FROM 1 BY 1
016700         UNTIL DLR188-TYPE-SUB > 4.
016800     PERFORM 8000-PRINT-TOTALS.
016900     PERFORM 9000-TERMINATE.
017000     STOP RUN.
017100
017200 1000-INITIALIZE.
017300     OPEN INPUT  DTAR107-FILE
017400                 OPERATOR-MASTER.
017500     OPEN OUTPUT EXCEPTION-REPORT.
017600     ACCEPT DLR188-RUN-DATE FROM DATE YYYYMMDD.
017700     MOVE DLR188-RUN-DATE TO DLR188-H-RUN-DATE.
017800     WRITE EXCEPTION-LINE FROM DLR188-HEADING-1.
017900     WRITE EXCEPTION-LINE FROM DLR188-BLANK-LINE.
018000     WRITE EXCEPTION-LINE FROM DLR188-OWNC-HEADING.
018100     WRITE EXCEPTION-LINE FROM DLR188-OWNC-HEADING-2.
018200     PERFORM 2100-READ-DTAR107.
018300 1000-EXIT.
018400     EXIT.
018500
018600 2000-CHECK-TRANSACTION.
018700     ADD 1 TO DLR188-RECS-READ.
018800     COMPUTE DLR188-TRANS-DATE =
018900         20000000 + DTAR107-TRANS-DATE.
019000     MOVE DTAR107-OPERATOR-NO TO DLR188-OPERATOR-NO.
019100     PERFORM 2150-DERIVE-STORE-KEY.
019200     PERFORM 2200-GET-OPERATOR.
019300     IF  NOT DLR188-ON-MASTER
019400         ADD 1 TO DLR188-UNKNOWN
019500         MOVE 'UNKN' TO DLR188-EXCEPTION-TYPE
019600         PERFORM 3000-ADD-EXCEPTION
019700     ELSE
019800         PERFORM 2300-CHECK-OPERATOR
019900     END-IF.
020000     PERFORM 2100-READ-DTAR107.
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-READ-DTAR107.
020500     READ DTAR107-FILE
020600         AT END
020700             MOVE 'Y' TO DLR188-EOF-SW
020800     END-READ.
020900 2100-EXIT.
021000     EXIT.
021100
021200 2150-DERIVE-STORE-KEY.
021300     IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
021400         MOVE 'A' TO DLSTORID-FORM-SW
021500         MOVE SPACES TO DLSTORID-DISPLAY-KEY
021600         MOVE DTAR107-STORE-NO-REDEF TO DLSTORID-DISPLAY-KEY
021700     ELSE
021800         MOVE 'N' TO DLSTORID-FORM-SW
021900         MOVE SPACES TO DLSTORID-DISPLAY-KEY
022000         MOVE DTAR107-STORE-NO TO DLSTORID-DISPLAY-KEY
022100     END-IF.
022200 2150-EXIT.
022300     EXIT.
022400
022500*    DTAR107 COMES IN TILL ORDER, SO AN OPERATOR'S TRANSACTIONS
022600*    USUALLY RUN TOGETHER - KEEP THE LAST MASTER ROW READ.
022700 2200-GET-OPERATOR.
022800     IF  DLR188-OPERATOR-NO = DLR188-LAST-OPERATOR
022900     AND DLR188-LAST-OPERATOR NOT = ZERO
023000         CONTINUE
023100     ELSE
023200         MOVE DLR188-OPERATOR-NO TO DLR188-LAST-OPERATOR
023300         MOVE DLR188-OPERATOR-NO TO DLOPERMF-OPERATOR-NO
023400         READ OPERATOR-MASTER
023500             INVALID KEY
023600                 MOVE 'N' TO DLR188-ON-MASTER-SW
023700             NOT INVALID KEY
023800                 MOVE 'Y' TO DLR188-ON-MASTER-SW
023900         END-READ
024000     END-IF.
024100 2200-EXIT.
024200     EXIT.
024300
024400 2300-CHECK-OPERATOR.
024500     IF  DLR188-TRANS-DATE < DLOPERMF-START-DATE
024600         ADD 1 TO DLR188-BEFORE-START
024700         MOVE 'PRE ' TO DLR188-EXCEPTION-TYPE
024800         PERFORM 3000-ADD-EXCEPTION
024900     END-IF.
025000     IF  DLOPERMF-END-DATE NOT = ZERO
025100     AND DLR188-TRANS-DATE > DLOPERMF-END-DATE
025200         ADD 1 TO DLR188-AFTER-END
025300         MOVE 'LEFT' TO DLR188-EXCEPTION-TYPE
025400         PERFORM 3000-ADD-EXCEPTION
025500     END-IF.
025600     IF  DLSTORID-DISPLAY-KEY NOT = DLOPERMF-HOME-STORE
025700         MOVE 'N' TO DLR188-COVERED-SW
025800         PERFORM 2310-CHECK-ONE-TRANSFER
025900             VARYING DLR188-XFER-SUB FROM 1 BY 1
026000             UNTIL DLR188-XFER-SUB > DLOPERMF-TRANSFER-COUNT
026100                OR DLR188-COVERED
026200         IF  NOT DLR188-COVERED
026300             ADD 1 TO DLR188-WRONG-STORE
026400             MOVE 'STOR' TO DLR188-EXCEPTION-TYPE
026500             PERFORM 3000-ADD-EXCEPTION
026600         END-IF
026700     END-IF.
026800     IF  (DTAR107-SALE OR DTAR107-REFUND)
026900     AND DLOPERMF-STAFF-CARD-NO NOT = ZERO
027000     AND DTAR107-CUST-NO IS NUMERIC
027100     AND DTAR107-CUST-NO = DLOPERMF-STAFF-CARD-NO
027200         PERFORM 2400-PRINT-OWN-CARD
027300     END-IF.
027400 2300-EXIT.
027500     EXIT.
027600
027700 2310-CHECK-ONE-TRANSFER.
027800     IF  DLOPERMF-XFER-STORE (DLR188-XFER-SUB)
027900             = DLSTORID-DISPLAY-KEY
028000     AND DLOPERMF-XFER-FROM (DLR188-XFER-SUB)
028100             NOT > DLR188-TRANS-DATE
028200     AND (DLOPERMF-XFER-TO (DLR188-XFER-SUB) = ZERO
028300       OR DLOPERMF-XFER-TO (DLR188-XFER-SUB)
028400             NOT < DLR188-TRANS-DATE)
028500         MOVE 'Y' TO DLR188-COVERED-SW
028600     END-IF.
028700 2310-EXIT.
028800     EXIT.
028900
029000 2400-PRINT-OWN-CARD.
029100     ADD 1 TO DLR188-OWN-CARD.
029200     MOVE DLR188-OPERATOR-NO   TO DLR188-O-OPERATOR.
029300     MOVE DLSTORID-DISPLAY-KEY TO DLR188-O-STORE.
029400     MOVE DLR188-TRANS-DATE    TO DLR188-O-DATE.
029500     IF  DTAR107-SALE
029600         MOVE 'SALE'   TO DLR188-O-TYPE
029700     ELSE
029800         MOVE 'REFUND' TO DLR188-O-TYPE
029900     END-IF.
030000     MOVE DTAR107-CUST-NO      TO DLR188-O-CARD.
030100     MOVE DTAR107-AMOUNT       TO DLR188-O-AMOUNT.
030200     WRITE EXCEPTION-LINE FROM DLR188-OWNC-LINE.
030300 2400-EXIT.
030400     EXIT.
030500
030600 3000-ADD-EXCEPTION.
030700     SET DLR188-EXC-IX TO 1.
030800     SEARCH DLR188-EXC-ENTRY
030900         AT END
031000             CONTINUE
031100         WHEN DLR188-EXC-IX > DLR188-EXC-COUNT
031200             CONTINUE
031300         WHEN DLR188-EXC-TYPE (DLR188-EXC-IX)
031400                 = DLR188-EXCEPTION-TYPE
031500         AND  DLR188-EXC-OPERATOR (DLR188-EXC-IX)
031600                 = DLR188-OPERATOR-NO
031700         AND  DLR188-EXC-STORE (DLR188-EXC-IX)
031800                 = DLSTORID-DISPLAY-KEY
031900             CONTINUE
032000     END-SEARCH.
032100     IF  DLR188-EXC-IX > DLR188-EXC-COUNT
032200         IF  DLR188-EXC-COUNT >= 2000
032300             ADD 1 TO DLR188-TABLE-FULL
032400         ELSE
032500             ADD 1 TO DLR188-EXC-COUNT
032600             SET DLR188-EXC-IX TO DLR188-EXC-COUNT
032700             MOVE DLR188-EXCEPTION-TYPE
032800                 TO DLR188-EXC-TYPE (DLR188-EXC-IX)
032900             MOVE DLR188-OPERATOR-NO
033000                 TO DLR188-EXC-OPERATOR (DLR188-EXC-IX)
033100             MOVE DLSTORID-DISPLAY-KEY
033200                 TO DLR188-EXC-STORE (DLR188-EXC-IX)
033300             MOVE ZERO TO DLR188-EXC-TRANS (DLR188-EXC-IX)
033400                          DLR188-EXC-AMOUNT (DLR188-EXC-IX)
033500             MOVE DLR188-TRANS-DATE
033600                 TO DLR188-EXC-FIRST (DLR188-EXC-IX)
033700                    DLR188-EXC-LAST (DLR188-EXC-IX)
033800             PERFORM 3100-ACCUMULATE-EXCEPTION
033900         END-IF
034000     ELSE
034100         PERFORM 3100-ACCUMULATE-EXCEPTION
034200     END-IF.
034300 3000-EXIT.
034400     EXIT.
034500
034600 3100-ACCUMULATE-EXCEPTION.
034700     ADD 1 TO DLR188-EXC-TRANS (DLR188-EXC-IX).
034800     ADD DTAR107-AMOUNT TO DLR188-EXC-AMOUNT (DLR188-EXC-IX).
034900     IF  DLR188-TRANS-DATE < DLR188-EXC-FIRST (DLR188-EXC-IX)
035000         MOVE DLR188-TRANS-DATE
035100             TO DLR188-EXC-FIRST (DLR188-EXC-IX)
035200     END-IF.
035300     IF  DLR188-TRANS-DATE > DLR188-EXC-LAST (DLR188-EXC-IX)
035400         MOVE DLR188-TRANS-DATE
035500             TO DLR188-EXC-LAST (DLR188-EXC-IX)
035600     END-IF.
035700 3100-EXIT.
035800     EXIT.
035900
036000 7000-PRINT-SUMMARY.
036100     IF  DLR188-OWN-CARD = ZERO
036200     AND DLR188-TYPE-SUB = 1
036300         WRITE EXCEPTION-LINE FROM DLR188-NONE-LINE
036400     END-IF.
036500     MOVE DLR188-TYPE-CODE (DLR188-TYPE-SUB)  TO DLR188-H-TYPE.
036600     MOVE DLR188-TYPE-TITLE (DLR188-TYPE-SUB) TO DLR188-H-TITLE.
036700     WRITE EXCEPTION-LINE FROM DLR188-BLANK-LINE.
036800     WRITE EXCEPTION-LINE FROM DLR188-HEADING-2.
036900     WRITE EXCEPTION-LINE FROM DLR188-HEADING-3.
037000     MOVE 'N' TO DLR188-COVERED-SW.
037100     PERFORM 7100-PRINT-ONE-EXCEPTION
037200         VARYING DLR188-EXC-IX FROM 1 BY 1
037300         UNTIL DLR188-EXC-IX > DLR188-EXC-COUNT.
037400     IF  NOT DLR188-COVERED
037500         WRITE EXCEPTION-LINE FROM DLR188-NONE-LINE
037600     END-IF.
037700 7000-EXIT.
037800     EXIT.
037900
038000*    DLR188-COVERED-SW IS REUSED HERE TO NOTE A LINE WAS PRINTED.
038100 7100-PRINT-ONE-EXCEPTION.
038200     IF  DLR188-EXC-TYPE (DLR188-EXC-IX)
038300             = DLR188-TYPE-CODE (DLR188-TYPE-SUB)
038400         MOVE 'Y' TO DLR188-COVERED-SW
038500         MOVE DLR188-EXC-OPERATOR (DLR188-EXC-IX)
038600             TO DLR188-D-OPERATOR
038700         MOVE DLR188-EXC-STORE (DLR188-EXC-IX) TO DLR188-D-STORE
038800         MOVE DLR188-EXC-TRANS (DLR188-EXC-IX) TO DLR188-D-TRANS
038900         MOVE DLR188-EXC-AMOUNT (DLR188-EXC-IX)
039000             TO DLR188-D-AMOUNT
039100         MOVE DLR188-EXC-FIRST (DLR188-EXC-IX) TO DLR188-D-FIRST
039200         MOVE DLR188-EXC-LAST (DLR188-EXC-IX)  TO DLR188-D-LAST
039300         WRITE EXCEPTION-LINE FROM DLR188-DETAIL-LINE
039400     END-IF.
039500 7100-EXIT.
039600     EXIT.
039700
039800 8000-PRINT-TOTALS.
039900     WRITE EXCEPTION-LINE FROM DLR188-BLANK-LINE.
040000     MOVE 'DTAR107 RECORDS READ' TO DLR188-T-LABEL.
040100     MOVE DLR188-RECS-READ TO DLR188-T-COUNT.
040200     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
040300     MOVE 'UNKN OPERATOR NOT ON MASTER' TO DLR188-T-LABEL.
040400     MOVE DLR188-UNKNOWN TO DLR188-T-COUNT.
040500     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
040600     MOVE 'PRE  BEFORE START DATE' TO DLR188-T-LABEL.
040700     MOVE DLR188-BEFORE-START TO DLR188-T-COUNT.
040800     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
040900     MOVE 'LEFT AFTER END DATE' TO DLR188-T-LABEL.
041000     MOVE DLR188-AFTER-END TO DLR188-T-COUNT.
041100     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
041200     MOVE 'STOR NOT HOME STORE - NO TRANSFER' TO DLR188-T-LABEL.
041300     MOVE DLR188-WRONG-STORE TO DLR188-T-COUNT.
041400     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
041500     MOVE 'OWNC OWN STAFF CARD' TO DLR188-T-LABEL.
041600     MOVE DLR188-OWN-CARD TO DLR188-T-COUNT.
041700     WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE.
041800     IF  DLR188-TABLE-FULL > ZERO
041900         MOVE 'NOT SUMMARISED - TABLE FULL' TO DLR188-T-LABEL
042000         MOVE DLR188-TABLE-FULL TO DLR188-T-COUNT
042100         WRITE EXCEPTION-LINE FROM DLR188-TOTAL-LINE
042200     END-IF.
042300 8000-EXIT.
042400     EXIT.
042500
042600 9000-TERMINATE.
042700     DISPLAY 'DLR188 DTAR107 RECORDS READ = ' DLR188-RECS-READ.
042800     IF  DLR188-UNKNOWN      > ZERO
042900     OR  DLR188-BEFORE-START > ZERO
043000     OR  DLR188-AFTER-END    > ZERO
043100     OR  DLR188-WRONG-STORE  > ZERO
043200     OR  DLR188-OWN-CARD     > ZERO
043300         MOVE 4 TO RETURN-CODE
043400     END-IF.
043500     IF  DLR188-TABLE-FULL > ZERO
043600         DISPLAY 'DLR188 EXCEPTION TABLE FULL - INCREASE OCCURS'
043700     END-IF.
043800     CLOSE DTAR107-FILE
043900           OPERATOR-MASTER
044000           EXCEPTION-REPORT.
044100 9000-EXIT.
044200     EXIT.
