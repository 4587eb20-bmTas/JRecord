000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR187.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR187 - STORE STAFF OPERATOR MASTER MAINTENANCE             *
001000*                                                                *
001100*   APPLIES HR'S DLHROPER FILE TO THE DLOPERMF OPERATOR MASTER.  *
001200*   A DETAIL RECORD ADDS A NEW OPERATOR OR REPLACES THE NAME,    *
001300*   HOME STORE, EMPLOYMENT DATES AND STAFF CARD OF AN EXISTING   *
001400*   ONE, KEEPING THE TRANSFERS ALREADY HELD. A TRANSFER RECORD   *
001500*   ADDS AN APPROVED SPELL AT ANOTHER STORE, OR CHANGES THE TO   *
001600*   DATE OF ONE ALREADY HELD FOR THE SAME STORE AND FROM DATE.   *
001700*   A RECORD WITH A BAD OPERATOR NUMBER, NO NAME OR STORE,       *
001800*   DATES OUT OF ORDER, OR A TRANSFER FOR AN OPERATOR NOT ON     *
001900*   THE MASTER IS REJECTED AND THE RUN ENDS WITH RETURN CODE 4.  *
002000*   DLR188 CHECKS DTAR107 OPERATORS AGAINST THIS MASTER.         *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HR-INTAKE         ASSIGN TO HROPERIN
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPERATOR-MASTER   ASSIGN TO DLOPERMF
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS RANDOM
003800                              RECORD KEY IS DLOPERMF-OPERATOR-NO.
003900     SELECT OPERATOR-REPORT   ASSIGN TO OPERRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  HR-INTAKE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  DLHROPER-RECORD.
004700     COPY DLHROPER.
004800 FD  OPERATOR-MASTER
004900     LABEL RECORDS ARE STANDARD.
005000 01  DLOPERMF-RECORD.
005100     COPY DLOPERMF.
005200 FD  OPERATOR-REPORT
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  OPERATOR-LINE               PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 01  DLR187-SWITCHES.
005800     05  DLR187-EOF-SW            PIC X(01)  VALUE 'N'.
005900         88  DLR187-EOF                      VALUE 'Y'.
006000     05  DLR187-FOUND-SW          PIC X(01)  VALUE 'N'.
006100         88  DLR187-FOUND                    VALUE 'Y'.
006200     05  DLR187-XFER-FOUND-SW     PIC X(01)  VALUE 'N'.
006300         88  DLR187-XFER-FOUND               VALUE 'Y'.
006400 01  DLR187-RUN-DATE              PIC 9(08)  VALUE ZERO.
006500 01  DLR187-XFER-SUB              PIC S9(04)  COMP.
006600 01  DLR187-REJECT-TEXT           PIC X(36).
006700 01  DLR187-COUNTERS.
006800     05  DLR187-RECS-READ         PIC 9(07)  VALUE ZERO.
006900     05  DLR187-ADDED             PIC 9(07)  VALUE ZERO.
007000     05  DLR187-CHANGED           PIC 9(07)  VALUE ZERO.
007100     05  DLR187-XFERS-ADDED       PIC 9(07)  VALUE ZERO.
007200     05  DLR187-XFERS-CHANGED     PIC 9(07)  VALUE ZERO.
007300     05  DLR187-XFERS-DROPPED     PIC 9(07)  VALUE ZERO.
007400     05  DLR187-REJECTED          PIC 9(07)  VALUE ZERO.
007500 01  DLR187-HEADING-1.
007600     05  FILLER                   PIC X(53)  VALUE
007700         'DLR187 - OPERATOR MASTER MAINTENANCE             RUN '.
007800     05  DLR187-H-RUN-DATE        PIC 9(08).
007900 01  DLR187-HEADING-2.
008000     05  FILLER                   PIC X(40)  VALUE
008100         'HR RECORDS REJECTED - MASTER UNCHANGED'.
008200 01  DLR187-REJECT-LINE.
008300     05  DLR187-R-TYPE            PIC X(01).
008400     05  FILLER                   PIC X(02)  VALUE SPACES.
008500     05  DLR187-R-OPERATOR-NO     PIC X(08).
008600     05  FILLER                   PIC X(02)  VALUE SPACES.
008700     05  DLR187-R-DATA            PIC X(70).
008800     05  FILLER                   PIC X(02)  VALUE SPACES.
008900     05  DLR187-R-TEXT            PIC X(36).
009000 01  DLR187-ACTION-LINE.
009100     05  DLR187-A-ACTION          PIC X(18).
009200     05  DLR187-A-OPERATOR-NO     PIC 9(08).
009300     05  FILLER                   PIC X(02)  VALUE SPACES.
009400     05  DLR187-A-NAME            PIC X(30).
009500     05  FILLER                   PIC X(02)  VALUE SPACES.
009600     05  DLR187-A-STORE           PIC X(08).
009700     05  FILLER                   PIC X(02)  VALUE SPACES.
009800     05  DLR187-A-FROM            PIC 9(08).
009900     05  FILLER                   PIC X(02)  VALUE SPACES.
010000     05  DLR187-A-TO              PIC 9(08).
010100 01  DLR187-TOTAL-LINE.
010200     05  DLR187-T-LABEL           PIC X(40).
010300     05  DLR187-T-COUNT           PIC ZZZZZZZZ9.
010400 01  DLR187-BLANK-LINE            PIC X(01)  VALUE SPACE.
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE.
010800     PERFORM 2000-APPLY-HR-RECORD
010900         UNTIL DLR187-EOF.
011000     PERFORM 8000-PRINT-TOTALS.
011100     PERFORM 9000-TERMINATE.
011200     STOP RUN.
011300
011400 1000-INITIALIZE.
011500     OPEN INPUT  HR-INTAKE.
011600     OPEN I-O    OPERATOR-MASTER.
011700     OPEN OUTPUT OPERATOR-REPORT.
011800     ACCEPT DLR187-RUN-DATE FROM DATE YYYYMMDD.
011900     MOVE DLR187-RUN-DATE TO DLR187-H-RUN-DATE.
012000     WRITE OPERATOR-LINE FROM DLR187-HEADING-1.
012100     WRITE OPERATOR-LINE FROM DLR187-BLANK-LINE.
012200     PERFORM 2100-READ-HR.
012300 1000-EXIT.
012400     EXIT.
012500
012600 2000-APPLY-HR-RECORD.
012700     ADD 1 TO DLR187-RECS-READ.
012800     MOVE SPACES TO DLR187-REJECT-TEXT.
012900     IF  DLHROPER-OPERATOR-NO NOT NUMERIC
013000     OR  DLHROPER-OPERATOR-NO = ZERO
013100         MOVE 'OPERATOR NUMBER NOT VALID'
013200             TO DLR187-REJECT-TEXT
013300     ELSE
013400         MOVE DLHROPER-OPERATOR-NO TO DLOPERMF-OPERATOR-NO
013500         READ OPERATOR-MASTER
013600             INVALID KEY
013700                 MOVE 'N' TO DLR187-FOUND-SW
013800             NOT INVALID KEY
013900                 MOVE 'Y' TO DLR187-FOUND-SW
014000         END-READ
014100         EVALUATE TRUE
014200             WHEN DLHROPER-DETAIL
014300                 PERFORM 2200-APPLY-DETAIL
014400             WHEN DLHROPER-TRANSFER
014500                 PERFORM 2400-APPLY-TRANSFER
014600             WHEN OTHER
014700                 MOVE 'RECORD TYPE NOT O OR T'
014800                     TO DLR187-REJECT-TEXT
014900         END-EVALUATE
015000     END-IF.
015100     IF  DLR187-REJECT-TEXT NOT = SPACES
015200         PERFORM 2900-WRITE-REJECT
015300     END-IF.
015400     PERFORM 2100-READ-HR.
015500 2000-EXIT.
015600     EXIT.
015700
015800 2100-READ-HR.
015900     READ HR-INTAKE
016000         AT END
016100             MOVE 'Y' TO DLR187-EOF-SW
016200     END-READ.
016300 2100-EXIT.
016400     EXIT.
016500
016600 2200-APPLY-DETAIL.
016700     EVALUATE TRUE
016800         WHEN DLHROPER-NAME = SPACES
016900             MOVE 'OPERATOR NAME MISSING'
017000                 TO DLR187-REJECT-TEXT
017100         WHEN DLHROPER-HOME-STORE = SPACES
017200             MOVE 'HOME STORE MISSING'
017300                 TO DLR187-REJECT-TEXT
017400         WHEN DLHROPER-START-DATE NOT NUMERIC
017500         OR   DLHROPER-START-DATE = ZERO
017600             MOVE 'START DATE NOT VALID'
017700                 TO DLR187-REJECT-TEXT
017800         WHEN DLHROPER-END-DATE NOT NUMERIC
017900         OR  (DLHROPER-END-DATE NOT = ZERO
018000         AND  DLHROPER-END-DATE < DLHROPER-START-DATE)
018100             MOVE 'END DATE BEFORE START DATE'
018200                 TO DLR187-REJECT-TEXT
018300         WHEN DLHROPER-STAFF-CARD-NO NOT NUMERIC
018400             MOVE 'STAFF CARD NUMBER NOT NUMERIC'
018500                 TO DLR187-REJECT-TEXT
018600         WHEN OTHER
018700             PERFORM 2300-STORE-DETAIL
018800     END-EVALUATE.
018900 2200-EXIT.
019000     EXIT.
019100
019200 2300-STORE-DETAIL.
019300     IF  NOT DLR187-FOUND
019400         INITIALIZE DLOPERMF-RECORD
019500         MOVE DLHROPER-OPERATOR-NO TO DLOPERMF-OPERATOR-NO
019600     END-IF.
019700     MOVE DLHROPER-NAME          TO DLOPERMF-NAME.
019800     MOVE DLHROPER-HOME-STORE    TO DLOPERMF-HOME-STORE.
019900     MOVE DLHROPER-START-DATE    TO DLOPERMF-START-DATE.
020000     MOVE DLHROPER-END-DATE      TO DLOPERMF-END-DATE.
020100     MOVE DLHROPER-STAFF-CARD-NO TO DLOPERMF-STAFF-CARD-NO.
020200     MOVE DLR187-RUN-DATE        TO DLOPERMF-LAST-MAINT-DATE.
020300     MOVE DLHROPER-HOME-STORE    TO DLR187-A-STORE.
020400     MOVE DLHROPER-START-DATE    TO DLR187-A-FROM.
020500     MOVE DLHROPER-END-DATE      TO DLR187-A-TO.
020600     IF  DLR187-FOUND
020700         REWRITE DLOPERMF-RECORD
020800             INVALID KEY
020900                 DISPLAY 'DLR187 DLOPERMF REWRITE FAILED '
021000                     DLOPERMF-OPERATOR-NO
021100         END-REWRITE
021200         ADD 1 TO DLR187-CHANGED
021300         MOVE 'OPERATOR CHANGED' TO DLR187-A-ACTION
021400     ELSE
021500         WRITE DLOPERMF-RECORD
021600             INVALID KEY
021700                 DISPLAY 'DLR187 DLOPERMF WRITE FAILED '
021800                     DLOPERMF-OPERATOR-NO
021900         END-WRITE
022000         ADD 1 TO DLR187-ADDED
022100         MOVE 'OPERATOR ADDED' TO DLR187-A-ACTION
022200     END-IF.
022300     PERFORM 2800-WRITE-ACTION.
022400 2300-EXIT.
022500     EXIT.
022600
022700 2400-APPLY-TRANSFER.
022800     EVALUATE TRUE
022900         WHEN NOT DLR187-FOUND
023000             MOVE 'TRANSFER FOR OPERATOR NOT ON MASTER'
023100                 TO DLR187-REJECT-TEXT
023200         WHEN DLHROPER-XFER-STORE = SPACES
023300             MOVE 'TRANSFER STORE MISSING'
023400                 TO DLR187-REJECT-TEXT
023500         WHEN DLHROPER-XFER-FROM NOT NUMERIC
023600         OR   DLHROPER-XFER-FROM = ZERO
023700             MOVE 'TRANSFER FROM DATE NOT VALID'
023800                 TO DLR187-REJECT-TEXT
023900         WHEN DLHROPER-XFER-TO NOT NUMERIC
024000         OR  (DLHROPER-XFER-TO NOT = ZERO
024100         AND  DLHROPER-XFER-TO < DLHROPER-XFER-FROM)
024200             MOVE 'TRANSFER TO DATE BEFORE FROM DATE'
024300                 TO DLR187-REJECT-TEXT
024400         WHEN OTHER
024500             PERFORM 2500-STORE-TRANSFER
024600     END-EVALUATE.
024700 2400-EXIT.
024800     EXIT.
024900
025000*    THE SAME STORE AND FROM DATE IS AN EXTENSION OR CUT-SHORT
025100*    OF A TRANSFER ALREADY HELD; ANYTHING ELSE IS A NEW ONE.
025200 2500-STORE-TRANSFER.
025300     MOVE 'N' TO DLR187-XFER-FOUND-SW.
025400     PERFORM 2510-MATCH-ONE-TRANSFER
025500         VARYING DLR187-XFER-SUB FROM 1 BY 1
025600         UNTIL DLR187-XFER-SUB > DLOPERMF-TRANSFER-COUNT
025700            OR DLR187-XFER-FOUND.
025800     IF  DLR187-XFER-FOUND
025900         SUBTRACT 1 FROM DLR187-XFER-SUB
026000         MOVE DLHROPER-XFER-TO
026100             TO DLOPERMF-XFER-TO (DLR187-XFER-SUB)
026200         ADD 1 TO DLR187-XFERS-CHANGED
026300         MOVE 'TRANSFER CHANGED' TO DLR187-A-ACTION
026400     ELSE
026500         IF  DLOPERMF-TRANSFER-COUNT >= 5
026600             PERFORM 2520-DROP-ONE-TRANSFER
026700                 VARYING DLR187-XFER-SUB FROM 2 BY 1
026800                 UNTIL DLR187-XFER-SUB > 5
026900             MOVE 4 TO DLOPERMF-TRANSFER-COUNT
027000             ADD 1 TO DLR187-XFERS-DROPPED
027100         END-IF
027200         ADD 1 TO DLOPERMF-TRANSFER-COUNT
027300         MOVE DLOPERMF-TRANSFER-COUNT TO DLR187-XFER-SUB
027400         MOVE DLHROPER-XFER-STORE
027500             TO DLOPERMF-XFER-STORE (DLR187-XFER-SUB)
027600         MOVE DLHROPER-XFER-FROM
027700             TO DLOPERMF-XFER-FROM (DLR187-XFER-SUB)
027800         MOVE DLHROPER-XFER-TO
027900             TO DLOPERMF-XFER-TO (DLR187-XFER-SUB)
028000         ADD 1 TO DLR187-XFERS-ADDED
028100         MOVE 'TRANSFER ADDED' TO DLR187-A-ACTION
028200     END-IF.
028300     MOVE DLR187-RUN-DATE TO DLOPERMF-LAST-MAINT-DATE.
028400     REWRITE DLOPERMF-RECORD
028500         INVALID KEY
028600             DISPLAY 'DLR187 DLOPERMF REWRITE FAILED '
028700                 DLOPERMF-OPERATOR-NO
028800     END-REWRITE.
028900     MOVE DLHROPER-XFER-STORE TO DLR187-A-STORE.
029000     MOVE DLHROPER-XFER-FROM  TO DLR187-A-FROM.
029100     MOVE DLHROPER-XFER-TO    TO DLR187-A-TO.
029200     PERFORM 2800-WRITE-ACTION.
029300 2500-EXIT.
029400     EXIT.
029500
029600 2510-MATCH-ONE-TRANSFER.
029700     IF  DLOPERMF-XFER-STORE (DLR187-XFER-SUB)
029800             = DLHROPER-XFER-STORE
029900     AND DLOPERMF-XFER-FROM (DLR187-XFER-SUB)
030000             = DLHROPER-XFER-FROM
030100         MOVE 'Y' TO DLR187-XFER-FOUND-SW
030200     END-IF.
030300 2510-EXIT.
030400     EXIT.
030500
030600 2520-DROP-ONE-TRANSFER.
030700     MOVE DLOPERMF-TRANSFER (DLR187-XFER-SUB)
030800         TO DLOPERMF-TRANSFER (DLR187-XFER-SUB - 1).
030900 2520-EXIT.
031000     EXIT.
031100
031200 2800-WRITE-ACTION.
031300     MOVE DLOPERMF-OPERATOR-NO TO DLR187-A-OPERATOR-NO.
031400     MOVE DLOPERMF-NAME        TO DLR187-A-NAME.
031500     WRITE OPERATOR-LINE FROM DLR187-ACTION-LINE.
031600 2800-EXIT.
031700     EXIT.
031800
031900 2900-WRITE-REJECT.
032000     ADD 1 TO DLR187-REJECTED.
032100     MOVE DLHROPER-REC-TYPE     TO DLR187-R-TYPE.
032200     MOVE DLHROPER-OPERATOR-NO  TO DLR187-R-OPERATOR-NO.
032300     MOVE DLHROPER-DETAIL-DATA  TO DLR187-R-DATA.
032400     MOVE DLR187-REJECT-TEXT    TO DLR187-R-TEXT.
032500     IF  DLR187-REJECTED = 1
032600         WRITE OPERATOR-LINE FROM DLR187-BLANK-LINE
032700         WRITE OPERATOR-LINE FROM DLR187-HEADING-2
032800     END-IF.
032900     WRITE OPERATOR-LINE FROM DLR187-REJECT-LINE.
033000 2900-EXIT.
033100     EXIT.
033200
033300 8000-PRINT-TOTALS.
033400     WRITE OPERATOR-LINE FROM DLR187-BLANK-LINE.
033500     MOVE 'HR RECORDS READ' TO DLR187-T-LABEL.
033600     MOVE DLR187-RECS-READ TO DLR187-T-COUNT.
033700     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
033800     MOVE 'OPERATORS ADDED' TO DLR187-T-LABEL.
033900     MOVE DLR187-ADDED TO DLR187-T-COUNT.
034000     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
034100     MOVE 'OPERATORS CHANGED' TO DLR187-T-LABEL.
034200     MOVE DLR187-CHANGED TO DLR187-T-COUNT.
034300     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
034400     MOVE 'TRANSFERS ADDED' TO DLR187-T-LABEL.
034500     MOVE DLR187-XFERS-ADDED TO DLR187-T-COUNT.
034600     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
034700     MOVE 'TRANSFERS CHANGED' TO DLR187-T-LABEL.
034800     MOVE DLR187-XFERS-CHANGED TO DLR187-T-COUNT.
034900     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
035000     MOVE 'OLDEST TRANSFER DROPPED - FIVE HELD' TO DLR187-T-LABEL.
035100     MOVE DLR187-XFERS-DROPPED TO DLR187-T-COUNT.
035200     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
035300     MOVE 'REJECTED' TO DLR187-T-LABEL.
035400     MOVE DLR187-REJECTED TO DLR187-T-COUNT.
035500     WRITE OPERATOR-LINE FROM DLR187-TOTAL-LINE.
035600 8000-EXIT.
035700     EXIT.
035800
035900 9000-TERMINATE.
036000     DISPLAY 'DLR187 HR RECORDS READ   = ' DLR187-RECS-READ.
036100     DISPLAY 'DLR187 REJECTED          = ' DLR187-REJECTED.
036200     IF  DLR187-REJECTED > ZERO
036300         MOVE 4 TO RETURN-CODE
036400     END-IF.
036500     CLOSE HR-INTAKE
036600           OPERATOR-MASTER
036700           OPERATOR-REPORT.
036800 9000-EXIT.
036900     EXIT.
