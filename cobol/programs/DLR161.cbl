000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR161.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR161 - STOCK TRANSFER POSTING AND AGED IN-TRANSIT REPORT   *
001000*                                                                *
001100*   POSTS THE STORE-TO-STORE AND DC-TO-STORE TRANSFER FILE TO    *
001200*   DLINVPOS SO STOCK MOVED BETWEEN SITES NO LONGER SHOWS UP AS  *
001300*   FALSE SHRINKAGE ON THE DLR102 REPORT. A TRANSFER-OUT ('TO')  *
001400*   TAKES THE QUANTITY OFF THE SENDING STORE'S ON-HAND (A DC     *
001500*   HOLDS NO DLINVPOS ROW AND IS NOT DEBITED), PUTS IT IN THE    *
001600*   RECEIVING STORE'S IN-TRANSIT QTY AND OPENS A DLXFRTR ROW.    *
001700*   A TRANSFER-IN ('TI') CONFIRMED BY THE RECEIVING STORE MOVES  *
001800*   THE QUANTITY RECEIVED INTO ITS ON-HAND, CLEARS THE SHIPPED   *
001900*   QUANTITY FROM IN-TRANSIT AND CLOSES THE DLXFRTR ROW; A       *
002000*   RECEIPT SHORT OF OR OVER THE SHIPPED QUANTITY IS LISTED.     *
002100*   EVERY TRANSFER STILL IN TRANSIT MORE THAN THE DLPARAMM       *
002200*   AGE-DAYS LIMIT AFTER IT WAS SHIPPED GOES ON THE AGED         *
002300*   IN-TRANSIT REPORT.                                           *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TRANSFER-FILE     ASSIGN TO STKXFER
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT TRANSIT-MASTER    ASSIGN TO DLXFRTR
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLXFRTR-KEY.
004200     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLINVPOS-KEY.
004600     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT TRANSFER-REPORT   ASSIGN TO XFERRPT
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT REJECT-FILE       ASSIGN TO XFERREJ
005100                              ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  TRANSFER-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  TRANSFER-REC.
005800     05  XFR-TRAN-TYPE           PIC X(02).
005900         88  XFR-TRANSFER-OUT               VALUE 'TO'.
006000         88  XFR-TRANSFER-IN                VALUE 'TI'.
006100     05  XFR-TRANSFER-NO         PIC X(10).
006200     05  XFR-FROM-TYPE           PIC X(01).
006300         88  XFR-FROM-STORE                 VALUE 'S'.
006400         88  XFR-FROM-DC                    VALUE 'D'.
006500     05  XFR-FROM-LOC            PIC 9(04).
006600     05  XFR-TO-STORE            PIC 9(04).
006700     05  XFR-KEYCODE-NO          PIC X(08).
006800     05  XFR-QTY                 PIC 9(07).
006900     05  XFR-TRAN-DATE           PIC 9(08).
007000     05  FILLER                  PIC X(36).
007100 FD  TRANSIT-MASTER
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLXFRTR-RECORD.
007400     COPY DLXFRTR.
007500 FD  POSITION-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLINVPOS-RECORD.
007800     COPY DLINVPOS.
007900 FD  PARAM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLPARAMM-RECORD.
008300     COPY DLPARAMM.
008400 FD  TRANSFER-REPORT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  TRANSFER-LINE               PIC X(90).
008800 FD  REJECT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  REJECT-REC.
009200     05  REJ-REASON-CODE         PIC X(04).
009300     05  REJ-TRANSFER-IMAGE      PIC X(80).
009400 WORKING-STORAGE SECTION.
009500 01  DLR161-SWITCHES.
009600     05  DLR161-XFR-EOF-SW        PIC X(01)  VALUE 'N'.
009700         88  DLR161-XFR-EOF                  VALUE 'Y'.
009800     05  DLR161-TRN-EOF-SW        PIC X(01)  VALUE 'N'.
009900         88  DLR161-TRN-EOF                  VALUE 'Y'.
010000     05  DLR161-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
010100         88  DLR161-PARM-EOF                 VALUE 'Y'.
010200     05  DLR161-FOUND-SW          PIC X(01)  VALUE 'N'.
010300         88  DLR161-FOUND                    VALUE 'Y'.
010400     05  DLR161-POS-FOUND-SW      PIC X(01)  VALUE 'N'.
010500         88  DLR161-POS-FOUND                VALUE 'Y'.
010600 01  DLR161-CONSTANTS.
010700*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
010800     05  DLR161-AGE-DAYS          PIC 9(03)  VALUE 7.
010900 01  DLR161-BEST-EFF-AGE          PIC 9(08)  VALUE ZERO.
011000 01  DLR161-RUN-DATE              PIC 9(08)  VALUE ZERO.
011100 01  DLR161-RUN-DAY-NO            PIC S9(09)   COMP.
011200 01  DLR161-SHIP-DAY-NO           PIC S9(09)   COMP.
011300 01  DLR161-DAYS-OUT              PIC S9(05)   COMP.
011400 01  DLR161-WORK-KEY.
011500     05  DLR161-W-STR-NO          PIC 9(04).
011600     05  DLR161-W-KEYCODE         PIC X(08).
011700 01  DLR161-DIFF-QTY              PIC S9(07)   COMP-3.
011800 01  DLR161-COUNTERS.
011900     05  DLR161-TRANS-READ        PIC 9(09)  VALUE ZERO.
012000     05  DLR161-OUTS-POSTED       PIC 9(09)  VALUE ZERO.
012100     05  DLR161-INS-POSTED        PIC 9(09)  VALUE ZERO.
012200     05  DLR161-TRANS-REJECTED    PIC 9(09)  VALUE ZERO.
012300     05  DLR161-RECV-DIFFS        PIC 9(07)  VALUE ZERO.
012400     05  DLR161-POSITIONS-ADDED   PIC 9(07)  VALUE ZERO.
012500     05  DLR161-STILL-IN-TRANSIT  PIC 9(07)  VALUE ZERO.
012600     05  DLR161-AGED-TRANSFERS    PIC 9(07)  VALUE ZERO.
012700     05  DLR161-AGED-QTY          PIC S9(09)   COMP-3 VALUE ZERO.
012800 01  DLR161-HEADING-1.
012900     05  FILLER                   PIC X(50)  VALUE
013000         'DLR161 - TRANSFER RECEIPT DISCREPANCIES'.
013100 01  DLR161-HEADING-2.
013200     05  FILLER                   PIC X(12)  VALUE 'TRANSFER    '.
013300     05  FILLER                   PIC X(10)  VALUE 'KEYCODE   '.
013400     05  FILLER                   PIC X(07)  VALUE 'FROM   '.
013500     05  FILLER                   PIC X(07)  VALUE 'TO     '.
013600     05  FILLER                   PIC X(10)  VALUE 'SHIPPED   '.
013700     05  FILLER                   PIC X(10)  VALUE 'RECEIVED  '.
013800     05  FILLER                   PIC X(10)  VALUE 'DIFFERENCE'.
013900 01  DLR161-DIFF-LINE.
014000     05  DLR161-F-TRANSFER        PIC X(10).
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR161-F-KEYCODE         PIC X(08).
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR161-F-FROM-TYPE       PIC X(01).
014500     05  DLR161-F-FROM            PIC ZZZ9.
014600     05  FILLER                   PIC X(02)  VALUE SPACES.
014700     05  DLR161-F-TO              PIC ZZZ9.
014800     05  FILLER                   PIC X(01)  VALUE SPACES.
014900     05  DLR161-F-SHIPPED         PIC -ZZZZZZ9.
015000     05  FILLER                   PIC X(02)  VALUE SPACES.
015100     05  DLR161-F-RECEIVED        PIC -ZZZZZZ9.
015200     05  FILLER                   PIC X(02)  VALUE SPACES.
015300     05  DLR161-F-DIFF            PIC -ZZZZZZ9.
015400 01  DLR161-AGED-HEAD-1.
015500     05  FILLER                   PIC X(36)  VALUE
015600         'DLR161 - AGED IN-TRANSIT TRANSFERS -'.
015700     05  FILLER                   PIC X(13)  VALUE
015800         ' OLDER THAN  '.
015900     05  DLR161-H-AGE-DAYS        PIC ZZ9.
016000     05  FILLER                   PIC X(05)  VALUE ' DAYS'.
016100 01  DLR161-AGED-HEAD-2.
016200     05  FILLER                   PIC X(12)  VALUE 'TRANSFER    '.
016300     05  FILLER                   PIC X(10)  VALUE 'KEYCODE   '.
016400     05  FILLER                   PIC X(07)  VALUE 'FROM   '.
016500     05  FILLER                   PIC X(07)  VALUE 'TO     '.
016600     05  FILLER                   PIC X(10)  VALUE 'SHIPPED   '.
016700     05  FILLER                   PIC X(10)  VALUE 'SHIP DATE '.
016800     05  FILLER                   PIC X(10)  VALUE 'DAYS OUT  '.
016900 01  DLR161-AGED-LINE.
017000     05  DLR161-A-TRANSFER        PIC X(10).
017100     05  FILLER                   PIC X(02)  VALUE SPACES.
017200     05  DLR161-A-KEYCODE         PIC X(08).
017300     05  FILLER                   PIC X(02)  VALUE SPACES.
017400     05  DLR161-A-FROM-TYPE       PIC X(01).
017500     05  DLR161-A-FROM            PIC ZZZ9.
017600     05  FILLER                   PIC X(02)  VALUE SPACES.
017700     05  DLR161-A-TO              PIC ZZZ9.
017800     05  FILLER                   PIC X(01)  VALUE SPACES.
017900     05  DLR161-A-SHIPPED         PIC -ZZZZZZ9.
018000     05  FILLER                   PIC X(02)  VALUE SPACES.
018100     05  DLR161-A-SHIP-DATE       PIC 9(08).
018200     05  FILLER                   PIC X(02)  VALUE SPACES.
018300     05  DLR161-A-DAYS            PIC ZZZZ9.
018400 01  DLR161-TOTAL-LINE.
018500     05  DLR161-T-LABEL           PIC X(30).
018600     05  DLR161-T-COUNT           PIC ZZZZZZZZ9.
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE.
019000     PERFORM 2000-POST-ONE-TRANSFER
019100         UNTIL DLR161-XFR-EOF.
019200     PERFORM 4000-REPORT-AGED-TRANSIT.
019300     PERFORM 9000-TERMINATE.
019400     STOP RUN.
019500
019600 1000-INITIALIZE.
019700     OPEN INPUT  TRANSFER-FILE.
019800     OPEN I-O    TRANSIT-MASTER.
019900     OPEN I-O    POSITION-MASTER.
020000     OPEN OUTPUT TRANSFER-REPORT.
020100     OPEN OUTPUT REJECT-FILE.
020200     ACCEPT DLR161-RUN-DATE FROM DATE YYYYMMDD.
020300     COMPUTE DLR161-RUN-DAY-NO =
020400         FUNCTION INTEGER-OF-DATE (DLR161-RUN-DATE).
020500     PERFORM 1100-LOAD-PARAMETERS.
020600     DISPLAY 'DLR161 IN-TRANSIT AGE DAYS USED = '
020700         DLR161-AGE-DAYS.
020800     WRITE TRANSFER-LINE FROM DLR161-HEADING-1.
020900     WRITE TRANSFER-LINE FROM DLR161-HEADING-2.
021000     PERFORM 2100-READ-TRANSFER.
021100 1000-EXIT.
021200     EXIT.
021300
021400*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
021500*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
021600 1100-LOAD-PARAMETERS.
021700     OPEN INPUT PARAM-FILE.
021800     PERFORM 1110-READ-PARAM.
021900     PERFORM 1120-TEST-ONE-PARAM
022000         UNTIL DLR161-PARM-EOF.
022100     CLOSE PARAM-FILE.
022200 1100-EXIT.
022300     EXIT.
022400
022500 1110-READ-PARAM.
022600     READ PARAM-FILE
022700         AT END
022800             MOVE 'Y' TO DLR161-PARM-EOF-SW
022900     END-READ.
023000 1110-EXIT.
023100     EXIT.
023200
023300 1120-TEST-ONE-PARAM.
023400     IF  DLPARAMM-JOB-NAME = 'DLR161  '
023500     AND DLPARAMM-PARAM-NAME = 'AGE-DAYS    '
023600     AND DLPARAMM-EFF-FROM <= DLR161-RUN-DATE
023700     AND DLPARAMM-EFF-FROM >= DLR161-BEST-EFF-AGE
023800         MOVE DLPARAMM-EFF-FROM    TO DLR161-BEST-EFF-AGE
023900         MOVE DLPARAMM-PARAM-VALUE TO DLR161-AGE-DAYS
024000     END-IF.
024100     PERFORM 1110-READ-PARAM.
024200 1120-EXIT.
024300     EXIT.
024400
024500*    A TRANSACTION MUST BE NUMERIC WITH A QUANTITY AND A KNOWN
024600*    TYPE; A TRANSFER BETWEEN A STORE AND ITSELF IS REFUSED.
024700 2000-POST-ONE-TRANSFER.
024800     ADD 1 TO DLR161-TRANS-READ.
024900     EVALUATE TRUE
025000         WHEN XFR-FROM-LOC NOT NUMERIC
025100         OR   XFR-TO-STORE NOT NUMERIC
025200         OR   XFR-QTY NOT NUMERIC
025300         OR   XFR-TRAN-DATE NOT NUMERIC
025400         OR   XFR-TRANSFER-NO = SPACES
025500         OR   XFR-KEYCODE-NO = SPACES
025600             MOVE 'NUMR' TO REJ-REASON-CODE
025700             PERFORM 2900-REJECT-TRANSFER
025800         WHEN XFR-QTY = ZERO
025900             MOVE 'QTY0' TO REJ-REASON-CODE
026000             PERFORM 2900-REJECT-TRANSFER
026100         WHEN XFR-TRANSFER-OUT
026200             PERFORM 2200-POST-TRANSFER-OUT
026300         WHEN XFR-TRANSFER-IN
026400             PERFORM 2300-POST-TRANSFER-IN
026500         WHEN OTHER
026600             MOVE 'TYPE' TO REJ-REASON-CODE
026700             PERFORM 2900-REJECT-TRANSFER
026800     END-EVALUATE.
026900     PERFORM 2100-READ-TRANSFER.
027000 2000-EXIT.
027100     EXIT.
027200
027300 2100-READ-TRANSFER.
027400     READ TRANSFER-FILE
027500         AT END
027600             MOVE 'Y' TO DLR161-XFR-EOF-SW
027700     END-READ.
027800 2100-EXIT.
027900     EXIT.
028000
028100*    A TRANSFER NUMBER/KEYCODE CAN ONLY BE RAISED ONCE.
028200 2200-POST-TRANSFER-OUT.
028300     MOVE XFR-TRANSFER-NO TO DLXFRTR-TRANSFER-NO.
028400     MOVE XFR-KEYCODE-NO  TO DLXFRTR-KEYCODE-NO.
028500     PERFORM 5100-READ-TRANSIT.
028600     EVALUATE TRUE
028700         WHEN DLR161-FOUND
028800             MOVE 'DUPL' TO REJ-REASON-CODE
028900             PERFORM 2900-REJECT-TRANSFER
029000         WHEN NOT XFR-FROM-STORE
029100         AND  NOT XFR-FROM-DC
029200             MOVE 'FROM' TO REJ-REASON-CODE
029300             PERFORM 2900-REJECT-TRANSFER
029400         WHEN XFR-FROM-STORE
029500         AND  XFR-FROM-LOC = XFR-TO-STORE
029600             MOVE 'SAME' TO REJ-REASON-CODE
029700             PERFORM 2900-REJECT-TRANSFER
029800         WHEN OTHER
029900             IF  XFR-FROM-STORE
030000                 MOVE XFR-FROM-LOC   TO DLR161-W-STR-NO
030100                 MOVE XFR-KEYCODE-NO TO DLR161-W-KEYCODE
030200                 PERFORM 5000-READ-POSITION
030300                 SUBTRACT XFR-QTY FROM DLINVPOS-ON-HAND-QTY
030400                 MOVE DLR161-RUN-DATE TO DLINVPOS-LAST-UPD-DATE
030500                 PERFORM 5200-WRITE-POSITION
030600             END-IF
030700             MOVE XFR-TO-STORE   TO DLR161-W-STR-NO
030800             MOVE XFR-KEYCODE-NO TO DLR161-W-KEYCODE
030900             PERFORM 5000-READ-POSITION
031000             ADD XFR-QTY TO DLINVPOS-IN-TRANSIT-QTY
031100             MOVE DLR161-RUN-DATE TO DLINVPOS-LAST-UPD-DATE
031200             PERFORM 5200-WRITE-POSITION
031300             MOVE XFR-TRANSFER-NO TO DLXFRTR-TRANSFER-NO
031400             MOVE XFR-KEYCODE-NO  TO DLXFRTR-KEYCODE-NO
031500             MOVE XFR-FROM-TYPE   TO DLXFRTR-FROM-TYPE
031600             MOVE XFR-FROM-LOC    TO DLXFRTR-FROM-LOC
031700             MOVE XFR-TO-STORE    TO DLXFRTR-TO-STORE
031800             MOVE XFR-QTY         TO DLXFRTR-SHIP-QTY
031900             MOVE XFR-TRAN-DATE   TO DLXFRTR-SHIP-DATE
032000             MOVE ZERO            TO DLXFRTR-RECV-QTY
032100             MOVE ZERO            TO DLXFRTR-RECV-DATE
032200             SET DLXFRTR-IN-TRANSIT TO TRUE
032300             WRITE DLXFRTR-RECORD
032400             ADD 1 TO DLR161-OUTS-POSTED
032500     END-EVALUATE.
032600 2200-EXIT.
032700     EXIT.
032800
032900*    THE CONFIRMATION MUST MATCH AN OPEN TRANSFER TO THE SAME
033000*    STORE. THE WHOLE SHIPPED QUANTITY LEAVES IN-TRANSIT; ONLY
033100*    WHAT ARRIVED GOES ON HAND, AND ANY DIFFERENCE IS LISTED.
033200 2300-POST-TRANSFER-IN.
033300     MOVE XFR-TRANSFER-NO TO DLXFRTR-TRANSFER-NO.
033400     MOVE XFR-KEYCODE-NO  TO DLXFRTR-KEYCODE-NO.
033500     PERFORM 5100-READ-TRANSIT.
033600     EVALUATE TRUE
033700         WHEN NOT DLR161-FOUND
033800             MOVE 'NOTO' TO REJ-REASON-CODE
033900             PERFORM 2900-REJECT-TRANSFER
034000         WHEN DLXFRTR-CONFIRMED
034100             MOVE 'DONE' TO REJ-REASON-CODE
034200             PERFORM 2900-REJECT-TRANSFER
034300         WHEN DLXFRTR-TO-STORE NOT = XFR-TO-STORE
034400             MOVE 'STOR' TO REJ-REASON-CODE
034500             PERFORM 2900-REJECT-TRANSFER
034600         WHEN OTHER
034700             MOVE XFR-TO-STORE   TO DLR161-W-STR-NO
034800             MOVE XFR-KEYCODE-NO TO DLR161-W-KEYCODE
034900             PERFORM 5000-READ-POSITION
035000             ADD XFR-QTY TO DLINVPOS-ON-HAND-QTY
035100             SUBTRACT DLXFRTR-SHIP-QTY
035200                 FROM DLINVPOS-IN-TRANSIT-QTY
035300             MOVE DLR161-RUN-DATE TO DLINVPOS-LAST-UPD-DATE
035400             PERFORM 5200-WRITE-POSITION
035500             MOVE XFR-QTY       TO DLXFRTR-RECV-QTY
035600             MOVE XFR-TRAN-DATE TO DLXFRTR-RECV-DATE
035700             SET DLXFRTR-CONFIRMED TO TRUE
035800             REWRITE DLXFRTR-RECORD
035900             ADD 1 TO DLR161-INS-POSTED
036000             IF  DLXFRTR-RECV-QTY NOT = DLXFRTR-SHIP-QTY
036100                 PERFORM 2400-LIST-RECEIPT-DIFF
036200             END-IF
036300     END-EVALUATE.
036400 2300-EXIT.
036500     EXIT.
036600
036700 2400-LIST-RECEIPT-DIFF.
036800     ADD 1 TO DLR161-RECV-DIFFS.
036900     COMPUTE DLR161-DIFF-QTY =
037000         DLXFRTR-RECV-QTY - DLXFRTR-SHIP-QTY.
037100     MOVE DLXFRTR-TRANSFER-NO TO DLR161-F-TRANSFER.
037200     MOVE DLXFRTR-KEYCODE-NO  TO DLR161-F-KEYCODE.
037300     MOVE DLXFRTR-FROM-TYPE   TO DLR161-F-FROM-TYPE.
037400     MOVE DLXFRTR-FROM-LOC    TO DLR161-F-FROM.
037500     MOVE DLXFRTR-TO-STORE    TO DLR161-F-TO.
037600     MOVE DLXFRTR-SHIP-QTY    TO DLR161-F-SHIPPED.
037700     MOVE DLXFRTR-RECV-QTY    TO DLR161-F-RECEIVED.
037800     MOVE DLR161-DIFF-QTY     TO DLR161-F-DIFF.
037900     WRITE TRANSFER-LINE FROM DLR161-DIFF-LINE.
038000 2400-EXIT.
038100     EXIT.
038200
038300 2900-REJECT-TRANSFER.
038400     ADD 1 TO DLR161-TRANS-REJECTED.
038500     MOVE TRANSFER-REC TO REJ-TRANSFER-IMAGE.
038600     WRITE REJECT-REC.
038700 2900-EXIT.
038800     EXIT.
038900
039000*    PASS THE WHOLE TRANSIT MASTER AFTER TONIGHT'S POSTINGS AND
039100*    LIST EVERY TRANSFER STILL OPEN BEYOND THE AGEING LIMIT.
039200 4000-REPORT-AGED-TRANSIT.
039300     MOVE DLR161-RECV-DIFFS TO DLR161-T-COUNT.
039400     MOVE 'RECEIPT DISCREPANCIES       -' TO DLR161-T-LABEL.
039500     WRITE TRANSFER-LINE FROM DLR161-TOTAL-LINE.
039600     MOVE DLR161-AGE-DAYS TO DLR161-H-AGE-DAYS.
039700     WRITE TRANSFER-LINE FROM DLR161-AGED-HEAD-1.
039800     WRITE TRANSFER-LINE FROM DLR161-AGED-HEAD-2.
039900     MOVE LOW-VALUES TO DLXFRTR-KEY.
040000     START TRANSIT-MASTER KEY NOT < DLXFRTR-KEY
040100         INVALID KEY
040200             MOVE 'Y' TO DLR161-TRN-EOF-SW
040300     END-START.
040400     PERFORM 4100-SCAN-ONE-TRANSIT
040500         UNTIL DLR161-TRN-EOF.
040600     MOVE 'STILL IN TRANSIT            -' TO DLR161-T-LABEL.
040700     MOVE DLR161-STILL-IN-TRANSIT TO DLR161-T-COUNT.
040800     WRITE TRANSFER-LINE FROM DLR161-TOTAL-LINE.
040900     MOVE 'AGED IN TRANSIT             -' TO DLR161-T-LABEL.
041000     MOVE DLR161-AGED-TRANSFERS TO DLR161-T-COUNT.
041100     WRITE TRANSFER-LINE FROM DLR161-TOTAL-LINE.
041200     MOVE 'AGED UNITS IN TRANSIT       -' TO DLR161-T-LABEL.
041300     MOVE DLR161-AGED-QTY TO DLR161-T-COUNT.
041400     WRITE TRANSFER-LINE FROM DLR161-TOTAL-LINE.
041500 4000-EXIT.
041600     EXIT.
041700
041800 4100-SCAN-ONE-TRANSIT.
041900     READ TRANSIT-MASTER NEXT RECORD
042000         AT END
042100             MOVE 'Y' TO DLR161-TRN-EOF-SW
042200     END-READ.
042300     IF  NOT DLR161-TRN-EOF
042400     AND DLXFRTR-IN-TRANSIT
042500         ADD 1 TO DLR161-STILL-IN-TRANSIT
042600         COMPUTE DLR161-SHIP-DAY-NO =
042700             FUNCTION INTEGER-OF-DATE (DLXFRTR-SHIP-DATE)
042800         COMPUTE DLR161-DAYS-OUT =
042900             DLR161-RUN-DAY-NO - DLR161-SHIP-DAY-NO
043000         IF  DLR161-DAYS-OUT > DLR161-AGE-DAYS
043100             ADD 1 TO DLR161-AGED-TRANSFERS
043200             ADD DLXFRTR-SHIP-QTY TO DLR161-AGED-QTY
043300             MOVE DLXFRTR-TRANSFER-NO TO DLR161-A-TRANSFER
043400             MOVE DLXFRTR-KEYCODE-NO  TO DLR161-A-KEYCODE
043500             MOVE DLXFRTR-FROM-TYPE   TO DLR161-A-FROM-TYPE
043600             MOVE DLXFRTR-FROM-LOC    TO DLR161-A-FROM
043700             MOVE DLXFRTR-TO-STORE    TO DLR161-A-TO
043800             MOVE DLXFRTR-SHIP-QTY    TO DLR161-A-SHIPPED
043900             MOVE DLXFRTR-SHIP-DATE   TO DLR161-A-SHIP-DATE
044000             MOVE DLR161-DAYS-OUT     TO DLR161-A-DAYS
044100             WRITE TRANSFER-LINE FROM DLR161-AGED-LINE
044200         END-IF
044300     END-IF.
044400 4100-EXIT.
044500     EXIT.
044600
044700*    READ THE POSITION FOR THE WORK KEY, BUILDING AN EMPTY ONE
044800*    WHEN THE STORE HAS NEVER HELD THE KEYCODE.
044900 5000-READ-POSITION.
045000     MOVE 'N' TO DLR161-POS-FOUND-SW.
045100     MOVE DLR161-W-STR-NO   TO DLINVPOS-STR-NO.
045200     MOVE DLR161-W-KEYCODE  TO DLINVPOS-KEYCODE-NO.
045300     READ POSITION-MASTER
045400         INVALID KEY
045500             CONTINUE
045600         NOT INVALID KEY
045700             MOVE 'Y' TO DLR161-POS-FOUND-SW
045800     END-READ.
045900     IF  NOT DLR161-POS-FOUND
046000         MOVE DLR161-W-STR-NO  TO DLINVPOS-STR-NO
046100         MOVE DLR161-W-KEYCODE TO DLINVPOS-KEYCODE-NO
046200         MOVE ZERO TO DLINVPOS-ON-HAND-QTY
046300         MOVE ZERO TO DLINVPOS-RECEIPTS-QTY
046400         MOVE ZERO TO DLINVPOS-SALES-QTY
046500         MOVE ZERO TO DLINVPOS-IN-TRANSIT-QTY
046600         ADD 1 TO DLR161-POSITIONS-ADDED
046700     END-IF.
046800 5000-EXIT.
046900     EXIT.
047000
047100 5100-READ-TRANSIT.
047200     MOVE 'N' TO DLR161-FOUND-SW.
047300     READ TRANSIT-MASTER
047400         INVALID KEY
047500             CONTINUE
047600         NOT INVALID KEY
047700             MOVE 'Y' TO DLR161-FOUND-SW
047800     END-READ.
047900 5100-EXIT.
048000     EXIT.
048100
048200 5200-WRITE-POSITION.
048300     IF  DLR161-POS-FOUND
048400         REWRITE DLINVPOS-RECORD
048500     ELSE
048600         WRITE DLINVPOS-RECORD
048700     END-IF.
048800 5200-EXIT.
048900     EXIT.
049000
049100 9000-TERMINATE.
049200     DISPLAY 'DLR161 TRANSACTIONS READ  = ' DLR161-TRANS-READ.
049300     DISPLAY 'DLR161 TRANSFERS OUT      = ' DLR161-OUTS-POSTED.
049400     DISPLAY 'DLR161 TRANSFERS IN       = ' DLR161-INS-POSTED.
049500     DISPLAY 'DLR161 REJECTED           = '
049600         DLR161-TRANS-REJECTED.
049700     DISPLAY 'DLR161 POSITIONS ADDED    = '
049800         DLR161-POSITIONS-ADDED.
049900     DISPLAY 'DLR161 AGED IN TRANSIT    = '
050000         DLR161-AGED-TRANSFERS.
050100     IF  DLR161-TRANS-REJECTED > ZERO
050200         MOVE 4 TO RETURN-CODE
050300     END-IF.
050400     CLOSE TRANSFER-FILE
050500           TRANSIT-MASTER
050600           POSITION-MASTER
050700           TRANSFER-REPORT
050800           REJECT-FILE.
050900 9000-EXIT.
051000     EXIT.
