000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR192.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR192 - ASN MINIMUM SHELF-LIFE CHECK                        *
001000*                                                                *
001100*   CHECKS THE USE-BY DATE OF EVERY STDR ASN PRODUCT (AP) LINE   *
001200*   BEFORE THE STOCK IS RECEIPTED. THE DAYS OF LIFE LEFT ARE     *
001300*   THE USE-BY DATE LESS THE SCHEDULED DELIVERY DATE ON THE      *
001400*   LINE'S ASN HEADER (AS); THE MINIMUM COMES FROM THE DLSHLFMF  *
001500*   KEYCODE ROW, OR ITS DEPARTMENT ROW WHEN THE KEYCODE ROW      *
001600*   HAS NO DAYS OF ITS OWN. A LINE SHORT OF THE MINIMUM IS       *
001700*   WRITTEN HELD TO THE DLSLHOLD REGISTER FOR THE DC QUALITY     *
001800*   TEAM, WHOSE ACCEPT OR REJECT DECISION DLR193 POSTS. A LINE   *
001900*   ALREADY ON THE REGISTER IS NOT HELD AGAIN, SO A RERUN OR A   *
002000*   RESENT ASN DOES NOT UNDO A DECISION.                         *
002100*                                                                *
002200*   THE EXTRACT IS READ TWICE - FIRST FOR THE AS HEADERS, THEN   *
002300*   FOR THE AP LINES - AS THE HEADER NEED NOT COME FIRST.        *
002400*   THE STDR DATE COLUMNS ARE 10-BYTE DD/MM/CCYY DISPLAY DATES.  *
002500*   THE RUN ENDS WITH RETURN CODE 4 WHEN ANY LINE IS HELD.       *
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
003800     SELECT STDR-FILE         ASSIGN TO STDR
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT SHELF-LIFE-MASTER ASSIGN TO DLSHLFMF
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS RANDOM
004300                              RECORD KEY IS DLSHLFMF-KEY.
004400     SELECT HOLD-REGISTER     ASSIGN TO DLSLHOLD
004500                              ORGANIZATION IS INDEXED
004600                              ACCESS MODE IS RANDOM
004700                              RECORD KEY IS DLSLHOLD-KEY.
004800     SELECT HOLD-REPORT       ASSIGN TO SLHLDRPT
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STDR-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  STDR-DETAIL-RECORD.
005600     COPY STDR.
005700 FD  SHELF-LIFE-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 01  DLSHLFMF-RECORD.
006000     COPY DLSHLFMF.
006100 FD  HOLD-REGISTER
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLSLHOLD-RECORD.
006400     COPY DLSLHOLD.
006500 FD  HOLD-REPORT
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  HOLD-LINE                   PIC X(132).
006900 WORKING-STORAGE SECTION.
007000 01  DLR192-SWITCHES.
007100     05  DLR192-EOF-SW            PIC X(01)  VALUE 'N'.
007200         88  DLR192-EOF                      VALUE 'Y'.
007300     05  DLR192-DATE-OK-SW        PIC X(01)  VALUE 'N'.
007400         88  DLR192-DATE-OK                  VALUE 'Y'.
007500     05  DLR192-MIN-FOUND-SW      PIC X(01)  VALUE 'N'.
007600         88  DLR192-MIN-FOUND                VALUE 'Y'.
007700 01  DLR192-RUN-DATE              PIC 9(08)  VALUE ZERO.
007800 01  DLR192-DATE-WORK.
007900     05  DLR192-DATE-X10          PIC X(10).
008000     05  DLR192-DATE-PARTS REDEFINES DLR192-DATE-X10.
008100         10  DLR192-X-DD          PIC 9(02).
008200         10  FILLER               PIC X(01).
008300         10  DLR192-X-MM          PIC 9(02).
008400         10  FILLER               PIC X(01).
008500         10  DLR192-X-CCYY        PIC 9(04).
008600     05  DLR192-CCYYMMDD          PIC 9(08).
008700     05  DLR192-DAY-NO            PIC S9(07)  COMP.
008800 01  DLR192-WORK-FIELDS.
008900     05  DLR192-USE-BY-DATE       PIC 9(08).
009000     05  DLR192-USE-BY-DAY        PIC S9(07)  COMP.
009100     05  DLR192-LIFE-DAYS         PIC S9(05)  COMP.
009200     05  DLR192-MIN-LIFE-DAYS     PIC 9(03).
009300     05  DLR192-DEPT-NO           PIC 9(03).
009400 01  DLR192-CONTROL.
009500     05  DLR192-ASN-COUNT         PIC S9(04)  COMP  VALUE ZERO.
009600 01  DLR192-ASN-TABLE.
009700     05  DLR192-ASN-ENTRY OCCURS 3000 TIMES
009800                          INDEXED BY DLR192-IX.
009900         10  DLR192-A-ASN         PIC X(30).
010000         10  DLR192-A-SUP-ID      PIC 9(08).
010100         10  DLR192-A-SUP-NAME    PIC X(35).
010200         10  DLR192-A-DLVY-DATE   PIC 9(08).
010300         10  DLR192-A-DLVY-DAY    PIC S9(07)  COMP.
010400 01  DLR192-COUNTERS.
010500     05  DLR192-AS-READ           PIC 9(07)  VALUE ZERO.
010600     05  DLR192-AS-DROPPED        PIC 9(07)  VALUE ZERO.
010700     05  DLR192-AP-READ           PIC 9(07)  VALUE ZERO.
010800     05  DLR192-NO-USE-BY         PIC 9(07)  VALUE ZERO.
010900     05  DLR192-NO-HEADER         PIC 9(07)  VALUE ZERO.
011000     05  DLR192-NO-STANDARD       PIC 9(07)  VALUE ZERO.
011100     05  DLR192-CHECKED           PIC 9(07)  VALUE ZERO.
011200     05  DLR192-HELD              PIC 9(07)  VALUE ZERO.
011300     05  DLR192-ALREADY-HELD      PIC 9(07)  VALUE ZERO.
011400 01  DLR192-HEADING-1.
011500     05  FILLER                   PIC X(53)  VALUE
011600         'DLR192 - ASN SHORT-LIFE LINES HELD FOR QUALITY   RUN '.
011700     05  DLR192-H-RUN-DATE        PIC 9(08).
011800 01  DLR192-HEADING-2.
011900     05  FILLER                   PIC X(40)  VALUE
012000         'SUPPLIER  ASN                           '.
012100     05  FILLER                   PIC X(40)  VALUE
012200         '  STORE  KEYCODE     QUANTITY  DELIVERY '.
012300     05  FILLER                   PIC X(23)  VALUE
012400         ' USE-BY     LIFE    MIN'.
012500 01  DLR192-DETAIL-LINE.
012600     05  DLR192-D-SUP-ID          PIC 9(08).
012700     05  FILLER                   PIC X(02)  VALUE SPACES.
012800     05  DLR192-D-ASN             PIC X(30).
012900     05  FILLER                   PIC X(02)  VALUE SPACES.
013000     05  DLR192-D-STORE           PIC 9(04).
013100     05  FILLER                   PIC X(03)  VALUE SPACES.
013200     05  DLR192-D-KEYCODE         PIC X(08).
013300     05  FILLER                   PIC X(01)  VALUE SPACES.
013400     05  DLR192-D-QTY             PIC ZZZZZZZ9.99.
013500     05  FILLER                   PIC X(02)  VALUE SPACES.
013600     05  DLR192-D-DLVY-DATE       PIC 9(08).
013700     05  FILLER                   PIC X(02)  VALUE SPACES.
013800     05  DLR192-D-USE-BY-DATE     PIC 9(08).
013900     05  FILLER                   PIC X(02)  VALUE SPACES.
014000     05  DLR192-D-LIFE            PIC -ZZZ9.
014100     05  FILLER                   PIC X(04)  VALUE SPACES.
014200     05  DLR192-D-MINIMUM         PIC ZZ9.
014300 01  DLR192-TOTAL-LINE.
014400     05  DLR192-T-LABEL           PIC X(40).
014500     05  DLR192-T-COUNT           PIC ZZZZZZZZ9.
014600 01  DLR192-BLANK-LINE            PIC X(01)  VALUE SPACE.
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE.
015000     PERFORM 2000-LOAD-ASN-HEADERS
015100         UNTIL DLR192-EOF.
015200     PERFORM 2900-REOPEN-STDR.
015300     PERFORM 3000-CHECK-ASN-LINE
015400         UNTIL DLR192-EOF.
015500     PERFORM 8000-PRINT-TOTALS.
015600     PERFORM 9000-TERMINATE.
015700     STOP RUN.
015800
015900 1000-INITIALIZE.
016000     OPEN INPUT  STDR-FILE.
016100     OPEN INPUT  SHELF-LIFE-MASTER.
016200     OPEN I-O    HOLD-REGISTER.
016300     OPEN OUTPUT HOLD-REPORT.
016400     ACCEPT DLR192-RUN-DATE FROM DATE YYYYMMDD.
016500     MOVE DLR192-RUN-DATE TO DLR192-H-RUN-DATE.
016600     WRITE HOLD-LINE FROM DLR192-HEADING-1.
016700     WRITE HOLD-LINE FROM DLR192-BLANK-LINE.
016800     WRITE HOLD-LINE FROM DLR192-HEADING-2.
016900     PERFORM 2100-READ-STDR.
017000 1000-EXIT.
017100     EXIT.
017200
017300 2000-LOAD-ASN-HEADERS.
017400     IF  STDR-RECORD-TYPE OF STDR-AS = 'AS'
017500         ADD 1 TO DLR192-AS-READ
017600         PERFORM 2200-STORE-ASN-HEADER
017700     END-IF.
017800     PERFORM 2100-READ-STDR.
017900 2000-EXIT.
018000     EXIT.
018100
018200 2100-READ-STDR.
018300     READ STDR-FILE
018400         AT END
018500             MOVE 'Y' TO DLR192-EOF-SW
018600     END-READ.
018700 2100-EXIT.
018800     EXIT.
018900
019000*    A HEADER WITH NO USABLE DELIVERY DATE IS NOT TABLED - ITS
019100*    LINES ARE COUNTED AS HAVING NO HEADER TO CHECK AGAINST.
019200 2200-STORE-ASN-HEADER.
019300     MOVE DLVY-SCHED-DT-AS TO DLR192-DATE-X10.
019400     PERFORM 4000-DATE-TO-DAY-NO.
019500     IF  DLR192-DATE-OK
019600         IF  DLR192-ASN-COUNT < 3000
019700             ADD 1 TO DLR192-ASN-COUNT
019800             SET DLR192-IX TO DLR192-ASN-COUNT
019900             MOVE ASN-AS      TO DLR192-A-ASN (DLR192-IX)
020000             MOVE SUP-ID-AS   TO DLR192-A-SUP-ID (DLR192-IX)
020100             MOVE SUP-NAME-AS TO DLR192-A-SUP-NAME (DLR192-IX)
020200             MOVE DLR192-CCYYMMDD
020300                 TO DLR192-A-DLVY-DATE (DLR192-IX)
020400             MOVE DLR192-DAY-NO
020500                 TO DLR192-A-DLVY-DAY (DLR192-IX)
020600         ELSE
020700             ADD 1 TO DLR192-AS-DROPPED
020800         END-IF
020900     END-IF.
021000 2200-EXIT.
021100     EXIT.
021200
021300 2900-REOPEN-STDR.
021400     CLOSE STDR-FILE.
021500     OPEN INPUT STDR-FILE.
021600     MOVE 'N' TO DLR192-EOF-SW.
021700     PERFORM 2100-READ-STDR.
021800 2900-EXIT.
021900     EXIT.
022000
022100 3000-CHECK-ASN-LINE.
022200     IF  STDR-RECORD-TYPE OF STDR-AP = 'AP'
022300         ADD 1 TO DLR192-AP-READ
022400         PERFORM 3100-CHECK-ONE-LINE
022500     END-IF.
022600     PERFORM 2100-READ-STDR.
022700 3000-EXIT.
022800     EXIT.
022900
023000 3100-CHECK-ONE-LINE.
023100     MOVE USE-BY-DATE-AP TO DLR192-DATE-X10.
023200     PERFORM 4000-DATE-TO-DAY-NO.
023300     IF  NOT DLR192-DATE-OK
023400         ADD 1 TO DLR192-NO-USE-BY
023500     ELSE
023600         MOVE DLR192-CCYYMMDD TO DLR192-USE-BY-DATE
023700         MOVE DLR192-DAY-NO   TO DLR192-USE-BY-DAY
023800         SET DLR192-IX TO 1
023900         SEARCH DLR192-ASN-ENTRY
024000             AT END
024100                 ADD 1 TO DLR192-NO-HEADER
024200             WHEN DLR192-IX > DLR192-ASN-COUNT
024300                 ADD 1 TO DLR192-NO-HEADER
024400             WHEN DLR192-A-ASN (DLR192-IX) = ASN-AP
024500                 PERFORM 3200-FIND-MINIMUM
024600                 PERFORM 3300-TEST-LIFE
024700         END-SEARCH
024800     END-IF.
024900 3100-EXIT.
025000     EXIT.
025100
025200*    THE KEYCODE ROW WINS; ITS DEPARTMENT'S ROW IS USED WHEN
025300*    THE KEYCODE ROW CARRIES NO DAYS OF ITS OWN.
025400 3200-FIND-MINIMUM.
025500     MOVE 'N'        TO DLR192-MIN-FOUND-SW.
025600     MOVE ZERO       TO DLR192-MIN-LIFE-DAYS
025700                        DLR192-DEPT-NO.
025800     MOVE 'K'        TO DLSHLFMF-LEVEL.
025900     MOVE KEYCODE-AP TO DLSHLFMF-CODE.
026000     READ SHELF-LIFE-MASTER
026100         INVALID KEY
026200             CONTINUE
026300         NOT INVALID KEY
026400             MOVE DLSHLFMF-DEPT-NO TO DLR192-DEPT-NO
026500             IF  DLSHLFMF-MIN-LIFE-DAYS > ZERO
026600                 MOVE DLSHLFMF-MIN-LIFE-DAYS
026700                     TO DLR192-MIN-LIFE-DAYS
026800                 MOVE 'Y' TO DLR192-MIN-FOUND-SW
026900             ELSE
027000                 PERFORM 3210-READ-DEPT-MINIMUM
027100             END-IF
027200     END-READ.
027300 3200-EXIT.
027400     EXIT.
027500
027600 3210-READ-DEPT-MINIMUM.
027700     MOVE 'D'            TO DLSHLFMF-LEVEL.
027800     MOVE SPACES         TO DLSHLFMF-CODE.
027900     MOVE DLR192-DEPT-NO TO DLSHLFMF-CODE.
028000     READ SHELF-LIFE-MASTER
028100         INVALID KEY
028200             CONTINUE
028300         NOT INVALID KEY
028400             MOVE DLSHLFMF-MIN-LIFE-DAYS
028500                 TO DLR192-MIN-LIFE-DAYS
028600             MOVE 'Y' TO DLR192-MIN-FOUND-SW
028700     END-READ.
028800 3210-EXIT.
028900     EXIT.
029000
029100 3300-TEST-LIFE.
029200     IF  NOT DLR192-MIN-FOUND
029300         ADD 1 TO DLR192-NO-STANDARD
029400     ELSE
029500         ADD 1 TO DLR192-CHECKED
029600         COMPUTE DLR192-LIFE-DAYS =
029700             DLR192-USE-BY-DAY - DLR192-A-DLVY-DAY (DLR192-IX)
029800         IF  DLR192-LIFE-DAYS < DLR192-MIN-LIFE-DAYS
029900             PERFORM 3400-HOLD-LINE
030000         END-IF
030100     END-IF.
030200 3300-EXIT.
030300     EXIT.
030400
030500 3400-HOLD-LINE.
030600     MOVE ASN-AP          TO DLSLHOLD-ASN.
030700     MOVE SCM-SEQ-NO-AP   TO DLSLHOLD-SCM-SEQ-NO.
030800     MOVE PROD-SEQ-NO-AP  TO DLSLHOLD-PROD-SEQ-NO.
030900     READ HOLD-REGISTER
031000         INVALID KEY
031100             PERFORM 3500-WRITE-HOLD
031200         NOT INVALID KEY
031300             ADD 1 TO DLR192-ALREADY-HELD
031400     END-READ.
031500 3400-EXIT.
031600     EXIT.
031700
031800 3500-WRITE-HOLD.
031900     MOVE DLR192-A-SUP-ID (DLR192-IX)   TO DLSLHOLD-SUP-ID.
032000     MOVE DLR192-A-SUP-NAME (DLR192-IX) TO DLSLHOLD-SUP-NAME.
032100     MOVE ORDER-NO-AP          TO DLSLHOLD-ORDER-NO.
032200     MOVE STORE-AP             TO DLSLHOLD-STORE-NO.
032300     MOVE SCM-AP               TO DLSLHOLD-SCM.
032400     MOVE PROD-NO-AP           TO DLSLHOLD-PROD-NO.
032500     MOVE KEYCODE-AP           TO DLSLHOLD-KEYCODE-NO.
032600     MOVE DLR192-DEPT-NO       TO DLSLHOLD-DEPT-NO.
032700     MOVE QTY-SHIPPED-AP       TO DLSLHOLD-QTY-SHIPPED.
032800     MOVE DLR192-A-DLVY-DATE (DLR192-IX)
032900                               TO DLSLHOLD-DLVY-DATE.
033000     MOVE DLR192-USE-BY-DATE   TO DLSLHOLD-USE-BY-DATE.
033100     MOVE DLR192-LIFE-DAYS     TO DLSLHOLD-LIFE-DAYS.
033200     MOVE DLR192-MIN-LIFE-DAYS TO DLSLHOLD-MIN-LIFE-DAYS.
033300     MOVE DLR192-RUN-DATE      TO DLSLHOLD-HELD-DATE.
033400     SET DLSLHOLD-HELD TO TRUE.
033500     MOVE ZERO                 TO DLSLHOLD-DECISION-DATE.
033600     MOVE SPACES               TO DLSLHOLD-INSPECTOR-ID.
033700     WRITE DLSLHOLD-RECORD
033800         INVALID KEY
033900             DISPLAY 'DLR192 DLSLHOLD WRITE FAILED '
034000                 DLSLHOLD-ASN
034100     END-WRITE.
034200     ADD 1 TO DLR192-HELD.
034300     MOVE DLSLHOLD-SUP-ID        TO DLR192-D-SUP-ID.
034400     MOVE DLSLHOLD-ASN           TO DLR192-D-ASN.
034500     MOVE DLSLHOLD-STORE-NO      TO DLR192-D-STORE.
034600     MOVE DLSLHOLD-KEYCODE-NO    TO DLR192-D-KEYCODE.
034700     MOVE DLSLHOLD-QTY-SHIPPED   TO DLR192-D-QTY.
034800     MOVE DLSLHOLD-DLVY-DATE     TO DLR192-D-DLVY-DATE.
034900     MOVE DLSLHOLD-USE-BY-DATE   TO DLR192-D-USE-BY-DATE.
035000     MOVE DLSLHOLD-LIFE-DAYS     TO DLR192-D-LIFE.
035100     MOVE DLSLHOLD-MIN-LIFE-DAYS TO DLR192-D-MINIMUM.
035200     WRITE HOLD-LINE FROM DLR192-DETAIL-LINE.
035300 3500-EXIT.
035400     EXIT.
035500
035600*    UNPOPULATED OR MALFORMED DATE COLUMNS ARE NOT CHECKED.
035700 4000-DATE-TO-DAY-NO.
035800     MOVE 'N' TO DLR192-DATE-OK-SW.
035900     IF  DLR192-X-DD NUMERIC
036000     AND DLR192-X-MM NUMERIC
036100     AND DLR192-X-CCYY NUMERIC
036200     AND DLR192-X-MM > ZERO
036300     AND DLR192-X-DD > ZERO
036400         COMPUTE DLR192-CCYYMMDD =
036500             DLR192-X-CCYY * 10000
036600                 + DLR192-X-MM * 100 + DLR192-X-DD
036700         COMPUTE DLR192-DAY-NO =
036800             FUNCTION INTEGER-OF-DATE (DLR192-CCYYMMDD)
036900         MOVE 'Y' TO DLR192-DATE-OK-SW
037000     END-IF.
037100 4000-EXIT.
037200     EXIT.
037300
037400 8000-PRINT-TOTALS.
037500     WRITE HOLD-LINE FROM DLR192-BLANK-LINE.
037600     MOVE 'ASN HEADERS READ' TO DLR192-T-LABEL.
037700     MOVE DLR192-AS-READ TO DLR192-T-COUNT.
037800     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
037900     MOVE 'ASN HEADERS DROPPED - TABLE FULL' TO DLR192-T-LABEL.
038000     MOVE DLR192-AS-DROPPED TO DLR192-T-COUNT.
038100     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
038200     MOVE 'ASN PRODUCT LINES READ' TO DLR192-T-LABEL.
038300     MOVE DLR192-AP-READ TO DLR192-T-COUNT.
038400     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
038500     MOVE 'LINES WITH NO USE-BY DATE' TO DLR192-T-LABEL.
038600     MOVE DLR192-NO-USE-BY TO DLR192-T-COUNT.
038700     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
038800     MOVE 'LINES WITH NO DATED ASN HEADER' TO DLR192-T-LABEL.
038900     MOVE DLR192-NO-HEADER TO DLR192-T-COUNT.
039000     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
039100     MOVE 'LINES WITH NO SHELF-LIFE MINIMUM' TO DLR192-T-LABEL.
039200     MOVE DLR192-NO-STANDARD TO DLR192-T-COUNT.
039300     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
039400     MOVE 'LINES CHECKED' TO DLR192-T-LABEL.
039500     MOVE DLR192-CHECKED TO DLR192-T-COUNT.
039600     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
039700     MOVE 'LINES HELD FOR QUALITY DECISION' TO DLR192-T-LABEL.
039800     MOVE DLR192-HELD TO DLR192-T-COUNT.
039900     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
040000     MOVE 'SHORT LINES ALREADY ON REGISTER' TO DLR192-T-LABEL.
040100     MOVE DLR192-ALREADY-HELD TO DLR192-T-COUNT.
040200     WRITE HOLD-LINE FROM DLR192-TOTAL-LINE.
040300 8000-EXIT.
040400     EXIT.
040500
040600 9000-TERMINATE.
040700     DISPLAY 'DLR192 AP LINES READ     = ' DLR192-AP-READ.
040800     DISPLAY 'DLR192 LINES HELD        = ' DLR192-HELD.
040900     IF  DLR192-HELD > ZERO
041000         MOVE 4 TO RETURN-CODE
041100     END-IF.
041200     CLOSE STDR-FILE
041300           SHELF-LIFE-MASTER
041400           HOLD-REGISTER
041500           HOLD-REPORT.
041600 9000-EXIT.
041700     EXIT.
