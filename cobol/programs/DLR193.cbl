000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR193.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR193 - SHORT-LIFE HOLD QUALITY DECISIONS                   *
001000*                                                                *
001100*   POSTS THE DC QUALITY TEAM'S DECISION CARDS TO THE DLSLHOLD   *
001200*   REGISTER OF ASN LINES DLR192 HELD AS SHORT-DATED. AN 'A'     *
001300*   CARD ACCEPTS THE LINE FOR RECEIPT; AN 'R' CARD REJECTS IT    *
001400*   AND WRITES A SHORT-LIFE EXCEPTION (SLIFEEXC) FOR DLR068 TO   *
001500*   RAISE A CHARGEBACK CLAIM ON THE SUPPLIER. A CARD FOR A LINE  *
001600*   NOT ON THE REGISTER, A LINE ALREADY DECIDED, OR A DECISION   *
001700*   OTHER THAN A OR R IS REJECTED AND THE RUN ENDS WITH RETURN   *
001800*   CODE 4. THE REPORT THEN LISTS EVERY LINE STILL HELD AND HOW  *
001900*   MANY DAYS IT HAS WAITED FOR A DECISION.                      *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DECISION-CARDS    ASSIGN TO QADECIN
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT HOLD-REGISTER     ASSIGN TO DLSLHOLD
003500                              ORGANIZATION IS INDEXED
003600                              ACCESS MODE IS DYNAMIC
003700                              RECORD KEY IS DLSLHOLD-KEY.
003800     SELECT SHORT-LIFE-EXC    ASSIGN TO SLIFEEXC
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT DECISION-REPORT   ASSIGN TO QADECRPT
004100                              ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  DECISION-CARDS
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  DECISION-CARD-REC.
004800     05  QDC-ASN                 PIC X(30).
004900     05  QDC-SCM-SEQ-NO          PIC 9(09).
005000     05  QDC-PROD-SEQ-NO         PIC 9(05).
005100     05  QDC-DECISION            PIC X(01).
005200         88  QDC-ACCEPT                 VALUE 'A'.
005300         88  QDC-REJECT                 VALUE 'R'.
005400     05  QDC-INSPECTOR-ID        PIC X(08).
005500     05  FILLER                  PIC X(27).
005600 FD  HOLD-REGISTER
005700     LABEL RECORDS ARE STANDARD.
005800 01  DLSLHOLD-RECORD.
005900     COPY DLSLHOLD.
006000 FD  SHORT-LIFE-EXC
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  SHORT-LIFE-EXC-REC.
006400     05  LXC-SUP-ID              PIC 9(08).
006500     05  LXC-ORDER-NO            PIC X(12).
006600     05  LXC-ASN                 PIC X(30).
006700     05  LXC-KEYCODE-NO          PIC X(08).
006800     05  LXC-UNITS               PIC 9(09).
006900     05  LXC-LIFE-DAYS           PIC S9(05)   COMP-3.
007000     05  LXC-MIN-LIFE-DAYS       PIC 9(03).
007100 FD  DECISION-REPORT
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD.
007400 01  DECISION-LINE               PIC X(132).
007500 WORKING-STORAGE SECTION.
007600 01  DLR193-SWITCHES.
007700     05  DLR193-EOF-SW            PIC X(01)  VALUE 'N'.
007800         88  DLR193-EOF                      VALUE 'Y'.
007900     05  DLR193-REG-EOF-SW        PIC X(01)  VALUE 'N'.
008000         88  DLR193-REG-EOF                  VALUE 'Y'.
008100 01  DLR193-RUN-DATE              PIC 9(08)  VALUE ZERO.
008200 01  DLR193-RUN-DAY               PIC S9(07)  COMP.
008300 01  DLR193-DAYS-WAITING          PIC S9(05)  COMP.
008400 01  DLR193-REJECT-TEXT           PIC X(36).
008500 01  DLR193-COUNTERS.
008600     05  DLR193-CARDS-READ        PIC 9(07)  VALUE ZERO.
008700     05  DLR193-ACCEPTED          PIC 9(07)  VALUE ZERO.
008800     05  DLR193-REJECTED-LINES    PIC 9(07)  VALUE ZERO.
008900     05  DLR193-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
009000     05  DLR193-STILL-HELD        PIC 9(07)  VALUE ZERO.
009100 01  DLR193-HEADING-1.
009200     05  FILLER                   PIC X(53)  VALUE
009300         'DLR193 - SHORT-LIFE HOLD QUALITY DECISIONS       RUN '.
009400     05  DLR193-H-RUN-DATE        PIC 9(08).
009500 01  DLR193-HEADING-2.
009600     05  FILLER                   PIC X(40)  VALUE
009700         'DECISION CARDS REJECTED - NOT APPLIED'.
009800 01  DLR193-HEADING-3.
009900     05  FILLER                   PIC X(40)  VALUE
010000         'LINES STILL HELD AWAITING A DECISION'.
010100 01  DLR193-REJECT-LINE.
010200     05  DLR193-R-CARD            PIC X(53).
010300     05  FILLER                   PIC X(02)  VALUE SPACES.
010400     05  DLR193-R-TEXT            PIC X(36).
010500 01  DLR193-ACTION-LINE.
010600     05  DLR193-A-ACTION          PIC X(10).
010700     05  DLR193-A-SUP-ID          PIC 9(08).
010800     05  FILLER                   PIC X(02)  VALUE SPACES.
010900     05  DLR193-A-ASN             PIC X(30).
011000     05  FILLER                   PIC X(02)  VALUE SPACES.
011100     05  DLR193-A-STORE           PIC 9(04).
011200     05  FILLER                   PIC X(02)  VALUE SPACES.
011300     05  DLR193-A-KEYCODE         PIC X(08).
011400     05  FILLER                   PIC X(02)  VALUE SPACES.
011500     05  DLR193-A-QTY             PIC ZZZZZZZ9.99.
011600     05  FILLER                   PIC X(02)  VALUE SPACES.
011700     05  DLR193-A-LIFE            PIC -ZZZ9.
011800     05  FILLER                   PIC X(02)  VALUE SPACES.
011900     05  DLR193-A-MINIMUM         PIC ZZ9.
012000     05  FILLER                   PIC X(02)  VALUE SPACES.
012100     05  DLR193-A-INSPECTOR       PIC X(08).
012200 01  DLR193-HELD-LINE.
012300     05  DLR193-W-SUP-ID          PIC 9(08).
012400     05  FILLER                   PIC X(02)  VALUE SPACES.
012500     05  DLR193-W-ASN             PIC X(30).
012600     05  FILLER                   PIC X(02)  VALUE SPACES.
012700     05  DLR193-W-STORE           PIC 9(04).
012800     05  FILLER                   PIC X(02)  VALUE SPACES.
012900     05  DLR193-W-KEYCODE         PIC X(08).
013000     05  FILLER                   PIC X(02)  VALUE SPACES.
013100     05  DLR193-W-HELD-DATE       PIC 9(08).
013200     05  FILLER                   PIC X(02)  VALUE SPACES.
013300     05  DLR193-W-WAITING         PIC ZZZ9.
013400     05  FILLER                   PIC X(13)  VALUE
013500         ' DAYS WAITING'.
013600 01  DLR193-TOTAL-LINE.
013700     05  DLR193-T-LABEL           PIC X(40).
013800     05  DLR193-T-COUNT           PIC ZZZZZZZZ9.
013900 01  DLR193-BLANK-LINE            PIC X(01)  VALUE SPACE.
014000 PROCEDURE DIVISION.
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE.
014300     PERFORM 2000-APPLY-DECISION
014400         UNTIL DLR193-EOF.
014500     PERFORM 3000-LIST-STILL-HELD.
014600     PERFORM 8000-PRINT-TOTALS.
014700     PERFORM 9000-TERMINATE.
014800     STOP RUN.
014900
015000 1000-INITIALIZE.
015100     OPEN INPUT  DECISION-CARDS.
015200     OPEN I-O    HOLD-REGISTER.
015300     OPEN OUTPUT SHORT-LIFE-EXC.
015400     OPEN OUTPUT DECISION-REPORT.
015500     ACCEPT DLR193-RUN-DATE FROM DATE YYYYMMDD.
015600     COMPUTE DLR193-RUN-DAY =
015700         FUNCTION INTEGER-OF-DATE (DLR193-RUN-DATE).
015800     MOVE DLR193-RUN-DATE TO DLR193-H-RUN-DATE.
015900     WRITE DECISION-LINE FROM DLR193-HEADING-1.
016000     WRITE DECISION-LINE FROM DLR193-BLANK-LINE.
016100     PERFORM 2100-READ-CARD.
016200 1000-EXIT.
016300     EXIT.
016400
016500 2000-APPLY-DECISION.
016600     ADD 1 TO DLR193-CARDS-READ.
016700     MOVE SPACES TO DLR193-REJECT-TEXT.
016800     MOVE QDC-ASN         TO DLSLHOLD-ASN.
016900     MOVE QDC-SCM-SEQ-NO  TO DLSLHOLD-SCM-SEQ-NO.
017000     MOVE QDC-PROD-SEQ-NO TO DLSLHOLD-PROD-SEQ-NO.
017100     READ HOLD-REGISTER
017200         INVALID KEY
017300             MOVE 'LINE NOT ON THE HOLD REGISTER'
017400                 TO DLR193-REJECT-TEXT
017500     END-READ.
017600     IF  DLR193-REJECT-TEXT = SPACES
017700         EVALUATE TRUE
017800             WHEN NOT DLSLHOLD-HELD
017900                 MOVE 'LINE ALREADY DECIDED'
018000                     TO DLR193-REJECT-TEXT
018100             WHEN QDC-ACCEPT
018200                 SET DLSLHOLD-ACCEPTED TO TRUE
018300                 ADD 1 TO DLR193-ACCEPTED
018400                 MOVE 'ACCEPTED' TO DLR193-A-ACTION
018500                 PERFORM 2200-RECORD-DECISION
018600             WHEN QDC-REJECT
018700                 SET DLSLHOLD-REJECTED TO TRUE
018800                 ADD 1 TO DLR193-REJECTED-LINES
018900                 MOVE 'REJECTED' TO DLR193-A-ACTION
019000                 PERFORM 2200-RECORD-DECISION
019100                 PERFORM 2300-WRITE-EXCEPTION
019200             WHEN OTHER
019300                 MOVE 'DECISION NOT A OR R'
019400                     TO DLR193-REJECT-TEXT
019500         END-EVALUATE
019600     END-IF.
019700     IF  DLR193-REJECT-TEXT NOT = SPACES
019800         PERFORM 2900-WRITE-REJECT
019900     END-IF.
020000     PERFORM 2100-READ-CARD.
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-READ-CARD.
020500     READ DECISION-CARDS
020600         AT END
020700             MOVE 'Y' TO DLR193-EOF-SW
020800     END-READ.
020900 2100-EXIT.
021000     EXIT.
021100
021200 2200-RECORD-DECISION.
021300     MOVE DLR193-RUN-DATE  TO DLSLHOLD-DECISION-DATE.
021400     MOVE QDC-INSPECTOR-ID TO DLSLHOLD-INSPECTOR-ID.
021500     REWRITE DLSLHOLD-RECORD
021600         INVALID KEY
021700             DISPLAY 'DLR193 DLSLHOLD REWRITE FAILED '
021800                 DLSLHOLD-ASN
021900     END-REWRITE.
022000     MOVE DLSLHOLD-SUP-ID        TO DLR193-A-SUP-ID.
022100     MOVE DLSLHOLD-ASN           TO DLR193-A-ASN.
022200     MOVE DLSLHOLD-STORE-NO      TO DLR193-A-STORE.
022300     MOVE DLSLHOLD-KEYCODE-NO    TO DLR193-A-KEYCODE.
022400     MOVE DLSLHOLD-QTY-SHIPPED   TO DLR193-A-QTY.
022500     MOVE DLSLHOLD-LIFE-DAYS     TO DLR193-A-LIFE.
022600     MOVE DLSLHOLD-MIN-LIFE-DAYS TO DLR193-A-MINIMUM.
022700     MOVE DLSLHOLD-INSPECTOR-ID  TO DLR193-A-INSPECTOR.
022800     WRITE DECISION-LINE FROM DLR193-ACTION-LINE.
022900 2200-EXIT.
023000     EXIT.
023100
023200*    THE CLAIM IS FOR THE WHOLE LINE - A REJECTED LINE GOES
023300*    BACK TO THE SUPPLIER UNRECEIPTED.
023400 2300-WRITE-EXCEPTION.
023500     MOVE DLSLHOLD-SUP-ID        TO LXC-SUP-ID.
023600     MOVE DLSLHOLD-ORDER-NO      TO LXC-ORDER-NO.
023700     MOVE DLSLHOLD-ASN           TO LXC-ASN.
023800     MOVE DLSLHOLD-KEYCODE-NO    TO LXC-KEYCODE-NO.
023900     COMPUTE LXC-UNITS ROUNDED = DLSLHOLD-QTY-SHIPPED.
024000     MOVE DLSLHOLD-LIFE-DAYS     TO LXC-LIFE-DAYS.
024100     MOVE DLSLHOLD-MIN-LIFE-DAYS TO LXC-MIN-LIFE-DAYS.
024200     WRITE SHORT-LIFE-EXC-REC.
024300 2300-EXIT.
024400     EXIT.
024500
024600 2900-WRITE-REJECT.
024700     ADD 1 TO DLR193-CARDS-REJECTED.
024800     MOVE DECISION-CARD-REC   TO DLR193-R-CARD.
024900     MOVE DLR193-REJECT-TEXT  TO DLR193-R-TEXT.
025000     IF  DLR193-CARDS-REJECTED = 1
025100         WRITE DECISION-LINE FROM DLR193-BLANK-LINE
025200         WRITE DECISION-LINE FROM DLR193-HEADING-2
025300     END-IF.
025400     WRITE DECISION-LINE FROM DLR193-REJECT-LINE.
025500 2900-EXIT.
025600     EXIT.
025700
025800 3000-LIST-STILL-HELD.
025900     WRITE DECISION-LINE FROM DLR193-BLANK-LINE.
026000     WRITE DECISION-LINE FROM DLR193-HEADING-3.
026100     MOVE LOW-VALUES TO DLSLHOLD-KEY.
026200     START HOLD-REGISTER
026300             KEY NOT LESS THAN DLSLHOLD-KEY
026400         INVALID KEY
026500             MOVE 'Y' TO DLR193-REG-EOF-SW
026600     END-START.
026700     PERFORM 3100-READ-REGISTER-NEXT
026800         UNTIL DLR193-REG-EOF.
026900 3000-EXIT.
027000     EXIT.
027100
027200 3100-READ-REGISTER-NEXT.
027300     READ HOLD-REGISTER NEXT RECORD
027400         AT END
027500             MOVE 'Y' TO DLR193-REG-EOF-SW
027600         NOT AT END
027700             IF  DLSLHOLD-HELD
027800                 PERFORM 3200-LIST-HELD-LINE
027900             END-IF
028000     END-READ.
028100 3100-EXIT.
028200     EXIT.
028300
028400 3200-LIST-HELD-LINE.
028500     ADD 1 TO DLR193-STILL-HELD.
028600     COMPUTE DLR193-DAYS-WAITING = DLR193-RUN-DAY
028700         - FUNCTION INTEGER-OF-DATE (DLSLHOLD-HELD-DATE).
028800     MOVE DLSLHOLD-SUP-ID     TO DLR193-W-SUP-ID.
028900     MOVE DLSLHOLD-ASN        TO DLR193-W-ASN.
029000     MOVE DLSLHOLD-STORE-NO   TO DLR193-W-STORE.
029100     MOVE DLSLHOLD-KEYCODE-NO TO DLR193-W-KEYCODE.
029200     MOVE DLSLHOLD-HELD-DATE  TO DLR193-W-HELD-DATE.
029300     MOVE DLR193-DAYS-WAITING TO DLR193-W-WAITING.
029400     WRITE DECISION-LINE FROM DLR193-HELD-LINE.
029500 3200-EXIT.
029600     EXIT.
029700
029800 8000-PRINT-TOTALS.
029900     WRITE DECISION-LINE FROM DLR193-BLANK-LINE.
030000     MOVE 'DECISION CARDS READ' TO DLR193-T-LABEL.
030100     MOVE DLR193-CARDS-READ TO DLR193-T-COUNT.
030200     WRITE DECISION-LINE FROM DLR193-TOTAL-LINE.
030300     MOVE 'LINES ACCEPTED' TO DLR193-T-LABEL.
030400     MOVE DLR193-ACCEPTED TO DLR193-T-COUNT.
030500     WRITE DECISION-LINE FROM DLR193-TOTAL-LINE.
030600     MOVE 'LINES REJECTED - CLAIM TO DLR068' TO DLR193-T-LABEL.
030700     MOVE DLR193-REJECTED-LINES TO DLR193-T-COUNT.
030800     WRITE DECISION-LINE FROM DLR193-TOTAL-LINE.
030900     MOVE 'DECISION CARDS REJECTED' TO DLR193-T-LABEL.
031000     MOVE DLR193-CARDS-REJECTED TO DLR193-T-COUNT.
031100     WRITE DECISION-LINE FROM DLR193-TOTAL-LINE.
031200     MOVE 'LINES STILL HELD' TO DLR193-T-LABEL.
031300     MOVE DLR193-STILL-HELD TO DLR193-T-COUNT.
031400     WRITE DECISION-LINE FROM DLR193-TOTAL-LINE.
031500 8000-EXIT.
031600     EXIT.
031700
031800 9000-TERMINATE.
031900     DISPLAY 'DLR193 CARDS READ        = ' DLR193-CARDS-READ.
032000     DISPLAY 'DLR193 LINES REJECTED    = ' DLR193-REJECTED-LINES.
032100     DISPLAY 'DLR193 CARDS REJECTED    = ' DLR193-CARDS-REJECTED.
032200     IF  DLR193-CARDS-REJECTED > ZERO
032300         MOVE 4 TO RETURN-CODE
032400     END-IF.
032500     CLOSE DECISION-CARDS
032600           HOLD-REGISTER
032700           SHORT-LIFE-EXC
032800           DECISION-REPORT.
032900 9000-EXIT.
033000     EXIT.
