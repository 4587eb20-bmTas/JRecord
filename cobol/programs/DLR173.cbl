000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR173.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR173 - RECALL CONFIRMATION POSTING AND EFFECTIVENESS       *
001000*                                                                *
001100*   POSTS THE STORES' RECALL CONFIRMATION CARDS (RECALL ID,      *
001200*   STORE, QUANTITY PULLED TO DATE, CONFIRMATION DATE) TO THE    *
001300*   DLRCLREG REGISTER WRITTEN BY DLR172. THE QUANTITY ON THE     *
001400*   CARD REPLACES THE STORE'S PREVIOUS FIGURE, SO A STORE MAY    *
001500*   RECONFIRM AND A RERUN DOES NOT DOUBLE COUNT; THE NOTICE ROW  *
001600*   TOTALS MOVE BY THE DIFFERENCE. THE EFFECTIVENESS REPORT      *
001700*   THEN LISTS EVERY RECALL ON THE REGISTER - STORES NOTIFIED    *
001800*   AND CONFIRMED, UNITS RECEIVED, SOLD, ON HAND AT NOTICE AND   *
001900*   PULLED, PULLED AS A PERCENTAGE OF ON HAND AT NOTICE - AND    *
002000*   THE STORES STILL TO CONFIRM, FOR THE REGULATOR RETURN.       *
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
003300     SELECT CONFIRM-CARDS     ASSIGN TO RCFCARDS
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT RECALL-REGISTER   ASSIGN TO DLRCLREG
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS DYNAMIC
003800                              RECORD KEY IS DLRCLREG-KEY.
003900     SELECT RECALL-REPORT     ASSIGN TO RCFRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT REJECT-FILE       ASSIGN TO RCFREJ
004200                              ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONFIRM-CARDS
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  CONFIRM-CARD.
004900     05  RCF-RECALL-ID           PIC X(08).
005000     05  RCF-STORE-NO            PIC 9(04).
005100     05  RCF-PULLED-QTY          PIC 9(09).
005200     05  RCF-CONFIRM-DATE        PIC 9(08).
005300     05  FILLER                  PIC X(51).
005400 FD  RECALL-REGISTER
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLRCLREG-RECORD.
005700     COPY DLRCLREG.
005800 FD  RECALL-REPORT
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  RECALL-LINE                 PIC X(100).
006200 FD  REJECT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  REJECT-REC.
006600     05  REJ-REASON-CODE         PIC X(04).
006700     05  REJ-CARD-IMAGE          PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 01  DLR173-SWITCHES.
007000     05  DLR173-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
007100         88  DLR173-CARD-EOF                 VALUE 'Y'.
007200     05  DLR173-REG-EOF-SW        PIC X(01)  VALUE 'N'.
007300         88  DLR173-REG-EOF                  VALUE 'Y'.
007400     05  DLR173-FOUND-SW          PIC X(01)  VALUE 'N'.
007500         88  DLR173-FOUND                    VALUE 'Y'.
007600 01  DLR173-RUN-CCYYMMDD          PIC 9(08).
007700 01  DLR173-WORK-FIELDS.
007800     05  DLR173-OLD-PULLED        PIC S9(09)   COMP-3.
007900     05  DLR173-NEW-CONFIRM       PIC 9(01).
008000     05  DLR173-CONFIRM-DATE      PIC 9(08).
008100     05  DLR173-PERCENT           PIC S9(04)V9 COMP-3.
008200 01  DLR173-COUNTERS.
008300     05  DLR173-CARDS-READ        PIC 9(07)  VALUE ZERO.
008400     05  DLR173-CONFIRMS-POSTED   PIC 9(07)  VALUE ZERO.
008500     05  DLR173-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
008600     05  DLR173-RECALLS-LISTED    PIC 9(07)  VALUE ZERO.
008700     05  DLR173-STORES-OPEN       PIC 9(07)  VALUE ZERO.
008800 01  DLR173-HEADING-1.
008900     05  FILLER                   PIC X(47)  VALUE
009000         'DLR173 - RECALL EFFECTIVENESS REPORT - RUN DATE'.
009100     05  FILLER                   PIC X(01)  VALUE SPACES.
009200     05  DLR173-H-RUN-DATE        PIC 9(08).
009300 01  DLR173-POSTING-LINE.
009400     05  FILLER                   PIC X(08)  VALUE 'CONFIRM '.
009500     05  DLR173-P-RECALL-ID       PIC X(08).
009600     05  FILLER                   PIC X(08)  VALUE '  STORE '.
009700     05  DLR173-P-STORE           PIC ZZZ9.
009800     05  FILLER                   PIC X(09)  VALUE '  PULLED '.
009900     05  DLR173-P-PULLED          PIC ZZZZZZZZ9.
010000     05  FILLER                   PIC X(02)  VALUE SPACES.
010100     05  DLR173-P-RESULT          PIC X(30).
010200 01  DLR173-RECALL-LINE-1.
010300     05  FILLER                   PIC X(08)  VALUE 'RECALL  '.
010400     05  DLR173-R1-RECALL-ID      PIC X(08).
010500     05  FILLER                   PIC X(10)  VALUE '  KEYCODE '.
010600     05  DLR173-R1-KEYCODE        PIC X(08).
010700     05  FILLER                   PIC X(11)  VALUE
010800         '  SUPPLIER '.
010900     05  DLR173-R1-SUP-ID         PIC 9(08).
011000     05  FILLER                   PIC X(10)  VALUE '  NOTICE '.
011100     05  DLR173-R1-NOTICE-DATE    PIC 9(08).
011200 01  DLR173-RECALL-LINE-2.
011300     05  FILLER                   PIC X(10)  VALUE 'STORES    '.
011400     05  DLR173-R2-NOTIFIED       PIC ZZZZ9.
011500     05  FILLER                   PIC X(12)  VALUE
011600         '  CONFIRMED '.
011700     05  DLR173-R2-CONFIRMED      PIC ZZZZ9.
011800     05  FILLER                   PIC X(14)  VALUE
011900         '  OUTSTANDING '.
012000     05  DLR173-R2-OUTSTANDING    PIC ZZZZ9.
012100 01  DLR173-RECALL-LINE-3.
012200     05  FILLER                   PIC X(10)  VALUE 'UNITS RCVD'.
012300     05  DLR173-R3-RECEIVED       PIC -ZZZZZZZ9.
012400     05  FILLER                   PIC X(07)  VALUE '  SOLD '.
012500     05  DLR173-R3-SOLD           PIC -ZZZZZZZ9.
012600     05  FILLER                   PIC X(10)  VALUE '  ON HAND '.
012700     05  DLR173-R3-ON-HAND        PIC -ZZZZZZZ9.
012800     05  FILLER                   PIC X(09)  VALUE '  PULLED '.
012900     05  DLR173-R3-PULLED         PIC -ZZZZZZZ9.
013000     05  FILLER                   PIC X(02)  VALUE SPACES.
013100     05  DLR173-R3-PERCENT        PIC ZZZ9.9.
013200     05  FILLER                   PIC X(01)  VALUE '%'.
013300 01  DLR173-OPEN-STORE-LINE.
013400     05  FILLER                   PIC X(10)  VALUE SPACES.
013500     05  FILLER                   PIC X(18)  VALUE
013600         'NOT CONFIRMED - '.
013700     05  DLR173-O-STORE           PIC ZZZ9.
013800     05  FILLER                   PIC X(10)  VALUE '  ON HAND '.
013900     05  DLR173-O-ON-HAND         PIC -ZZZZZZZ9.
014000 01  DLR173-BLANK-LINE            PIC X(01)  VALUE SPACES.
014100 01  DLR173-CONTROL-LINE.
014200     05  DLR173-K-LABEL           PIC X(30).
014300     05  DLR173-K-COUNT           PIC ZZZZZZ9.
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALIZE.
014700     PERFORM 2000-POST-ONE-CARD
014800         UNTIL DLR173-CARD-EOF.
014900     PERFORM 3000-REPORT-REGISTER.
015000     PERFORM 9000-TERMINATE.
015100     STOP RUN.
015200
015300 1000-INITIALIZE.
015400     OPEN INPUT  CONFIRM-CARDS.
015500     OPEN I-O    RECALL-REGISTER.
015600     OPEN OUTPUT RECALL-REPORT.
015700     OPEN OUTPUT REJECT-FILE.
015800     ACCEPT DLR173-RUN-CCYYMMDD FROM DATE YYYYMMDD.
015900     MOVE DLR173-RUN-CCYYMMDD TO DLR173-H-RUN-DATE.
016000     WRITE RECALL-LINE FROM DLR173-HEADING-1.
016100     WRITE RECALL-LINE FROM DLR173-BLANK-LINE.
016200     PERFORM 2100-READ-CARD.
016300 1000-EXIT.
016400     EXIT.
016500
016600 2000-POST-ONE-CARD.
016700     ADD 1 TO DLR173-CARDS-READ.
016800     MOVE RCF-RECALL-ID TO DLR173-P-RECALL-ID.
016900     MOVE ZERO TO DLR173-P-STORE.
017000     MOVE ZERO TO DLR173-P-PULLED.
017100     IF  RCF-STORE-NO     NOT NUMERIC
017200     OR  RCF-PULLED-QTY   NOT NUMERIC
017300     OR  RCF-CONFIRM-DATE NOT NUMERIC
017400         MOVE 'NUMR' TO REJ-REASON-CODE
017500         PERFORM 2900-REJECT-CARD
017600     ELSE
017700         MOVE RCF-STORE-NO   TO DLR173-P-STORE
017800         MOVE RCF-PULLED-QTY TO DLR173-P-PULLED
017900         PERFORM 2200-APPLY-CONFIRMATION
018000     END-IF.
018100     PERFORM 2100-READ-CARD.
018200 2000-EXIT.
018300     EXIT.
018400
018500 2100-READ-CARD.
018600     READ CONFIRM-CARDS
018700         AT END
018800             MOVE 'Y' TO DLR173-CARD-EOF-SW
018900     END-READ.
019000 2100-EXIT.
019100     EXIT.
019200
019300*    THE STORE ROW IS UPDATED FIRST, THEN THE NOTICE ROW TAKES
019400*    THE CHANGE IN PULLED UNITS AND, ON A STORE'S FIRST
019500*    CONFIRMATION, ONE MORE STORE CONFIRMED.
019600 2200-APPLY-CONFIRMATION.
019700     MOVE 'N' TO DLR173-FOUND-SW.
019800     IF  RCF-STORE-NO NOT = ZERO
019900         MOVE RCF-RECALL-ID TO DLRCLREG-RECALL-ID
020000         MOVE RCF-STORE-NO  TO DLRCLREG-STORE-NO
020100         READ RECALL-REGISTER
020200             INVALID KEY
020300                 CONTINUE
020400             NOT INVALID KEY
020500                 MOVE 'Y' TO DLR173-FOUND-SW
020600         END-READ
020700     END-IF.
020800     IF  NOT DLR173-FOUND
020900         MOVE 'NOTF' TO REJ-REASON-CODE
021000         PERFORM 2900-REJECT-CARD
021100     ELSE
021200         MOVE RCF-CONFIRM-DATE TO DLR173-CONFIRM-DATE
021300         IF  DLR173-CONFIRM-DATE = ZERO
021400             MOVE DLR173-RUN-CCYYMMDD TO DLR173-CONFIRM-DATE
021500         END-IF
021600         MOVE DLRCLREG-PULLED-QTY TO DLR173-OLD-PULLED
021700         MOVE ZERO TO DLR173-NEW-CONFIRM
021800         IF  DLRCLREG-OPEN
021900             MOVE 1 TO DLR173-NEW-CONFIRM
022000         END-IF
022100         MOVE RCF-PULLED-QTY      TO DLRCLREG-PULLED-QTY
022200         MOVE DLR173-CONFIRM-DATE TO DLRCLREG-CONFIRM-DATE
022300         SET DLRCLREG-CONFIRMED   TO TRUE
022400         REWRITE DLRCLREG-RECORD
022500         MOVE ZERO TO DLRCLREG-STORE-NO
022600         READ RECALL-REGISTER
022700             INVALID KEY
022800                 CONTINUE
022900             NOT INVALID KEY
023000                 COMPUTE DLRCLREG-PULLED-QTY =
023100                     DLRCLREG-PULLED-QTY - DLR173-OLD-PULLED
023200                       + RCF-PULLED-QTY
023300                 ADD DLR173-NEW-CONFIRM
023400                     TO DLRCLREG-STORES-CONFIRMED
023500                 MOVE DLR173-CONFIRM-DATE
023600                     TO DLRCLREG-CONFIRM-DATE
023700                 IF  DLRCLREG-STORES-CONFIRMED
023800                         >= DLRCLREG-STORES-NOTIFIED
023900                     SET DLRCLREG-CONFIRMED TO TRUE
024000                 END-IF
024100                 REWRITE DLRCLREG-RECORD
024200         END-READ
024300         ADD 1 TO DLR173-CONFIRMS-POSTED
024400         IF  DLR173-NEW-CONFIRM = 1
024500             MOVE 'CONFIRMED' TO DLR173-P-RESULT
024600         ELSE
024700             MOVE 'RECONFIRMED' TO DLR173-P-RESULT
024800         END-IF
024900         WRITE RECALL-LINE FROM DLR173-POSTING-LINE
025000     END-IF.
025100 2200-EXIT.
025200     EXIT.
025300
025400 2900-REJECT-CARD.
025500     ADD 1 TO DLR173-CARDS-REJECTED.
025600     MOVE CONFIRM-CARD TO REJ-CARD-IMAGE.
025700     WRITE REJECT-REC.
025800     MOVE SPACES TO DLR173-P-RESULT.
025900     STRING '*REJECTED - ' REJ-REASON-CODE
026000         DELIMITED BY SIZE INTO DLR173-P-RESULT.
026100     WRITE RECALL-LINE FROM DLR173-POSTING-LINE.
026200 2900-EXIT.
026300     EXIT.
026400
026500*    THE NOTICE ROW (STORE ZERO) LEADS EACH RECALL'S ROWS.
026600 3000-REPORT-REGISTER.
026700     MOVE LOW-VALUES TO DLRCLREG-KEY.
026800     START RECALL-REGISTER KEY NOT LESS THAN DLRCLREG-KEY
026900         INVALID KEY
027000             MOVE 'Y' TO DLR173-REG-EOF-SW
027100     END-START.
027200     PERFORM 3100-READ-REGISTER-NEXT.
027300     PERFORM 3200-REPORT-ONE-ROW
027400         UNTIL DLR173-REG-EOF.
027500 3000-EXIT.
027600     EXIT.
027700
027800 3100-READ-REGISTER-NEXT.
027900     IF  NOT DLR173-REG-EOF
028000         READ RECALL-REGISTER NEXT RECORD
028100             AT END
028200                 MOVE 'Y' TO DLR173-REG-EOF-SW
028300         END-READ
028400     END-IF.
028500 3100-EXIT.
028600     EXIT.
028700
028800 3200-REPORT-ONE-ROW.
028900     IF  DLRCLREG-NOTICE-ROW
029000         PERFORM 3300-REPORT-RECALL
029100     ELSE
029200         IF  DLRCLREG-OPEN
029300             ADD 1 TO DLR173-STORES-OPEN
029400             MOVE DLRCLREG-STORE-NO    TO DLR173-O-STORE
029500             MOVE DLRCLREG-ON-HAND-QTY TO DLR173-O-ON-HAND
029600             WRITE RECALL-LINE FROM DLR173-OPEN-STORE-LINE
029700         END-IF
029800     END-IF.
029900     PERFORM 3100-READ-REGISTER-NEXT.
030000 3200-EXIT.
030100     EXIT.
030200
030300*    EFFECTIVENESS IS UNITS PULLED AGAINST THE BOOK STOCK AT
030400*    NOTICE; WITH NO STOCK AT NOTICE IT IS SHOWN AS ZERO.
030500 3300-REPORT-RECALL.
030600     ADD 1 TO DLR173-RECALLS-LISTED.
030700     MOVE DLRCLREG-RECALL-ID    TO DLR173-R1-RECALL-ID.
030800     MOVE DLRCLREG-KEYCODE-NO   TO DLR173-R1-KEYCODE.
030900     MOVE DLRCLREG-SUP-ID       TO DLR173-R1-SUP-ID.
031000     MOVE DLRCLREG-NOTICE-DATE  TO DLR173-R1-NOTICE-DATE.
031100     MOVE DLRCLREG-STORES-NOTIFIED  TO DLR173-R2-NOTIFIED.
031200     MOVE DLRCLREG-STORES-CONFIRMED TO DLR173-R2-CONFIRMED.
031300     COMPUTE DLR173-R2-OUTSTANDING =
031400         DLRCLREG-STORES-NOTIFIED - DLRCLREG-STORES-CONFIRMED.
031500     MOVE DLRCLREG-RECEIVED-QTY TO DLR173-R3-RECEIVED.
031600     MOVE DLRCLREG-SOLD-QTY     TO DLR173-R3-SOLD.
031700     MOVE DLRCLREG-ON-HAND-QTY  TO DLR173-R3-ON-HAND.
031800     MOVE DLRCLREG-PULLED-QTY   TO DLR173-R3-PULLED.
031900     MOVE ZERO TO DLR173-PERCENT.
032000     IF  DLRCLREG-ON-HAND-QTY > ZERO
032100         COMPUTE DLR173-PERCENT ROUNDED =
032200             DLRCLREG-PULLED-QTY * 100 / DLRCLREG-ON-HAND-QTY
032300             ON SIZE ERROR
032400                 MOVE 9999.9 TO DLR173-PERCENT
032500         END-COMPUTE
032600     END-IF.
032700     MOVE DLR173-PERCENT TO DLR173-R3-PERCENT.
032800     WRITE RECALL-LINE FROM DLR173-BLANK-LINE.
032900     WRITE RECALL-LINE FROM DLR173-RECALL-LINE-1.
033000     WRITE RECALL-LINE FROM DLR173-RECALL-LINE-2.
033100     WRITE RECALL-LINE FROM DLR173-RECALL-LINE-3.
033200 3300-EXIT.
033300     EXIT.
033400
033500 9000-TERMINATE.
033600     WRITE RECALL-LINE FROM DLR173-BLANK-LINE.
033700     MOVE 'CONFIRMATION CARDS READ      -' TO DLR173-K-LABEL.
033800     MOVE DLR173-CARDS-READ TO DLR173-K-COUNT.
033900     WRITE RECALL-LINE FROM DLR173-CONTROL-LINE.
034000     MOVE 'CONFIRMATIONS POSTED         -' TO DLR173-K-LABEL.
034100     MOVE DLR173-CONFIRMS-POSTED TO DLR173-K-COUNT.
034200     WRITE RECALL-LINE FROM DLR173-CONTROL-LINE.
034300     MOVE 'CARDS REJECTED               -' TO DLR173-K-LABEL.
034400     MOVE DLR173-CARDS-REJECTED TO DLR173-K-COUNT.
034500     WRITE RECALL-LINE FROM DLR173-CONTROL-LINE.
034600     MOVE 'RECALLS ON REGISTER          -' TO DLR173-K-LABEL.
034700     MOVE DLR173-RECALLS-LISTED TO DLR173-K-COUNT.
034800     WRITE RECALL-LINE FROM DLR173-CONTROL-LINE.
034900     MOVE 'STORES NOT YET CONFIRMED     -' TO DLR173-K-LABEL.
035000     MOVE DLR173-STORES-OPEN TO DLR173-K-COUNT.
035100     WRITE RECALL-LINE FROM DLR173-CONTROL-LINE.
035200     DISPLAY 'DLR173 CARDS READ          = ' DLR173-CARDS-READ.
035300     DISPLAY 'DLR173 CONFIRMS POSTED     = '
035400         DLR173-CONFIRMS-POSTED.
035500     DISPLAY 'DLR173 CARDS REJECTED      = '
035600         DLR173-CARDS-REJECTED.
035700     DISPLAY 'DLR173 STORES NOT CONFIRMED = ' DLR173-STORES-OPEN.
035800     IF  DLR173-CARDS-REJECTED > ZERO
035900         MOVE 4 TO RETURN-CODE
036000     END-IF.
036100     CLOSE CONFIRM-CARDS
036200           RECALL-REGISTER
036300           RECALL-REPORT
036400           REJECT-FILE.
036500 9000-EXIT.
036600     EXIT.
