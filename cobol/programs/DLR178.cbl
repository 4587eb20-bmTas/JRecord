000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR178.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR178 - LOYALTY CARD REPLACEMENT AND BALANCE TRANSFER       *
001000*                                                                *
001100*   APPLIES THE SERVICE DESK'S CARD REPLACEMENT TRANSACTIONS     *
001200*   (DLCRDRPL - OLD CARD, NEW CARD, REASON, DATE). FOR EACH ONE  *
001300*   THE DLPTSBAL POINTS BUCKETS, THE DLTIERM SPEND BUCKETS AND   *
001400*   TIER, ANY DLGIFTLG STORED VALUE AND THE DLCUSXRF CUSTOMER    *
001500*   LINK ARE MOVED FROM THE OLD CARD TO THE NEW ONE - COMBINED   *
001600*   WITH WHATEVER THE NEW CARD ALREADY HOLDS, THE TWO CARDS'     *
001700*   MONTHLY BUCKETS FIRST BEING ROLLED TO THE SAME MONTH - AND   *
001800*   THE OLD CARD IS ENTERED ON THE DLCRDBLK BLOCKED REGISTER.    *
001900*   EVERY MASTER TOUCHED WRITES A DLCRDAUD AUDIT RECORD, AND THE *
002000*   REPORT CLOSES WITH A BEFORE/AFTER CONTROL TOTAL PER MASTER   *
002100*   PROVING NO POINTS, SPEND, VALUE OR LINKS WERE CREATED OR     *
002200*   LOST. A TRANSACTION THAT FAILS VALIDATION IS LISTED AND      *
002300*   NOTHING IS MOVED FOR IT.                                     *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002730*  02 | 15/10/26 | CARRY GIFT CARD BREAKAGE     | R. GEALL       *
002760*     |          | AND ISSUE DATE ON COMBINE    |                *
002770*  03 | 15/10/26 | MONTH GAP TAKEN FROM YEAR    | R. GEALL       *
002780*     |          | AND MONTH PARTS OF PERIOD    |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT REPLACEMENT-FILE  ASSIGN TO CRDRPLIN
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLPTSBAL-CUST-NO.
004200     SELECT TIER-MASTER       ASSIGN TO DLTIERM
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLTIERM-CUST-NO.
004600     SELECT GIFT-LEDGER       ASSIGN TO DLGIFTLG
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS DLGIFTLG-CARD-NO.
005000     SELECT XREF-MASTER       ASSIGN TO DLCUSXRF
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS DYNAMIC
005300                              RECORD KEY IS DLCUSXRF-CARD-NO.
005400     SELECT BLOCK-REGISTER    ASSIGN TO DLCRDBLK
005500                              ORGANIZATION IS INDEXED
005600                              ACCESS MODE IS DYNAMIC
005700                              RECORD KEY IS DLCRDBLK-CARD-NO.
005800     SELECT AUDIT-FILE        ASSIGN TO DLCRDAUD
005900                              ORGANIZATION IS SEQUENTIAL.
006000     SELECT REPLACE-REPORT    ASSIGN TO CRDRPLRP
006100                              ORGANIZATION IS SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  REPLACEMENT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLCRDRPL-RECORD.
006800     COPY DLCRDRPL.
006900 FD  BALANCE-MASTER
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLPTSBAL-RECORD.
007200     COPY DLPTSBAL.
007300 FD  TIER-MASTER
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLTIERM-RECORD.
007600     COPY DLTIERM.
007700 FD  GIFT-LEDGER
007800     LABEL RECORDS ARE STANDARD.
007900 01  DLGIFTLG-RECORD.
008000     COPY DLGIFTLG.
008100 FD  XREF-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300 01  DLCUSXRF-RECORD.
008400     COPY DLCUSXRF.
008500 FD  BLOCK-REGISTER
008600     LABEL RECORDS ARE STANDARD.
008700 01  DLCRDBLK-RECORD.
008800     COPY DLCRDBLK.
008900 FD  AUDIT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  DLCRDAUD-RECORD.
009300     COPY DLCRDAUD.
009400 FD  REPLACE-REPORT
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700 01  REPLACE-LINE                PIC X(132).
009800 WORKING-STORAGE SECTION.
009900 01  DLR178-SWITCHES.
010000     05  DLR178-EOF-SW            PIC X(01)  VALUE 'N'.
010100         88  DLR178-EOF                      VALUE 'Y'.
010200     05  DLR178-OLD-FOUND-SW      PIC X(01)  VALUE 'N'.
010300         88  DLR178-OLD-FOUND                VALUE 'Y'.
010400     05  DLR178-NEW-FOUND-SW      PIC X(01)  VALUE 'N'.
010500         88  DLR178-NEW-FOUND                VALUE 'Y'.
010600     05  DLR178-BALANCED-SW       PIC X(01)  VALUE 'Y'.
010700         88  DLR178-BALANCED                 VALUE 'Y'.
010800 01  DLR178-RUN-DATE              PIC 9(08)  VALUE ZERO.
010900 01  DLR178-REJECT-REASON         PIC X(36)  VALUE SPACES.
011000*    THE OLD CARD'S ROW IS HELD HERE WHILE THE NEW CARD'S ROW
011100*    IS READ INTO THE RECORD AREA AND THE TWO ARE COMBINED.
011200 01  DLR178-OLD-PTS.
011300     05  DLR178-OP-MONTH-EARNED OCCURS 12 TIMES
011400                                  PIC S9(9)    COMP-3.
011500     05  DLR178-OP-BALANCE        PIC S9(9)    COMP-3.
011600     05  DLR178-OP-LIFE-EARNED    PIC S9(11)   COMP-3.
011700     05  DLR178-OP-LIFE-EXPIRED   PIC S9(11)   COMP-3.
011800     05  DLR178-OP-LIFE-REDEEMED  PIC S9(11)   COMP-3.
011900     05  DLR178-OP-LAST-ACTIVITY  PIC 9(08).
012000 01  DLR178-OLD-TIER-ROW.
012100     05  DLR178-OT-MONTH-SPEND OCCURS 12 TIMES
012200                                  PIC S9(9)V99 COMP-3.
012300     05  DLR178-OT-TIER           PIC X(01).
012400 01  DLR178-OLD-GIFT.
012500     05  DLR178-OG-LOADS-AMT      PIC S9(11)V99 COMP-3.
012600     05  DLR178-OG-REDEEMED-AMT   PIC S9(11)V99 COMP-3.
012700     05  DLR178-OG-BALANCE        PIC S9(11)V99 COMP-3.
012800     05  DLR178-OG-LOAD-COUNT     PIC S9(07)   COMP-3.
012900     05  DLR178-OG-REDEEM-COUNT   PIC S9(07)   COMP-3.
013000     05  DLR178-OG-LAST-ACTIVITY  PIC S9(06)   COMP-3.
013020     05  DLR178-OG-ISSUE-DATE     PIC S9(06)   COMP-3.
013040     05  DLR178-OG-BREAKAGE-AMT   PIC S9(11)V99 COMP-3.
013060     05  DLR178-OG-BREAKAGE-DATE  PIC 9(08).
013080     05  DLR178-OG-BRK-REVERSED   PIC S9(11)V99 COMP-3.
013100 01  DLR178-OLD-CUSTOMER-ID       PIC 9(06).
013200 01  DLR178-NEW-CUSTOMER-ID       PIC 9(06).
013300 01  DLR178-OLD-XREF-SW           PIC X(01).
013400     88  DLR178-OLD-XREF-FOUND               VALUE 'Y'.
013500 01  DLR178-NEW-XREF-SW           PIC X(01).
013600     88  DLR178-NEW-XREF-FOUND               VALUE 'Y'.
013700 01  DLR178-ROLL-FIELDS.
013800     05  DLR178-OLD-PERIOD        PIC 9(06).
013900     05  DLR178-NEW-PERIOD        PIC 9(06).
014000     05  DLR178-TARGET-PERIOD     PIC 9(06).
014010     05  FILLER REDEFINES DLR178-TARGET-PERIOD.
014020         10  DLR178-TARGET-CCYY   PIC 9(04).
014030         10  DLR178-TARGET-MM     PIC 9(02).
014040     05  DLR178-MAST-PERIOD       PIC 9(06).
014050     05  FILLER REDEFINES DLR178-MAST-PERIOD.
014060         10  DLR178-MAST-CCYY     PIC 9(04).
014070         10  DLR178-MAST-MM       PIC 9(02).
014100     05  DLR178-MONTH-DIFF        PIC S9(05)  COMP.
014200     05  DLR178-BUCKET-SUB        PIC S9(04)  COMP.
014300*    ONE TRANSFER'S FIGURES FOR THE MASTER IN HAND, WRITTEN TO
014400*    THE AUDIT TRAIL AND ADDED INTO THAT MASTER'S CONTROLS.
014500 01  DLR178-XFER-FIELDS.
014600     05  DLR178-X-MASTER-SUB      PIC S9(04)  COMP.
014700     05  DLR178-X-ACTION          PIC X(01).
014800     05  DLR178-X-OLD-BEFORE      PIC S9(11)V99 COMP-3.
014900     05  DLR178-X-NEW-BEFORE      PIC S9(11)V99 COMP-3.
015000     05  DLR178-X-NEW-AFTER       PIC S9(11)V99 COMP-3.
015100     05  DLR178-X-DROPPED         PIC S9(11)V99 COMP-3.
015200     05  DLR178-X-OLD-TIER        PIC X(01).
015300     05  DLR178-X-NEW-TIER        PIC X(01).
015400     05  DLR178-X-SPEND           PIC S9(11)V99 COMP-3.
015500 01  DLR178-LINE-FIELDS.
015600     05  DLR178-L-POINTS          PIC S9(11)V99 COMP-3.
015700     05  DLR178-L-GIFT            PIC S9(11)V99 COMP-3.
015800*    ONE ROW PER MASTER - BEFORE IS OLD PLUS NEW CARD AS FOUND,
015900*    AFTER IS THE NEW CARD AS LEFT, AND THE TWO MUST DIFFER BY
016000*    EXACTLY WHAT WAS DROPPED IN ALIGNING THE CARDS.
016100 01  DLR178-CONTROL-TABLE.
016200     05  DLR178-CTL-ENTRY OCCURS 4 TIMES
016300                          INDEXED BY DLR178-CTL-IX.
016400         10  DLR178-C-MASTER      PIC X(08).
016500         10  DLR178-C-MOVED       PIC 9(07).
016600         10  DLR178-C-COMBINED    PIC 9(07).
016700         10  DLR178-C-BEFORE      PIC S9(13)V99 COMP-3.
016800         10  DLR178-C-AFTER       PIC S9(13)V99 COMP-3.
016900         10  DLR178-C-DROPPED     PIC S9(13)V99 COMP-3.
017000 01  DLR178-C-CHECK               PIC S9(13)V99 COMP-3.
017100 01  DLR178-COUNTERS.
017200     05  DLR178-RECS-READ         PIC 9(07)  VALUE ZERO.
017300     05  DLR178-APPLIED           PIC 9(07)  VALUE ZERO.
017400     05  DLR178-REJECTED          PIC 9(07)  VALUE ZERO.
017500 01  DLR178-HEADING-1.
017600     05  FILLER                   PIC X(52)  VALUE
017700         'DLR178 - LOYALTY CARD REPLACEMENT AND TRANSFER  RUN '.
017800     05  DLR178-H-RUN-DATE        PIC 9(08).
017900 01  DLR178-HEADING-2.
018000     05  FILLER                   PIC X(18)  VALUE 'OLD CARD'.
018100     05  FILLER                   PIC X(18)  VALUE 'NEW CARD'.
018200     05  FILLER                   PIC X(05)  VALUE 'RSN'.
018300     05  FILLER                   PIC X(10)  VALUE 'REPORTED'.
018400     05  FILLER                   PIC X(17)  VALUE
018500         '  POINTS MOVED'.
018600     05  FILLER                   PIC X(17)  VALUE
018700         '   GIFT VALUE'.
018800     05  FILLER                   PIC X(09)  VALUE 'RESULT'.
018900 01  DLR178-DETAIL-LINE.
019000     05  DLR178-D-OLD-CARD        PIC 9(16).
019100     05  FILLER                   PIC X(02)  VALUE SPACES.
019200     05  DLR178-D-NEW-CARD        PIC 9(16).
019300     05  FILLER                   PIC X(02)  VALUE SPACES.
019400     05  DLR178-D-REASON          PIC X(02).
019500     05  FILLER                   PIC X(03)  VALUE SPACES.
019600     05  DLR178-D-REPL-DATE       PIC 9(08).
019700     05  FILLER                   PIC X(02)  VALUE SPACES.
019800     05  DLR178-D-POINTS          PIC -ZZZZZZZZZZ9.
019900     05  FILLER                   PIC X(05)  VALUE SPACES.
020000     05  DLR178-D-GIFT            PIC -ZZZZZZZZZ9.99.
020100     05  FILLER                   PIC X(03)  VALUE SPACES.
020200     05  DLR178-D-RESULT          PIC X(09).
020300     05  DLR178-D-REJECT          PIC X(36).
020400 01  DLR178-CONTROL-HEADING.
020500     05  FILLER                   PIC X(10)  VALUE 'MASTER'.
020600     05  FILLER                   PIC X(10)  VALUE '    MOVED'.
020700     05  FILLER                   PIC X(10)  VALUE ' COMBINED'.
020800     05  FILLER                   PIC X(20)  VALUE
020900         '      BEFORE'.
021000     05  FILLER                   PIC X(20)  VALUE
021100         '       AFTER'.
021200     05  FILLER                   PIC X(20)  VALUE
021300         '     DROPPED'.
021400     05  FILLER                   PIC X(14)  VALUE 'CONTROL'.
021500 01  DLR178-CONTROL-LINE.
021600     05  DLR178-K-MASTER          PIC X(08).
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR178-K-MOVED           PIC ZZZZZZ9.
021900     05  FILLER                   PIC X(03)  VALUE SPACES.
022000     05  DLR178-K-COMBINED        PIC ZZZZZZ9.
022100     05  FILLER                   PIC X(03)  VALUE SPACES.
022200     05  DLR178-K-BEFORE          PIC -ZZZZZZZZZZZZ9.99.
022300     05  FILLER                   PIC X(03)  VALUE SPACES.
022400     05  DLR178-K-AFTER           PIC -ZZZZZZZZZZZZ9.99.
022500     05  FILLER                   PIC X(03)  VALUE SPACES.
022600     05  DLR178-K-DROPPED         PIC -ZZZZZZZZZZZZ9.99.
022700     05  FILLER                   PIC X(03)  VALUE SPACES.
022800     05  DLR178-K-STATUS          PIC X(14).
022900 01  DLR178-TOTAL-LINE.
023000     05  DLR178-T-LABEL           PIC X(40).
023100     05  DLR178-T-COUNT           PIC ZZZZZZ9.
023200 01  DLR178-BLANK-LINE            PIC X(01)  VALUE SPACE.
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE.
023600     PERFORM 2000-PROCESS-REPLACEMENT
023700         UNTIL DLR178-EOF.
023800     PERFORM 8000-PRINT-CONTROLS.
023900     PERFORM 9000-TERMINATE.
024000     STOP RUN.
024100
024200 1000-INITIALIZE.
024300     OPEN INPUT  REPLACEMENT-FILE.
024400     OPEN I-O    BALANCE-MASTER
024500                 TIER-MASTER
024600                 GIFT-LEDGER
024700                 XREF-MASTER
024800                 BLOCK-REGISTER.
024900     OPEN OUTPUT AUDIT-FILE
025000                 REPLACE-REPORT.
025100     ACCEPT DLR178-RUN-DATE FROM DATE YYYYMMDD.
025200     PERFORM 1100-CLEAR-ONE-CONTROL
025300         VARYING DLR178-CTL-IX FROM 1 BY 1
025400         UNTIL DLR178-CTL-IX > 4.
025500     MOVE 'DLPTSBAL' TO DLR178-C-MASTER (1).
025600     MOVE 'DLTIERM ' TO DLR178-C-MASTER (2).
025700     MOVE 'DLGIFTLG' TO DLR178-C-MASTER (3).
025800     MOVE 'DLCUSXRF' TO DLR178-C-MASTER (4).
025900     MOVE DLR178-RUN-DATE TO DLR178-H-RUN-DATE.
026000     WRITE REPLACE-LINE FROM DLR178-HEADING-1.
026100     WRITE REPLACE-LINE FROM DLR178-BLANK-LINE.
026200     WRITE REPLACE-LINE FROM DLR178-HEADING-2.
026300     PERFORM 2100-READ-REPLACEMENT.
026400 1000-EXIT.
026500     EXIT.
026600
026700 1100-CLEAR-ONE-CONTROL.
026800     MOVE ZERO TO DLR178-C-MOVED (DLR178-CTL-IX)
026900                  DLR178-C-COMBINED (DLR178-CTL-IX)
027000                  DLR178-C-BEFORE (DLR178-CTL-IX)
027100                  DLR178-C-AFTER (DLR178-CTL-IX)
027200                  DLR178-C-DROPPED (DLR178-CTL-IX).
027300 1100-EXIT.
027400     EXIT.
027500
027600 2000-PROCESS-REPLACEMENT.
027700     ADD 1 TO DLR178-RECS-READ.
027800     MOVE SPACES TO DLR178-REJECT-REASON.
027900     MOVE ZERO TO DLR178-L-POINTS DLR178-L-GIFT.
028000     PERFORM 2200-VALIDATE-REPLACEMENT.
028100     IF  DLR178-REJECT-REASON = SPACES
028200         PERFORM 3000-MOVE-POINTS
028300         PERFORM 4000-MOVE-TIER
028400         PERFORM 5000-MOVE-GIFT-VALUE
028500         PERFORM 6000-MOVE-XREF-LINK
028600         PERFORM 7000-BLOCK-OLD-CARD
028700         ADD 1 TO DLR178-APPLIED
028800         MOVE 'APPLIED' TO DLR178-D-RESULT
028900     ELSE
029000         ADD 1 TO DLR178-REJECTED
029100         MOVE 'REJECTED' TO DLR178-D-RESULT
029200     END-IF.
029300     MOVE DLCRDRPL-OLD-CARD-NO TO DLR178-D-OLD-CARD.
029400     MOVE DLCRDRPL-NEW-CARD-NO TO DLR178-D-NEW-CARD.
029500     MOVE DLCRDRPL-REASON TO DLR178-D-REASON.
029600     MOVE DLCRDRPL-REPL-DATE TO DLR178-D-REPL-DATE.
029700     MOVE DLR178-L-POINTS TO DLR178-D-POINTS.
029800     MOVE DLR178-L-GIFT TO DLR178-D-GIFT.
029900     MOVE DLR178-REJECT-REASON TO DLR178-D-REJECT.
030000     WRITE REPLACE-LINE FROM DLR178-DETAIL-LINE.
030100     PERFORM 2100-READ-REPLACEMENT.
030200 2000-EXIT.
030300     EXIT.
030400
030500 2100-READ-REPLACEMENT.
030600     READ REPLACEMENT-FILE
030700         AT END
030800             MOVE 'Y' TO DLR178-EOF-SW
030900     END-READ.
031000 2100-EXIT.
031100     EXIT.
031200
031300*    EVERY CHECK IS MADE BEFORE ANY MASTER IS TOUCHED, SO A
031400*    REJECTED TRANSACTION LEAVES BOTH CARDS EXACTLY AS THEY WERE.
031500*    A CARD ALREADY BLOCKED HAS ALREADY BEEN REPLACED, AND A NEW
031600*    CARD ALREADY LINKED TO A DIFFERENT CUSTOMER IS A DESK ERROR.
031700 2200-VALIDATE-REPLACEMENT.
031800     EVALUATE TRUE
031900         WHEN DLCRDRPL-OLD-CARD-NO NOT NUMERIC
032000         OR   DLCRDRPL-NEW-CARD-NO NOT NUMERIC
032100         OR   DLCRDRPL-OLD-CARD-NO = ZERO
032200         OR   DLCRDRPL-NEW-CARD-NO = ZERO
032300             MOVE 'CARD NUMBER MISSING OR NOT NUMERIC'
032400                 TO DLR178-REJECT-REASON
032500         WHEN DLCRDRPL-OLD-CARD-NO = DLCRDRPL-NEW-CARD-NO
032600             MOVE 'OLD AND NEW CARD ARE THE SAME'
032700                 TO DLR178-REJECT-REASON
032800         WHEN NOT DLCRDRPL-VALID-REASON
032900             MOVE 'REASON CODE NOT LO, ST OR DM'
033000                 TO DLR178-REJECT-REASON
033100         WHEN DLCRDRPL-REPL-DATE NOT NUMERIC
033200         OR   DLCRDRPL-REPL-DATE = ZERO
033300         OR   DLCRDRPL-REPL-DATE > DLR178-RUN-DATE
033400             MOVE 'REPORTED DATE MISSING OR IN FUTURE'
033500                 TO DLR178-REJECT-REASON
033600         WHEN OTHER
033700             PERFORM 2300-CHECK-BLOCK-REGISTER
033800     END-EVALUATE.
033900     IF  DLR178-REJECT-REASON = SPACES
034000         PERFORM 2400-CHECK-XREF-LINKS
034100     END-IF.
034200 2200-EXIT.
034300     EXIT.
034400
034500 2300-CHECK-BLOCK-REGISTER.
034600     MOVE DLCRDRPL-OLD-CARD-NO TO DLCRDBLK-CARD-NO.
034700     READ BLOCK-REGISTER
034800         INVALID KEY
034900             CONTINUE
035000         NOT INVALID KEY
035100             MOVE 'OLD CARD ALREADY BLOCKED'
035200                 TO DLR178-REJECT-REASON
035300     END-READ.
035400     IF  DLR178-REJECT-REASON = SPACES
035500         MOVE DLCRDRPL-NEW-CARD-NO TO DLCRDBLK-CARD-NO
035600         READ BLOCK-REGISTER
035700             INVALID KEY
035800                 CONTINUE
035900             NOT INVALID KEY
036000                 MOVE 'NEW CARD IS ON THE BLOCKED REGISTER'
036100                     TO DLR178-REJECT-REASON
036200         END-READ
036300     END-IF.
036400 2300-EXIT.
036500     EXIT.
036600
036700 2400-CHECK-XREF-LINKS.
036800     MOVE 'N' TO DLR178-OLD-XREF-SW.
036900     MOVE 'N' TO DLR178-NEW-XREF-SW.
037000     MOVE DLCRDRPL-OLD-CARD-NO TO DLCUSXRF-CARD-NO.
037100     READ XREF-MASTER
037200         INVALID KEY
037300             CONTINUE
037400         NOT INVALID KEY
037500             MOVE 'Y' TO DLR178-OLD-XREF-SW
037600             MOVE DLCUSXRF-CUSTOMER-ID TO DLR178-OLD-CUSTOMER-ID
037700     END-READ.
037800     MOVE DLCRDRPL-NEW-CARD-NO TO DLCUSXRF-CARD-NO.
037900     READ XREF-MASTER
038000         INVALID KEY
038100             CONTINUE
038200         NOT INVALID KEY
038300             MOVE 'Y' TO DLR178-NEW-XREF-SW
038400             MOVE DLCUSXRF-CUSTOMER-ID TO DLR178-NEW-CUSTOMER-ID
038500     END-READ.
038600     IF  DLR178-OLD-XREF-FOUND
038700     AND DLR178-NEW-XREF-FOUND
038800     AND DLR178-OLD-CUSTOMER-ID NOT = DLR178-NEW-CUSTOMER-ID
038900         MOVE 'NEW CARD LINKED TO ANOTHER CUSTOMER'
039000             TO DLR178-REJECT-REASON
039100     END-IF.
039200 2400-EXIT.
039300     EXIT.
039400
039500******************************************************************
039600*    DLPTSBAL - THE CONTROL FIGURE IS THE POINTS BALANCE. WHEN   *
039700*    BOTH CARDS HOLD A ROW, BOTH ARE FIRST ROLLED TO THE LATER   *
039800*    OF THEIR TWO CURRENT MONTHS EXACTLY AS DLR112 WOULD ROLL    *
039900*    THEM, SO WHAT FALLS OFF BUCKET 12 EXPIRES AND IS COUNTED    *
040000*    AS DROPPED, THEN THE BUCKETS ARE ADDED MONTH FOR MONTH.     *
040100******************************************************************
040200 3000-MOVE-POINTS.
040300     MOVE 1 TO DLR178-X-MASTER-SUB.
040400     PERFORM 7800-CLEAR-XFER.
040500     MOVE DLCRDRPL-NEW-CARD-NO TO DLPTSBAL-CUST-NO.
040600     PERFORM 3100-READ-BALANCE.
040700     MOVE DLR178-OLD-FOUND-SW TO DLR178-NEW-FOUND-SW.
040800     IF  DLR178-NEW-FOUND
040900         MOVE DLPTSBAL-BALANCE TO DLR178-X-NEW-BEFORE
041000         MOVE DLPTSBAL-CURR-PERIOD TO DLR178-NEW-PERIOD
041100     END-IF.
041200     MOVE DLCRDRPL-OLD-CARD-NO TO DLPTSBAL-CUST-NO.
041300     PERFORM 3100-READ-BALANCE.
041400     IF  DLR178-OLD-FOUND
041500         MOVE DLPTSBAL-BALANCE TO DLR178-X-OLD-BEFORE
041600         MOVE DLPTSBAL-CURR-PERIOD TO DLR178-OLD-PERIOD
041700         IF  DLR178-NEW-FOUND
041800             PERFORM 3200-COMBINE-POINTS
041900         ELSE
042000             PERFORM 3300-RENUMBER-POINTS
042100         END-IF
042200         MOVE DLR178-X-OLD-BEFORE TO DLR178-L-POINTS
042300     ELSE
042400         MOVE DLR178-X-NEW-BEFORE TO DLR178-X-NEW-AFTER
042500     END-IF.
042600     PERFORM 7900-RECORD-TRANSFER.
042700 3000-EXIT.
042800     EXIT.
042900
043000 3100-READ-BALANCE.
043100     READ BALANCE-MASTER
043200         INVALID KEY
043300             MOVE 'N' TO DLR178-OLD-FOUND-SW
043400         NOT INVALID KEY
043500             MOVE 'Y' TO DLR178-OLD-FOUND-SW
043600     END-READ.
043700 3100-EXIT.
043800     EXIT.
043900
044000 3200-COMBINE-POINTS.
044100     MOVE 'C' TO DLR178-X-ACTION.
044200     IF  DLR178-OLD-PERIOD > DLR178-NEW-PERIOD
044300         MOVE DLR178-OLD-PERIOD TO DLR178-TARGET-PERIOD
044400     ELSE
044500         MOVE DLR178-NEW-PERIOD TO DLR178-TARGET-PERIOD
044600     END-IF.
044700     PERFORM 3400-ROLL-POINTS.
044800     PERFORM 3500-HOLD-ONE-PTS-BUCKET
044900         VARYING DLR178-BUCKET-SUB FROM 1 BY 1
045000         UNTIL DLR178-BUCKET-SUB > 12.
045100     MOVE DLPTSBAL-BALANCE       TO DLR178-OP-BALANCE.
045200     MOVE DLPTSBAL-LIFE-EARNED   TO DLR178-OP-LIFE-EARNED.
045300     MOVE DLPTSBAL-LIFE-EXPIRED  TO DLR178-OP-LIFE-EXPIRED.
045400     MOVE DLPTSBAL-LIFE-REDEEMED TO DLR178-OP-LIFE-REDEEMED.
045500     MOVE DLPTSBAL-LAST-ACTIVITY TO DLR178-OP-LAST-ACTIVITY.
045600     DELETE BALANCE-MASTER
045700         INVALID KEY
045800             DISPLAY 'DLR178 DLPTSBAL DELETE FAILED '
045900                 DLCRDRPL-OLD-CARD-NO
046000     END-DELETE.
046100     MOVE DLCRDRPL-NEW-CARD-NO TO DLPTSBAL-CUST-NO.
046200     PERFORM 3100-READ-BALANCE.
046300     PERFORM 3400-ROLL-POINTS.
046400     PERFORM 3600-ADD-ONE-PTS-BUCKET
046500         VARYING DLR178-BUCKET-SUB FROM 1 BY 1
046600         UNTIL DLR178-BUCKET-SUB > 12.
046700     ADD DLR178-OP-BALANCE       TO DLPTSBAL-BALANCE.
046800     ADD DLR178-OP-LIFE-EARNED   TO DLPTSBAL-LIFE-EARNED.
046900     ADD DLR178-OP-LIFE-EXPIRED  TO DLPTSBAL-LIFE-EXPIRED.
047000     ADD DLR178-OP-LIFE-REDEEMED TO DLPTSBAL-LIFE-REDEEMED.
047100     IF  DLR178-OP-LAST-ACTIVITY > DLPTSBAL-LAST-ACTIVITY
047200         MOVE DLR178-OP-LAST-ACTIVITY TO DLPTSBAL-LAST-ACTIVITY
047300     END-IF.
047400     REWRITE DLPTSBAL-RECORD
047500         INVALID KEY
047600             DISPLAY 'DLR178 DLPTSBAL REWRITE FAILED '
047700                 DLCRDRPL-NEW-CARD-NO
047800     END-REWRITE.
047900     MOVE DLPTSBAL-BALANCE TO DLR178-X-NEW-AFTER.
048000 3200-EXIT.
048100     EXIT.
048200
048300*    THE NEW CARD HAS NO ROW - THE OLD ROW IS RE-KEYED AS IT
048400*    STANDS, BUCKETS, LIFETIME FIGURES AND ALL.
048500 3300-RENUMBER-POINTS.
048600     MOVE 'M' TO DLR178-X-ACTION.
048700     DELETE BALANCE-MASTER
048800         INVALID KEY
048900             DISPLAY 'DLR178 DLPTSBAL DELETE FAILED '
049000                 DLCRDRPL-OLD-CARD-NO
049100     END-DELETE.
049200     MOVE DLCRDRPL-NEW-CARD-NO TO DLPTSBAL-CUST-NO.
049300     WRITE DLPTSBAL-RECORD
049400         INVALID KEY
049500             DISPLAY 'DLR178 DLPTSBAL WRITE FAILED '
049600                 DLCRDRPL-NEW-CARD-NO
049700     END-WRITE.
049800     MOVE DLPTSBAL-BALANCE TO DLR178-X-NEW-AFTER.
049900 3300-EXIT.
050000     EXIT.
050100
050200 3400-ROLL-POINTS.
050300     MOVE DLPTSBAL-CURR-PERIOD TO DLR178-MAST-PERIOD.
050400     COMPUTE DLR178-MONTH-DIFF =
050500         (DLR178-TARGET-CCYY - DLR178-MAST-CCYY) * 12
050600             + DLR178-TARGET-MM - DLR178-MAST-MM.
050800     PERFORM 3410-SHIFT-ONE-PTS-MONTH
050900         UNTIL DLR178-MONTH-DIFF <= ZERO.
051000 3400-EXIT.
051100     EXIT.
051200
051300 3410-SHIFT-ONE-PTS-MONTH.
051400     IF  DLPTSBAL-MONTH-EARNED (12) NOT = ZERO
051500         SUBTRACT DLPTSBAL-MONTH-EARNED (12)
051600             FROM DLPTSBAL-BALANCE
051700         ADD DLPTSBAL-MONTH-EARNED (12)
051800             TO DLPTSBAL-LIFE-EXPIRED
051900         ADD DLPTSBAL-MONTH-EARNED (12)
052000             TO DLR178-X-DROPPED
052100     END-IF.
052200     PERFORM 3420-SHIFT-ONE-PTS-BUCKET
052300         VARYING DLR178-BUCKET-SUB FROM 12 BY -1
052400         UNTIL DLR178-BUCKET-SUB < 2.
052500     MOVE ZERO TO DLPTSBAL-MONTH-EARNED (1).
052600     IF  FUNCTION MOD (DLPTSBAL-CURR-PERIOD, 100) = 12
052700         COMPUTE DLPTSBAL-CURR-PERIOD =
052800             DLPTSBAL-CURR-PERIOD + 89
052900     ELSE
053000         ADD 1 TO DLPTSBAL-CURR-PERIOD
053100     END-IF.
053200     SUBTRACT 1 FROM DLR178-MONTH-DIFF.
053300 3410-EXIT.
053400     EXIT.
053500
053600 3420-SHIFT-ONE-PTS-BUCKET.
053700     MOVE DLPTSBAL-MONTH-EARNED (DLR178-BUCKET-SUB - 1)
053800         TO DLPTSBAL-MONTH-EARNED (DLR178-BUCKET-SUB).
053900 3420-EXIT.
054000     EXIT.
054100
054200 3500-HOLD-ONE-PTS-BUCKET.
054300     MOVE DLPTSBAL-MONTH-EARNED (DLR178-BUCKET-SUB)
054400         TO DLR178-OP-MONTH-EARNED (DLR178-BUCKET-SUB).
054500 3500-EXIT.
054600     EXIT.
054700
054800 3600-ADD-ONE-PTS-BUCKET.
054900     ADD DLR178-OP-MONTH-EARNED (DLR178-BUCKET-SUB)
055000         TO DLPTSBAL-MONTH-EARNED (DLR178-BUCKET-SUB).
055100 3600-EXIT.
055200     EXIT.
055300
055400******************************************************************
055500*    DLTIERM - THE CONTROL FIGURE IS THE ROLLING TWELVE-MONTH    *
055600*    SPEND. THE CARDS ARE ALIGNED AS DLR064 ROLLS THEM (SPEND    *
055700*    FALLING OFF THE TWELVE IS DROPPED), AND THE COMBINED ROW    *
055800*    KEEPS THE BETTER OF THE TWO TIERS UNTIL DLR064 NEXT         *
055900*    REQUALIFIES IT.                                             *
056000******************************************************************
056100 4000-MOVE-TIER.
056200     MOVE 2 TO DLR178-X-MASTER-SUB.
056300     PERFORM 7800-CLEAR-XFER.
056400     MOVE DLCRDRPL-NEW-CARD-NO TO DLTIERM-CUST-NO.
056500     PERFORM 4100-READ-TIER.
056600     MOVE DLR178-OLD-FOUND-SW TO DLR178-NEW-FOUND-SW.
056700     IF  DLR178-NEW-FOUND
056800         PERFORM 4700-SUM-SPEND
056900         MOVE DLR178-X-SPEND TO DLR178-X-NEW-BEFORE
057000         MOVE DLTIERM-CURR-PERIOD TO DLR178-NEW-PERIOD
057100         MOVE DLTIERM-TIER TO DLR178-X-NEW-TIER
057200     END-IF.
057300     MOVE DLCRDRPL-OLD-CARD-NO TO DLTIERM-CUST-NO.
057400     PERFORM 4100-READ-TIER.
057500     IF  DLR178-OLD-FOUND
057600         PERFORM 4700-SUM-SPEND
057700         MOVE DLR178-X-SPEND TO DLR178-X-OLD-BEFORE
057800         MOVE DLTIERM-CURR-PERIOD TO DLR178-OLD-PERIOD
057900         MOVE DLTIERM-TIER TO DLR178-X-OLD-TIER
058000         IF  DLR178-NEW-FOUND
058100             PERFORM 4200-COMBINE-TIER
058200         ELSE
058300             PERFORM 4300-RENUMBER-TIER
058400         END-IF
058500     ELSE
058600         MOVE DLR178-X-NEW-BEFORE TO DLR178-X-NEW-AFTER
058700     END-IF.
058800     PERFORM 7900-RECORD-TRANSFER.
058900 4000-EXIT.
059000     EXIT.
059100
059200 4100-READ-TIER.
059300     READ TIER-MASTER
059400         INVALID KEY
059500             MOVE 'N' TO DLR178-OLD-FOUND-SW
059600         NOT INVALID KEY
059700             MOVE 'Y' TO DLR178-OLD-FOUND-SW
059800     END-READ.
059900 4100-EXIT.
060000     EXIT.
060100
060200 4200-COMBINE-TIER.
060300     MOVE 'C' TO DLR178-X-ACTION.
060400     IF  DLR178-OLD-PERIOD > DLR178-NEW-PERIOD
060500         MOVE DLR178-OLD-PERIOD TO DLR178-TARGET-PERIOD
060600     ELSE
060700         MOVE DLR178-NEW-PERIOD TO DLR178-TARGET-PERIOD
060800     END-IF.
060900     PERFORM 4400-ROLL-TIER.
061000     PERFORM 4500-HOLD-ONE-SPEND-BUCKET
061100         VARYING DLR178-BUCKET-SUB FROM 1 BY 1
061200         UNTIL DLR178-BUCKET-SUB > 12.
061300     MOVE DLTIERM-TIER TO DLR178-OT-TIER.
061400     DELETE TIER-MASTER
061500         INVALID KEY
061600             DISPLAY 'DLR178 DLTIERM DELETE FAILED '
061700                 DLCRDRPL-OLD-CARD-NO
061800     END-DELETE.
061900     MOVE DLCRDRPL-NEW-CARD-NO TO DLTIERM-CUST-NO.
062000     PERFORM 4100-READ-TIER.
062100     PERFORM 4400-ROLL-TIER.
062200     PERFORM 4600-ADD-ONE-SPEND-BUCKET
062300         VARYING DLR178-BUCKET-SUB FROM 1 BY 1
062400         UNTIL DLR178-BUCKET-SUB > 12.
062500*    TIER LETTERS RANK G BEST, THEN S, THEN B.
062600     IF  DLR178-OT-TIER = 'G'
062700     OR (DLR178-OT-TIER = 'S' AND DLTIERM-TIER = 'B')
062800         MOVE DLR178-OT-TIER TO DLTIERM-TIER
062900     END-IF.
063000     REWRITE DLTIERM-RECORD
063100         INVALID KEY
063200             DISPLAY 'DLR178 DLTIERM REWRITE FAILED '
063300                 DLCRDRPL-NEW-CARD-NO
063400     END-REWRITE.
063500     PERFORM 4700-SUM-SPEND.
063600     MOVE DLR178-X-SPEND TO DLR178-X-NEW-AFTER.
063700     MOVE DLTIERM-TIER TO DLR178-X-NEW-TIER.
063800 4200-EXIT.
063900     EXIT.
064000
064100 4300-RENUMBER-TIER.
064200     MOVE 'M' TO DLR178-X-ACTION.
064300     DELETE TIER-MASTER
064400         INVALID KEY
064500             DISPLAY 'DLR178 DLTIERM DELETE FAILED '
064600                 DLCRDRPL-OLD-CARD-NO
064700     END-DELETE.
064800     MOVE DLCRDRPL-NEW-CARD-NO TO DLTIERM-CUST-NO.
064900     WRITE DLTIERM-RECORD
065000         INVALID KEY
065100             DISPLAY 'DLR178 DLTIERM WRITE FAILED '
065200                 DLCRDRPL-NEW-CARD-NO
065300     END-WRITE.
065400     MOVE DLR178-X-OLD-BEFORE TO DLR178-X-NEW-AFTER.
065500     MOVE DLTIERM-TIER TO DLR178-X-NEW-TIER.
065600 4300-EXIT.
065700     EXIT.
065800
065900 4400-ROLL-TIER.
066000     MOVE DLTIERM-CURR-PERIOD TO DLR178-MAST-PERIOD.
066100     COMPUTE DLR178-MONTH-DIFF =
066200         (DLR178-TARGET-CCYY - DLR178-MAST-CCYY) * 12
066300             + DLR178-TARGET-MM - DLR178-MAST-MM.
066500     PERFORM 4410-SHIFT-ONE-SPEND-MONTH
066600         UNTIL DLR178-MONTH-DIFF <= ZERO.
066700 4400-EXIT.
066800     EXIT.
066900
067000 4410-SHIFT-ONE-SPEND-MONTH.
067100     ADD DLTIERM-MONTH-SPEND (12) TO DLR178-X-DROPPED.
067200     PERFORM 4420-SHIFT-ONE-SPEND-BUCKET
067300         VARYING DLR178-BUCKET-SUB FROM 12 BY -1
067400         UNTIL DLR178-BUCKET-SUB < 2.
067500     MOVE ZERO TO DLTIERM-MONTH-SPEND (1).
067600     IF  FUNCTION MOD (DLTIERM-CURR-PERIOD, 100) = 12
067700         COMPUTE DLTIERM-CURR-PERIOD =
067800             DLTIERM-CURR-PERIOD + 89
067900     ELSE
068000         ADD 1 TO DLTIERM-CURR-PERIOD
068100     END-IF.
068200     SUBTRACT 1 FROM DLR178-MONTH-DIFF.
068300 4410-EXIT.
068400     EXIT.
068500
068600 4420-SHIFT-ONE-SPEND-BUCKET.
068700     MOVE DLTIERM-MONTH-SPEND (DLR178-BUCKET-SUB - 1)
068800         TO DLTIERM-MONTH-SPEND (DLR178-BUCKET-SUB).
068900 4420-EXIT.
069000     EXIT.
069100
069200 4500-HOLD-ONE-SPEND-BUCKET.
069300     MOVE DLTIERM-MONTH-SPEND (DLR178-BUCKET-SUB)
069400         TO DLR178-OT-MONTH-SPEND (DLR178-BUCKET-SUB).
069500 4500-EXIT.
069600     EXIT.
069700
069800 4600-ADD-ONE-SPEND-BUCKET.
069900     ADD DLR178-OT-MONTH-SPEND (DLR178-BUCKET-SUB)
070000         TO DLTIERM-MONTH-SPEND (DLR178-BUCKET-SUB).
070100 4600-EXIT.
070200     EXIT.
070300
070400 4700-SUM-SPEND.
070500     MOVE ZERO TO DLR178-X-SPEND.
070600     PERFORM 4710-ADD-ONE-SPEND
070700         VARYING DLR178-BUCKET-SUB FROM 1 BY 1
070800         UNTIL DLR178-BUCKET-SUB > 12.
070900 4700-EXIT.
071000     EXIT.
071100
071200 4710-ADD-ONE-SPEND.
071300     ADD DLTIERM-MONTH-SPEND (DLR178-BUCKET-SUB)
071400         TO DLR178-X-SPEND.
071500 4710-EXIT.
071600     EXIT.
071700
071800******************************************************************
071900*    DLGIFTLG - THE CONTROL FIGURE IS THE STORED-VALUE BALANCE.  *
072000*    LOADS, REDEMPTIONS AND COUNTS ARE CARRIED ACROSS WITH IT    *
072100*    SO THE NEW CARD'S LEDGER STILL PROVES LOADS LESS REDEEMED.  *
072200******************************************************************
072300 5000-MOVE-GIFT-VALUE.
072400     MOVE 3 TO DLR178-X-MASTER-SUB.
072500     PERFORM 7800-CLEAR-XFER.
072600     MOVE DLCRDRPL-NEW-CARD-NO TO DLGIFTLG-CARD-NO.
072700     PERFORM 5100-READ-GIFT.
072800     MOVE DLR178-OLD-FOUND-SW TO DLR178-NEW-FOUND-SW.
072900     IF  DLR178-NEW-FOUND
073000         MOVE DLGIFTLG-BALANCE TO DLR178-X-NEW-BEFORE
073100     END-IF.
073200     MOVE DLCRDRPL-OLD-CARD-NO TO DLGIFTLG-CARD-NO.
073300     PERFORM 5100-READ-GIFT.
073400     IF  DLR178-OLD-FOUND
073500         MOVE DLGIFTLG-BALANCE TO DLR178-X-OLD-BEFORE
073600         MOVE DLGIFTLG-BALANCE TO DLR178-L-GIFT
073700         IF  DLR178-NEW-FOUND
073800             PERFORM 5200-COMBINE-GIFT
073900         ELSE
074000             PERFORM 5300-RENUMBER-GIFT
074100         END-IF
074200     ELSE
074300         MOVE DLR178-X-NEW-BEFORE TO DLR178-X-NEW-AFTER
074400     END-IF.
074500     PERFORM 7900-RECORD-TRANSFER.
074600 5000-EXIT.
074700     EXIT.
074800
074900 5100-READ-GIFT.
075000     READ GIFT-LEDGER
075100         INVALID KEY
075200             MOVE 'N' TO DLR178-OLD-FOUND-SW
075300         NOT INVALID KEY
075400             MOVE 'Y' TO DLR178-OLD-FOUND-SW
075500     END-READ.
075600 5100-EXIT.
075700     EXIT.
075800
075900 5200-COMBINE-GIFT.
076000     MOVE 'C' TO DLR178-X-ACTION.
076100     MOVE DLGIFTLG-LOADS-AMT     TO DLR178-OG-LOADS-AMT.
076200     MOVE DLGIFTLG-REDEEMED-AMT  TO DLR178-OG-REDEEMED-AMT.
076300     MOVE DLGIFTLG-BALANCE       TO DLR178-OG-BALANCE.
076400     MOVE DLGIFTLG-LOAD-COUNT    TO DLR178-OG-LOAD-COUNT.
076500     MOVE DLGIFTLG-REDEEM-COUNT  TO DLR178-OG-REDEEM-COUNT.
076600     MOVE DLGIFTLG-LAST-ACTIVITY TO DLR178-OG-LAST-ACTIVITY.
076620     MOVE DLGIFTLG-ISSUE-DATE    TO DLR178-OG-ISSUE-DATE.
076640     MOVE DLGIFTLG-BREAKAGE-AMT  TO DLR178-OG-BREAKAGE-AMT.
076660     MOVE DLGIFTLG-BREAKAGE-DATE TO DLR178-OG-BREAKAGE-DATE.
076680     MOVE DLGIFTLG-BRK-REVERSED  TO DLR178-OG-BRK-REVERSED.
076700     DELETE GIFT-LEDGER
076800         INVALID KEY
076900             DISPLAY 'DLR178 DLGIFTLG DELETE FAILED '
077000                 DLCRDRPL-OLD-CARD-NO
077100     END-DELETE.
077200     MOVE DLCRDRPL-NEW-CARD-NO TO DLGIFTLG-CARD-NO.
077300     PERFORM 5100-READ-GIFT.
077400     ADD DLR178-OG-LOADS-AMT     TO DLGIFTLG-LOADS-AMT.
077500     ADD DLR178-OG-REDEEMED-AMT  TO DLGIFTLG-REDEEMED-AMT.
077600     ADD DLR178-OG-BALANCE       TO DLGIFTLG-BALANCE.
077700     ADD DLR178-OG-LOAD-COUNT    TO DLGIFTLG-LOAD-COUNT.
077800     ADD DLR178-OG-REDEEM-COUNT  TO DLGIFTLG-REDEEM-COUNT.
077900     IF  DLR178-OG-LAST-ACTIVITY > DLGIFTLG-LAST-ACTIVITY
078000         MOVE DLR178-OG-LAST-ACTIVITY TO DLGIFTLG-LAST-ACTIVITY
078100     END-IF.
078107*    BREAKAGE ALREADY RELEASED ON THE OLD CARD STAYS RELEASED,
078114*    AND THE CARD KEEPS THE EARLIER OF THE TWO ISSUE DATES.
078121     ADD DLR178-OG-BREAKAGE-AMT  TO DLGIFTLG-BREAKAGE-AMT.
078128     ADD DLR178-OG-BRK-REVERSED  TO DLGIFTLG-BRK-REVERSED.
078135     IF  DLR178-OG-BREAKAGE-DATE > DLGIFTLG-BREAKAGE-DATE
078142         MOVE DLR178-OG-BREAKAGE-DATE TO DLGIFTLG-BREAKAGE-DATE
078149     END-IF.
078156     IF  DLR178-OG-ISSUE-DATE NOT = ZERO
078163     AND (DLGIFTLG-ISSUE-DATE = ZERO
078170       OR DLR178-OG-ISSUE-DATE < DLGIFTLG-ISSUE-DATE)
078177         MOVE DLR178-OG-ISSUE-DATE TO DLGIFTLG-ISSUE-DATE
078184     END-IF.
078200     REWRITE DLGIFTLG-RECORD
078300         INVALID KEY
078400             DISPLAY 'DLR178 DLGIFTLG REWRITE FAILED '
078500                 DLCRDRPL-NEW-CARD-NO
078600     END-REWRITE.
078700     MOVE DLGIFTLG-BALANCE TO DLR178-X-NEW-AFTER.
078800 5200-EXIT.
078900     EXIT.
079000
079100 5300-RENUMBER-GIFT.
079200     MOVE 'M' TO DLR178-X-ACTION.
079300     DELETE GIFT-LEDGER
079400         INVALID KEY
079500             DISPLAY 'DLR178 DLGIFTLG DELETE FAILED '
079600                 DLCRDRPL-OLD-CARD-NO
079700     END-DELETE.
079800     MOVE DLCRDRPL-NEW-CARD-NO TO DLGIFTLG-CARD-NO.
079900     WRITE DLGIFTLG-RECORD
080000         INVALID KEY
080100             DISPLAY 'DLR178 DLGIFTLG WRITE FAILED '
080200                 DLCRDRPL-NEW-CARD-NO
080300     END-WRITE.
080400     MOVE DLGIFTLG-BALANCE TO DLR178-X-NEW-AFTER.
080500 5300-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*    DLCUSXRF - THE CONTROL FIGURE IS THE NUMBER OF LINKS. THE   *
081000*    OLD CARD'S LINK MOVES TO THE NEW CARD; WHERE THE DESK HAS   *
081100*    ALREADY LINKED THE NEW CARD TO THE SAME CUSTOMER THE OLD    *
081200*    LINK IS A DUPLICATE AND IS DROPPED. 2400 HAS ALREADY READ   *
081300*    BOTH LINKS AND REJECTED A CONFLICT.                         *
081400******************************************************************
081500 6000-MOVE-XREF-LINK.
081600     MOVE 4 TO DLR178-X-MASTER-SUB.
081700     PERFORM 7800-CLEAR-XFER.
081800     IF  DLR178-NEW-XREF-FOUND
081900         MOVE 1 TO DLR178-X-NEW-BEFORE
082000     END-IF.
082100     IF  DLR178-OLD-XREF-FOUND
082200         MOVE 1 TO DLR178-X-OLD-BEFORE
082300         MOVE DLCRDRPL-OLD-CARD-NO TO DLCUSXRF-CARD-NO
082400         DELETE XREF-MASTER
082500             INVALID KEY
082600                 DISPLAY 'DLR178 DLCUSXRF DELETE FAILED '
082700                     DLCRDRPL-OLD-CARD-NO
082800         END-DELETE
082900         IF  DLR178-NEW-XREF-FOUND
083000             MOVE 'C' TO DLR178-X-ACTION
083100             MOVE 1 TO DLR178-X-DROPPED
083200         ELSE
083300             MOVE 'M' TO DLR178-X-ACTION
083400             MOVE DLCRDRPL-NEW-CARD-NO TO DLCUSXRF-CARD-NO
083500             MOVE DLR178-OLD-CUSTOMER-ID TO DLCUSXRF-CUSTOMER-ID
083600             MOVE DLR178-RUN-DATE TO DLCUSXRF-LAST-MAINT-DATE
083700             WRITE DLCUSXRF-RECORD
083800                 INVALID KEY
083900                     DISPLAY 'DLR178 DLCUSXRF WRITE FAILED '
084000                         DLCRDRPL-NEW-CARD-NO
084100             END-WRITE
084200         END-IF
084300         MOVE 1 TO DLR178-X-NEW-AFTER
084400     ELSE
084500         MOVE DLR178-X-NEW-BEFORE TO DLR178-X-NEW-AFTER
084600     END-IF.
084700     PERFORM 7900-RECORD-TRANSFER.
084800 6000-EXIT.
084900     EXIT.
085000
085100 7000-BLOCK-OLD-CARD.
085200     MOVE DLCRDRPL-OLD-CARD-NO   TO DLCRDBLK-CARD-NO.
085300     MOVE DLCRDRPL-NEW-CARD-NO   TO DLCRDBLK-REPLACED-BY.
085400     MOVE DLCRDRPL-REASON        TO DLCRDBLK-REASON.
085500     MOVE DLCRDRPL-REPL-DATE     TO DLCRDBLK-BLOCK-DATE.
085600     MOVE DLR178-RUN-DATE        TO DLCRDBLK-RUN-DATE.
085700     MOVE DLCRDRPL-DESK-STORE-NO TO DLCRDBLK-DESK-STORE-NO.
085800     WRITE DLCRDBLK-RECORD
085900         INVALID KEY
086000             DISPLAY 'DLR178 DLCRDBLK WRITE FAILED '
086100                 DLCRDRPL-OLD-CARD-NO
086200     END-WRITE.
086300 7000-EXIT.
086400     EXIT.
086500
086600 7800-CLEAR-XFER.
086700     MOVE 'N' TO DLR178-X-ACTION.
086800     MOVE ZERO TO DLR178-X-OLD-BEFORE
086900                  DLR178-X-NEW-BEFORE
087000                  DLR178-X-NEW-AFTER
087100                  DLR178-X-DROPPED.
087200     MOVE SPACES TO DLR178-X-OLD-TIER DLR178-X-NEW-TIER.
087300 7800-EXIT.
087400     EXIT.
087500
087600 7900-RECORD-TRANSFER.
087700     MOVE DLR178-RUN-DATE TO DLCRDAUD-RUN-DATE.
087800     MOVE DLCRDRPL-OLD-CARD-NO TO DLCRDAUD-OLD-CARD-NO.
087900     MOVE DLCRDRPL-NEW-CARD-NO TO DLCRDAUD-NEW-CARD-NO.
088000     MOVE DLCRDRPL-REASON TO DLCRDAUD-REASON.
088100     SET DLR178-CTL-IX TO DLR178-X-MASTER-SUB.
088200     MOVE DLR178-C-MASTER (DLR178-CTL-IX) TO DLCRDAUD-MASTER.
088300     MOVE DLR178-X-ACTION TO DLCRDAUD-ACTION.
088400     MOVE DLR178-X-OLD-BEFORE TO DLCRDAUD-OLD-BEFORE.
088500     MOVE DLR178-X-NEW-BEFORE TO DLCRDAUD-NEW-BEFORE.
088600     MOVE DLR178-X-NEW-AFTER TO DLCRDAUD-NEW-AFTER.
088700     MOVE DLR178-X-DROPPED TO DLCRDAUD-DROPPED.
088800     MOVE DLR178-X-OLD-TIER TO DLCRDAUD-OLD-TIER.
088900     MOVE DLR178-X-NEW-TIER TO DLCRDAUD-NEW-TIER.
089000     WRITE DLCRDAUD-RECORD.
089100     EVALUATE DLR178-X-ACTION
089200         WHEN 'M'
089300             ADD 1 TO DLR178-C-MOVED (DLR178-CTL-IX)
089400         WHEN 'C'
089500             ADD 1 TO DLR178-C-COMBINED (DLR178-CTL-IX)
089600     END-EVALUATE.
089700     ADD DLR178-X-OLD-BEFORE DLR178-X-NEW-BEFORE
089800         TO DLR178-C-BEFORE (DLR178-CTL-IX).
089900     ADD DLR178-X-NEW-AFTER TO DLR178-C-AFTER (DLR178-CTL-IX).
090000     ADD DLR178-X-DROPPED TO DLR178-C-DROPPED (DLR178-CTL-IX).
090100 7900-EXIT.
090200     EXIT.
090300
090400 8000-PRINT-CONTROLS.
090500     WRITE REPLACE-LINE FROM DLR178-BLANK-LINE.
090600     MOVE 'REPLACEMENTS READ' TO DLR178-T-LABEL.
090700     MOVE DLR178-RECS-READ TO DLR178-T-COUNT.
090800     WRITE REPLACE-LINE FROM DLR178-TOTAL-LINE.
090900     MOVE 'REPLACEMENTS APPLIED' TO DLR178-T-LABEL.
091000     MOVE DLR178-APPLIED TO DLR178-T-COUNT.
091100     WRITE REPLACE-LINE FROM DLR178-TOTAL-LINE.
091200     MOVE 'REPLACEMENTS REJECTED' TO DLR178-T-LABEL.
091300     MOVE DLR178-REJECTED TO DLR178-T-COUNT.
091400     WRITE REPLACE-LINE FROM DLR178-TOTAL-LINE.
091500     WRITE REPLACE-LINE FROM DLR178-BLANK-LINE.
091600     WRITE REPLACE-LINE FROM DLR178-CONTROL-HEADING.
091700     PERFORM 8100-PRINT-ONE-CONTROL
091800         VARYING DLR178-CTL-IX FROM 1 BY 1
091900         UNTIL DLR178-CTL-IX > 4.
092000 8000-EXIT.
092100     EXIT.
092200
092300 8100-PRINT-ONE-CONTROL.
092400     MOVE DLR178-C-MASTER (DLR178-CTL-IX) TO DLR178-K-MASTER.
092500     MOVE DLR178-C-MOVED (DLR178-CTL-IX) TO DLR178-K-MOVED.
092600     MOVE DLR178-C-COMBINED (DLR178-CTL-IX) TO DLR178-K-COMBINED.
092700     MOVE DLR178-C-BEFORE (DLR178-CTL-IX) TO DLR178-K-BEFORE.
092800     MOVE DLR178-C-AFTER (DLR178-CTL-IX) TO DLR178-K-AFTER.
092900     MOVE DLR178-C-DROPPED (DLR178-CTL-IX) TO DLR178-K-DROPPED.
093000     COMPUTE DLR178-C-CHECK =
093100         DLR178-C-BEFORE (DLR178-CTL-IX)
093200             - DLR178-C-AFTER (DLR178-CTL-IX)
093300             - DLR178-C-DROPPED (DLR178-CTL-IX).
093400     IF  DLR178-C-CHECK = ZERO
093500         MOVE 'PROVEN' TO DLR178-K-STATUS
093600     ELSE
093700         MOVE 'OUT OF BALANCE' TO DLR178-K-STATUS
093800         MOVE 'N' TO DLR178-BALANCED-SW
093900     END-IF.
094000     WRITE REPLACE-LINE FROM DLR178-CONTROL-LINE.
094100 8100-EXIT.
094200     EXIT.
094300
094400 9000-TERMINATE.
094500     DISPLAY 'DLR178 REPLACEMENTS READ     = ' DLR178-RECS-READ.
094600     DISPLAY 'DLR178 REPLACEMENTS APPLIED  = ' DLR178-APPLIED.
094700     DISPLAY 'DLR178 REPLACEMENTS REJECTED = ' DLR178-REJECTED.
094800     IF  NOT DLR178-BALANCED
094900         DISPLAY 'DLR178 TRANSFER CONTROLS OUT OF BALANCE'
095000         MOVE 8 TO RETURN-CODE
095100     ELSE
095200         IF  DLR178-REJECTED > ZERO
095300             MOVE 4 TO RETURN-CODE
095400         END-IF
095500     END-IF.
095600     CLOSE REPLACEMENT-FILE
095700           BALANCE-MASTER
095800           TIER-MASTER
095900           GIFT-LEDGER
096000           XREF-MASTER
096100           BLOCK-REGISTER
096200           AUDIT-FILE
096300           REPLACE-REPORT.
096400 9000-EXIT.
096500     EXIT.
